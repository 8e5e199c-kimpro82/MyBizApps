      ******************************************************************
      * WKGATERE - Cycle gate dependency record (GATEDEPS - line       *
      *            sequential), read by WKGATE.  One record per step   *
      *            and predecessor: the nightly step, a step that must *
      *            have run earlier in the same cycle, the highest     *
      *            return code the predecessor may have ended with,    *
      *            and - for WEEKAUDT - the most corrupt and orphan    *
      *            layouts it may have found.  A blank return code is  *
      *            taken as zero; a blank count is not checked.        *
      * 2026.10.15  Added for the nightly cycle gate.                  *
      ******************************************************************
       01  GATE-DEP-RECORD.
           05  GD-STEP                     PIC X(12).
           05  FILLER                      PIC X(01).
           05  GD-PREDECESSOR              PIC X(12).
           05  FILLER                      PIC X(01).
           05  GD-MAX-RC                   PIC 9(02).
           05  GD-MAX-RC-X REDEFINES GD-MAX-RC
                                           PIC X(02).
           05  FILLER                      PIC X(01).
           05  GD-MAX-CORRUPT              PIC 9(05).
           05  GD-MAX-CORRUPT-X REDEFINES GD-MAX-CORRUPT
                                           PIC X(05).
           05  FILLER                      PIC X(01).
           05  GD-MAX-ORPHAN               PIC 9(05).
           05  GD-MAX-ORPHAN-X REDEFINES GD-MAX-ORPHAN
                                           PIC X(05).
