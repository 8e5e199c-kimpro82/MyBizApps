      *            file and flags any expected step that is missing    *
      *            or ended with a nonzero code.                       *
      * 2026.09.03  Added for the operations run-statistics trail.     *
      * 2026.10.15  Added the gate flag and the predecessor that held *
      *             the step, written by WKGATE when a nightly step is *
      *             held, and the corrupt and orphan counts WEEKAUDT   *
      *             found, which the gate checks downstream steps by.  *
      ******************************************************************
       01  RUN-STATS-RECORD.
           05  RS-PROGRAM                  PIC X(12).
           05  RS-RECORDS-REJ              PIC 9(07).
           05  FILLER                      PIC X(01).
           05  RS-RETURN-CODE              PIC 9(02).
           05  FILLER                      PIC X(01).
           05  RS-GATE-FLAG                PIC X(01).
               88  RS-HELD-BY-GATE             VALUE 'H'.
           05  FILLER                      PIC X(01).
           05  RS-GATE-PREDECESSOR         PIC X(12).
           05  FILLER                      PIC X(01).
           05  RS-CORRUPT-COUNT            PIC 9(07).
           05  FILLER                      PIC X(01).
           05  RS-ORPHAN-COUNT             PIC 9(07).
