      ******************************************************************
      * WKGTPARM - Parameter block passed to WKGATE by each nightly    *
      *            step at start-up.  The caller names itself in       *
      *            GT-GATE-STEP; WKGATE hands back passed or held, the *
      *            return code a held step is to end with, and the     *
      *            reason for the operator.                            *
      * 2026.10.15  Added for the nightly cycle gate.                  *
      ******************************************************************
       01  GT-GATE-PARM.
           05  GT-GATE-STEP                PIC X(12).
           05  GT-GATE-RESULT              PIC X(01).
               88  GT-GATE-PASSED              VALUE 'P'.
               88  GT-GATE-HELD                VALUE 'H'.
           05  GT-GATE-RETURN-CODE         PIC 9(02).
           05  GT-GATE-PREDECESSOR         PIC X(12).
           05  GT-GATE-REASON              PIC X(60).
