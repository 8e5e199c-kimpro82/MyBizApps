      ******************************************************************
      * WKOJRNRE - One change-journal record per add, change, or       *
      *            delete made in OPERMNT (OPERJRNL - line sequential, *
      *            appended).  Carries the timestamp, the initials of  *
      *            the administrator who made the change, the action,  *
      *            the operator changed, and the full before and after *
      *            images of the operator record, the same as the      *
      *            template change journal.                            *
      * 2026.10.15  Added for the operator authority file.             *
      ******************************************************************
       01  OPERATOR-JOURNAL-RECORD.
           05  OJR-TIMESTAMP               PIC X(14).
           05  FILLER                      PIC X(01).
           05  OJR-OPERATOR                PIC X(03).
           05  FILLER                      PIC X(01).
           05  OJR-ACTION                  PIC X(01).
               88  OJR-ACT-ADD                 VALUE 'A'.
               88  OJR-ACT-CHANGE              VALUE 'C'.
               88  OJR-ACT-DELETE              VALUE 'D'.
           05  FILLER                      PIC X(01).
           05  OJR-INITIALS                PIC X(03).
           05  FILLER                      PIC X(01).
           05  OJR-BEFORE-IMAGE            PIC X(60).
           05  FILLER                      PIC X(01).
           05  OJR-AFTER-IMAGE             PIC X(60).
