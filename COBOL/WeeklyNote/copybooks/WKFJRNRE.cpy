      ******************************************************************
      * WKFJRNRE - One change-journal record per add, change, or       *
      *            delete made in FAMMNT (FAMJRNL - line sequential,   *
      *            appended).  Carries the timestamp, the operator's   *
      *            initials, the action, the family code, and the full *
      *            before and after images of the family record, the   *
      *            same as the template change journal.                *
      * 2026.10.15  Added for template families.                       *
      ******************************************************************
       01  FAMILY-JOURNAL-RECORD.
           05  FJR-TIMESTAMP               PIC X(14).
           05  FILLER                      PIC X(01).
           05  FJR-OPERATOR                PIC X(03).
           05  FILLER                      PIC X(01).
           05  FJR-ACTION                  PIC X(01).
               88  FJR-ACT-ADD                 VALUE 'A'.
               88  FJR-ACT-CHANGE              VALUE 'C'.
               88  FJR-ACT-DELETE              VALUE 'D'.
           05  FILLER                      PIC X(01).
           05  FJR-FAMILY-CODE             PIC X(08).
           05  FILLER                      PIC X(01).
           05  FJR-BEFORE-IMAGE            PIC X(128).
           05  FILLER                      PIC X(01).
           05  FJR-AFTER-IMAGE             PIC X(128).
