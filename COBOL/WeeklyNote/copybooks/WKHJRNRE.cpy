      ******************************************************************
      * WKHJRNRE - One change-journal record per add, change, or       *
      *            delete made in HOLMNT (HOLJRNL - line sequential,   *
      *            appended).  Carries the timestamp, the operator's   *
      *            initials, the action, the holiday key, and the full *
      *            before and after images of the master record, the  *
      *            same trail TMPLJRNL keeps for the templates, so a   *
      *            week whose holiday ruling moved can be traced to    *
      *            who changed the calendar and when.                  *
      * 2026.10.15  Added for the holiday change journal.              *
      ******************************************************************
       01  HOLIDAY-JOURNAL-RECORD.
           05  HJR-TIMESTAMP               PIC X(14).
           05  FILLER                      PIC X(01).
           05  HJR-OPERATOR                PIC X(03).
           05  FILLER                      PIC X(01).
           05  HJR-ACTION                  PIC X(01).
               88  HJR-ACT-ADD                 VALUE 'A'.
               88  HJR-ACT-CHANGE              VALUE 'C'.
               88  HJR-ACT-DELETE              VALUE 'D'.
           05  FILLER                      PIC X(01).
           05  HJR-COUNTRY                 PIC X(03).
           05  FILLER                      PIC X(01).
           05  HJR-DATE                    PIC 9(08).
           05  FILLER                      PIC X(01).
           05  HJR-BEFORE-IMAGE            PIC X(31).
           05  FILLER                      PIC X(01).
           05  HJR-AFTER-IMAGE             PIC X(31).
