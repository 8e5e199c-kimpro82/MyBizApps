      ******************************************************************
      * WKSECLRE - One security-log record per sign-on check made by   *
      *            WKAUTH (SECLOG - line sequential, appended): the    *
      *            timestamp, the program, the initials given, the role*
      *            asked for, and whether the operator was let in or   *
      *            refused, with the reason for a refusal.  WEEKAPPR   *
      *            logs an approval it refuses on separation of duties *
      *            the same way.  OPERRPT reports it.                  *
      * 2026.10.15  Added for the operator authority file.             *
      ******************************************************************
       01  SECURITY-LOG-RECORD.
           05  SEC-TIMESTAMP               PIC X(14).
           05  FILLER                      PIC X(01).
           05  SEC-PROGRAM                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  SEC-INITIALS                PIC X(03).
           05  FILLER                      PIC X(01).
           05  SEC-ROLE                    PIC X(01).
           05  FILLER                      PIC X(01).
           05  SEC-RESULT                  PIC X(01).
               88  SEC-GRANTED                 VALUE 'G'.
               88  SEC-REFUSED                 VALUE 'R'.
           05  FILLER                      PIC X(01).
           05  SEC-REASON                  PIC X(60).
