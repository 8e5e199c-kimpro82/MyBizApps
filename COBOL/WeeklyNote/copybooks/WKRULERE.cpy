      ******************************************************************
      * WKRULERE - Layout quality rules record (LAYRULES - line        *
      *            sequential), read whole by RULECHK.  One record per *
      *            template: the fewest lines any day present on the   *
      *            page may carry, the fewest lines any day section    *
      *            may carry, the widest gap allowed between the       *
      *            longest and shortest working day, and whether a     *
      *            working Saturday or Sunday may carry more lines     *
      *            than the shortest working weekday.  A figure left   *
      *            blank is not checked; a blank weekend flag is Y.    *
      * 2026.10.15  Added for the layout quality rules check.          *
      ******************************************************************
       01  RULE-RECORD.
           05  RUL-TEMPLATE-NAME           PIC X(08).
           05  FILLER                      PIC X(01).
           05  RUL-MIN-DAY-LINES           PIC 9(03).
           05  RUL-MIN-DAY-LINES-X REDEFINES RUL-MIN-DAY-LINES
                                           PIC X(03).
           05  FILLER                      PIC X(01).
           05  RUL-MIN-SECTION-LINES       PIC 9(03).
           05  RUL-MIN-SECTION-LINES-X REDEFINES RUL-MIN-SECTION-LINES
                                           PIC X(03).
           05  FILLER                      PIC X(01).
           05  RUL-MAX-DAY-GAP             PIC 9(03).
           05  RUL-MAX-DAY-GAP-X REDEFINES RUL-MAX-DAY-GAP
                                           PIC X(03).
           05  FILLER                      PIC X(01).
           05  RUL-WEEKEND-OVER            PIC X(01).
               88  RUL-WEEKEND-MAY-EXCEED      VALUE 'Y' SPACE.
               88  RUL-WEEKEND-NOT-OVER        VALUE 'N'.
