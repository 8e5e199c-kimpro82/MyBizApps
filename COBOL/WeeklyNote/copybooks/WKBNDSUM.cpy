      ******************************************************************
      * WKBNDSUM - Bindery chargeback summary record (BINDSUMM - line  *
      *            sequential, rewritten every run) cut by BINDCOST    *
      *            for finance to load.  One record per job reference  *
      *            ('J'), per template ('T'), per month of the weeks   *
      *            printed ('M', key YYYY.MM), per paper size ('P'),   *
      *            and one grand total ('G').  Money carries two       *
      *            decimals, unedited; waste is the requests refused   *
      *            unapproved or whose layout was not found.           *
      * 2026.10.15  Added for bindery job costing.                     *
      ******************************************************************
       01  BINDERY-SUMMARY-RECORD.
           05  BSM-RECORD-TYPE             PIC X(01).
               88  BSM-BY-JOB-REF              VALUE 'J'.
               88  BSM-BY-TEMPLATE             VALUE 'T'.
               88  BSM-BY-MONTH                VALUE 'M'.
               88  BSM-BY-PAPER                VALUE 'P'.
               88  BSM-GRAND-TOTAL             VALUE 'G'.
           05  FILLER                      PIC X(01).
           05  BSM-KEY                     PIC X(10).
           05  FILLER                      PIC X(01).
           05  BSM-RUN-DATE                PIC 9(08).
           05  FILLER                      PIC X(01).
           05  BSM-REQUESTS                PIC 9(05).
           05  FILLER                      PIC X(01).
           05  BSM-COPIES                  PIC 9(06).
           05  FILLER                      PIC X(01).
           05  BSM-SHEETS                  PIC 9(07).
           05  FILLER                      PIC X(01).
           05  BSM-SHEET-COST              PIC 9(07)V9(02).
           05  FILLER                      PIC X(01).
           05  BSM-HANDLING-COST           PIC 9(07)V9(02).
           05  FILLER                      PIC X(01).
           05  BSM-TOTAL-COST              PIC 9(07)V9(02).
           05  FILLER                      PIC X(01).
           05  BSM-WASTE-REQUESTS          PIC 9(05).
           05  FILLER                      PIC X(01).
           05  BSM-WASTE-COPIES            PIC 9(06).
