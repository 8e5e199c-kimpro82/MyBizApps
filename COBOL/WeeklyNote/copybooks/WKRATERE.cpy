      ******************************************************************
      * WKRATERE - Bindery rate table record (BINDRATE - line          *
      *            sequential), read whole by BINDCOST.  One 'P'       *
      *            record per paper size the bindery stocks - its      *
      *            code, the tallest page it takes in hundredths of an *
      *            inch (the same unit as TMPM-PAGE-HEIGHT), and its   *
      *            cost per sheet - and one 'H' record carrying the    *
      *            handling charge per proof rendered.  The first 'P'  *
      *            record is the house standard size, used for a       *
      *            template carrying no dimensions.                    *
      * 2026.10.15  Added for bindery job costing.                     *
      ******************************************************************
       01  RATE-RECORD.
           05  RTE-RECORD-TYPE             PIC X(01).
               88  RTE-PAPER-RATE              VALUE 'P'.
               88  RTE-HANDLING-RATE           VALUE 'H'.
           05  FILLER                      PIC X(01).
           05  RTE-BODY                    PIC X(30).
           05  RTE-PAPER-ENTRY REDEFINES RTE-BODY.
               10  RTE-PAPER-SIZE          PIC X(04).
               10  FILLER                  PIC X(01).
               10  RTE-MAX-HEIGHT          PIC 9(03)V9(02).
               10  FILLER                  PIC X(01).
               10  RTE-SHEET-COST          PIC 9(03)V9(04).
               10  FILLER                  PIC X(12).
           05  RTE-HANDLING-ENTRY REDEFINES RTE-BODY.
               10  RTE-PROOF-CHARGE        PIC 9(03)V9(02).
               10  FILLER                  PIC X(25).
