      ******************************************************************
      * WKBINDRE - Template binding record (TMPLBIND - line            *
      *            sequential), read by BINDIMPO.  One record per      *
      *            template: the pages in one press signature (16 or   *
      *            32) and the front and back matter pages bound       *
      *            either side of the year's weeks.  A blank           *
      *            signature size is 16; blank matter counts are none. *
      * 2026.10.15  Added for bindery imposition.                      *
      ******************************************************************
       01  BINDING-RECORD.
           05  BND-TEMPLATE-NAME           PIC X(08).
           05  FILLER                      PIC X(01).
           05  BND-SIGNATURE-PAGES         PIC 9(02).
           05  BND-SIGNATURE-PAGES-X REDEFINES BND-SIGNATURE-PAGES
                                           PIC X(02).
           05  FILLER                      PIC X(01).
           05  BND-FRONT-PAGES             PIC 9(03).
           05  BND-FRONT-PAGES-X REDEFINES BND-FRONT-PAGES
                                           PIC X(03).
           05  FILLER                      PIC X(01).
           05  BND-BACK-PAGES              PIC 9(03).
           05  BND-BACK-PAGES-X REDEFINES BND-BACK-PAGES
                                           PIC X(03).
