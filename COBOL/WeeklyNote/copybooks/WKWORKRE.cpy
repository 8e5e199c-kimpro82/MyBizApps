      *             unattended, and the WEEKMANF manifest ties every   *
      *             proof in the tray back to the order that asked     *
      *             for it.                                            *
      * 2026.10.15  Added the request type - an 'F' request names a    *
      *             FAMMAST template family in the template-name field *
      *             and asks for that week of every member at once.    *
      * 2026.10.15  Added the signature request - an 'S' request asks  *
      *             for one press signature of a BINDIMPO imposition   *
      *             plan, the diary year and signature number carried  *
      *             in the page-date field.                            *
      ******************************************************************
       01  WORK-ORDER-RECORD.
           05  WKO-TEMPLATE-NAME           PIC X(08).
           05  FILLER                      PIC X(01).
           05  WKO-PAGE-DATE               PIC 9(08).
           05  WKO-SIGNATURE-ID REDEFINES WKO-PAGE-DATE.
               10  WKO-SIG-YEAR            PIC 9(04).
               10  WKO-SIG-NUMBER          PIC 9(04).
           05  FILLER                      PIC X(01).
           05  WKO-COPIES                  PIC 9(03).
           05  FILLER                      PIC X(01).
           05  WKO-JOB-REF                 PIC X(10).
           05  FILLER                      PIC X(01).
           05  WKO-REQUEST-TYPE            PIC X(01).
               88  WKO-TEMPLATE-REQUEST        VALUE SPACE.
               88  WKO-FAMILY-REQUEST          VALUE 'F'.
               88  WKO-SIGNATURE-REQUEST       VALUE 'S'.
