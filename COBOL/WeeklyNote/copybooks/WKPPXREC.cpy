      ******************************************************************
      * WKPPXREC - Prepress interface record (PREPRESS - line          *
      *            sequential, 80 bytes fixed) cut by WEEKEXPT for the *
      *            typesetting house.  One file header, then per       *
      *            approved template-week one week header, one day     *
      *            detail per day and one section detail per day per   *
      *            section, and a trailer carrying the record count    *
      *            and the hash total of LAY-TOTAL-LINES so their      *
      *            intake can prove the file arrived whole.  Every     *
      *            record carries the export number.                   *
      * 2026.10.15  Added for the prepress interface export.           *
      ******************************************************************
       01  PREPRESS-RECORD.
           05  PPX-RECORD-TYPE             PIC X(01).
               88  PPX-FILE-HEADER-REC         VALUE 'F'.
               88  PPX-WEEK-HEADER-REC         VALUE 'H'.
               88  PPX-DAY-DETAIL-REC          VALUE 'D'.
               88  PPX-SECTION-DETAIL-REC      VALUE 'S'.
               88  PPX-TRAILER-REC             VALUE 'T'.
           05  PPX-EXPORT-NO               PIC 9(05).
           05  PPX-BODY                    PIC X(74).
           05  PPX-FILE-HEADER REDEFINES PPX-BODY.
               10  PPX-F-RUN-DATE          PIC 9(08).
               10  PPX-F-FROM-DATE         PIC 9(08).
               10  PPX-F-TO-DATE           PIC 9(08).
               10  FILLER                  PIC X(50).
           05  PPX-WEEK-HEADER REDEFINES PPX-BODY.
               10  PPX-H-TEMPLATE          PIC X(08).
               10  PPX-H-WEEK              PIC 9(08).
               10  PPX-H-SEND-TYPE         PIC X(01).
                   88  PPX-H-NEW               VALUE 'N'.
                   88  PPX-H-RESEND            VALUE 'R'.
               10  PPX-H-LANGUAGE          PIC X(02).
               10  PPX-H-TOTAL-LINES       PIC 9(04).
               10  PPX-H-SECTION-COUNT     PIC 9(01).
               10  PPX-H-TEMPLATE-REV      PIC 9(08).
               10  PPX-H-APPROVER          PIC X(03).
               10  PPX-H-APPROVAL-DATE     PIC 9(08).
               10  FILLER                  PIC X(31).
           05  PPX-DAY-DETAIL REDEFINES PPX-BODY.
               10  PPX-D-TEMPLATE          PIC X(08).
               10  PPX-D-WEEK              PIC 9(08).
               10  PPX-D-DAY-NO            PIC 9(01).
               10  PPX-D-DAY-DATE          PIC 9(08).
               10  PPX-D-DAY-LINES         PIC 9(03).
               10  PPX-D-DAY-FLAG          PIC X(01).
               10  PPX-D-LANGUAGE          PIC X(02).
               10  FILLER                  PIC X(43).
           05  PPX-SECTION-DETAIL REDEFINES PPX-BODY.
               10  PPX-S-TEMPLATE          PIC X(08).
               10  PPX-S-WEEK              PIC 9(08).
               10  PPX-S-DAY-NO            PIC 9(01).
               10  PPX-S-SECTION-NO        PIC 9(01).
               10  PPX-S-SECTION-NAME      PIC X(12).
               10  PPX-S-SECTION-LINES     PIC 9(03).
               10  FILLER                  PIC X(41).
           05  PPX-TRAILER REDEFINES PPX-BODY.
               10  PPX-T-RECORD-COUNT      PIC 9(07).
               10  PPX-T-WEEK-COUNT        PIC 9(05).
               10  PPX-T-RESEND-COUNT      PIC 9(05).
               10  PPX-T-HASH-TOTAL        PIC 9(09).
               10  FILLER                  PIC X(48).
