      ******************************************************************
      * WKEXREGR - Prepress export register (WEEKEXRG - indexed, one   *
      *            record per template-week ever exported, keyed the   *
      *            same as WEEKLAYT).  Holds the number and date of    *
      *            the export that last sent the week and the layout   *
      *            record exactly as it was sent (the WKLAYREC image), *
      *            so a week approved again with different figures or  *
      *            a different sign-off goes out again as a resend.    *
      * 2026.10.15  Added for the prepress interface export.           *
      ******************************************************************
       01  EXPORT-REGISTER-RECORD.
           05  EXR-KEY.
               10  EXR-TEMPLATE-NAME       PIC X(08).
               10  EXR-PAGE-DATE           PIC 9(08).
           05  EXR-EXPORT-NO               PIC 9(05).
           05  EXR-EXPORT-DATE             PIC 9(08).
           05  EXR-LAYOUT-IMAGE            PIC X(212).
