      ******************************************************************
      * WKIMPLRE - Imposition plan record (BINDPLAN.<template>.<year>  *
      *            - line sequential), written by BINDIMPO and read by *
      *            WEEKPRNT.  One record per page of the bound diary,  *
      *            in press order - signature, sheet, front side then  *
      *            back, positions 1-4 across the top row and 5-8      *
      *            across the bottom - carrying the page's folio and   *
      *            what goes on it: front matter, a week (with its     *
      *            Monday date), back matter, or a notes page padding  *
      *            out the last signature.                             *
      * 2026.10.15  Added for bindery imposition.                      *
      ******************************************************************
       01  PLAN-RECORD.
           05  IMP-TEMPLATE-NAME           PIC X(08).
           05  FILLER                      PIC X(01).
           05  IMP-DIARY-YEAR              PIC 9(04).
           05  FILLER                      PIC X(01).
           05  IMP-SIGNATURE               PIC 9(03).
           05  FILLER                      PIC X(01).
           05  IMP-SHEET                   PIC 9(03).
           05  FILLER                      PIC X(01).
           05  IMP-SIDE                    PIC X(01).
               88  IMP-SIDE-FRONT              VALUE 'F'.
               88  IMP-SIDE-BACK               VALUE 'B'.
           05  FILLER                      PIC X(01).
           05  IMP-POSITION                PIC 9(02).
           05  FILLER                      PIC X(01).
           05  IMP-FOLIO                   PIC 9(04).
           05  FILLER                      PIC X(01).
           05  IMP-PAGE-TYPE               PIC X(01).
               88  IMP-FRONT-MATTER            VALUE 'F'.
               88  IMP-WEEK-PAGE               VALUE 'W'.
               88  IMP-BACK-MATTER             VALUE 'B'.
               88  IMP-NOTES-PAGE              VALUE 'N'.
           05  FILLER                      PIC X(01).
           05  IMP-PAGE-DATE               PIC 9(08).
