      ******************************************************************
      * WKEXLGRE - Prepress export log (WEEKEXLG - line sequential,    *
      *            appended).  One record per completed export: its    *
      *            number, when it ran, the week range, the weeks sent *
      *            new and resent, and the trailer's record count and  *
      *            hash total.  The next export takes the last number  *
      *            here plus one.                                      *
      * 2026.10.15  Added for the prepress interface export.           *
      ******************************************************************
       01  EXPORT-LOG-RECORD.
           05  EXL-EXPORT-NO               PIC 9(05).
           05  FILLER                      PIC X(01).
           05  EXL-RUN-TS                  PIC X(14).
           05  FILLER                      PIC X(01).
           05  EXL-FROM-DATE               PIC 9(08).
           05  FILLER                      PIC X(01).
           05  EXL-TO-DATE                 PIC 9(08).
           05  FILLER                      PIC X(01).
           05  EXL-WEEKS-NEW               PIC 9(05).
           05  FILLER                      PIC X(01).
           05  EXL-WEEKS-RESENT            PIC 9(05).
           05  FILLER                      PIC X(01).
           05  EXL-RECORD-COUNT            PIC 9(07).
           05  FILLER                      PIC X(01).
           05  EXL-HASH-TOTAL              PIC 9(09).
