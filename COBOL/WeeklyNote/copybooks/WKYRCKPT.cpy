      ******************************************************************
      * WKYRCKPT - Single-record checkpoint for the annual edition    *
      *            build (YEARCKPT).  Rewritten after every template- *
      *            week, it names the last template and week done and *
      *            carries the running counts, so a restart resumes   *
      *            at the very next week instead of re-filing the     *
      *            year.  A week date of all nines marks the template *
      *            as finished and its summary line printed.  A       *
      *            template name of spaces means no restart pending.  *
      * 2026.10.15  Added for the annual edition build.                *
      ******************************************************************
       01  YEAR-CHECKPOINT-RECORD.
           05  YCK-DIARY-YEAR              PIC 9(04).
           05  YCK-SELECT-TYPE             PIC X(01).
           05  YCK-SELECT-CODE             PIC X(08).
           05  YCK-TEMPLATE-NAME           PIC X(08).
           05  YCK-WEEK-DATE               PIC 9(08).
           05  YCK-TMPL-FILED              PIC 9(03).
           05  YCK-TMPL-REJECTED           PIC 9(03).
           05  YCK-TEMPLATES-DONE          PIC 9(05).
           05  YCK-TOTAL-FILED             PIC 9(07).
           05  YCK-TOTAL-REJECTED          PIC 9(07).
