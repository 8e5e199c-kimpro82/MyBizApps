      ******************************************************************
      * WKYRCTL  - Run-control card for the annual edition build      *
      *            (YEARCTL - line sequential, one record).  Carries  *
      *            the diary year, an optional selection that limits  *
      *            the build to one market, and the restart decision, *
      *            so the year build runs without the console.  No    *
      *            card means the prompts apply.  A selection type of *
      *            space builds every template on TMPLMAST.           *
      * 2026.10.15  Added for the annual edition build.                *
      * 2026.10.15  Selection type F - the members of one FAMMAST      *
      *             template family.                                   *
      ******************************************************************
       01  YEAR-CONTROL-RECORD.
           05  YRC-DIARY-YEAR              PIC 9(04).
           05  FILLER                      PIC X(01).
           05  YRC-SELECT-TYPE             PIC X(01).
               88  YRC-SELECT-ALL              VALUE SPACE.
               88  YRC-SELECT-MARKET           VALUE 'M'.
               88  YRC-SELECT-FAMILY           VALUE 'F'.
           05  FILLER                      PIC X(01).
           05  YRC-SELECT-CODE             PIC X(08).
           05  FILLER                      PIC X(01).
           05  YRC-RESUME                  PIC X(01).
