      *             initials and date, and the page printer refuses    *
      *             (or watermarks, on a proof-only run) anything not  *
      *             approved.                                          *
      * 2026.10.15  Added the effective date of the TMPLMAST revision  *
      *             the week was split from, so WEEKDRFT can find      *
      *             weeks a later revision has overtaken.  Zero means  *
      *             the figures were keyed at the console, not taken   *
      *             off a master revision.                             *
      * 2026.10.15  Added the layout rules status - RULECHK passes or  *
      *             fails each draft against the template's LAYRULES   *
      *             rules; every filed or re-filed split starts        *
      *             unchecked, and WEEKAPPR warns on a failed week.    *
      ******************************************************************
       01  LAYOUT-RECORD.
           05  LAY-LAYOUT-KEY.
               88  LAY-APPR-REJECTED           VALUE 'R'.
           05  LAY-APPROVER                PIC X(03).
           05  LAY-APPROVAL-DATE           PIC 9(08).
           05  LAY-TEMPLATE-REV            PIC 9(08).
           05  LAY-RULES-STATUS            PIC X(01).
               88  LAY-RULES-UNCHECKED         VALUE SPACE.
               88  LAY-RULES-PASSED            VALUE 'P'.
               88  LAY-RULES-FAILED            VALUE 'F'.
