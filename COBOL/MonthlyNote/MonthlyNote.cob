002598*   2026.09.03  JH  The queued work orders carry the copy count  *
002598*                   (one) and job-reference fields the bindery's *
002598*                   order lists now use.                         *
002598*   2026.10.15  JH  The filed pages carry a template revision    *
002598*                   of zero - the line count is keyed at the     *
002598*                   console, not taken off a TMPLMAST revision,  *
002598*                   so WEEKDRFT leaves them alone.               *
002598*   2026.10.15  JH  Every filed layout starts with its layout    *
002598*                   rules status unchecked, for RULECHK to pass  *
002598*                   or fail.                                     *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.    MonthlyNote.
027241     SET LAY-APPR-DRAFT TO TRUE.
027241     MOVE SPACES TO LAY-APPROVER.
027241     MOVE ZERO TO LAY-APPROVAL-DATE.
027241     MOVE ZERO TO LAY-TEMPLATE-REV.
027241     MOVE SPACE TO LAY-RULES-STATUS.
027242     MOVE SPACES TO LAY-SECTION-NAMES.
027244     PERFORM 2310-FILL-ONE-LAY-DAY
027246         THRU 2310-EXIT
