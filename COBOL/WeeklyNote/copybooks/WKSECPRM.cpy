      ******************************************************************
      * WKSECPRM - Security parameter record (SECPARM - line           *
      *            sequential, one record).  The separation-of-duties  *
      *            window - how many days back a template change by    *
      *            the approver bars that approver from signing off    *
      *            the revision's weeks in WEEKAPPR - and the number   *
      *            of days the OPERRPT access report covers.  A blank  *
      *            figure, or no SECPARM at all, takes the default: 90 *
      *            days for the window, 30 for the report.             *
      * 2026.10.15  Added for the operator authority file.             *
      ******************************************************************
       01  SECURITY-PARM-RECORD.
           05  SPR-SOD-WINDOW-DAYS         PIC 9(03).
           05  SPR-SOD-WINDOW-DAYS-X REDEFINES SPR-SOD-WINDOW-DAYS
                                           PIC X(03).
           05  FILLER                      PIC X(01).
           05  SPR-REPORT-DAYS             PIC 9(03).
           05  SPR-REPORT-DAYS-X REDEFINES SPR-REPORT-DAYS
                                           PIC X(03).
