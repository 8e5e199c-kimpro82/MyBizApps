      ******************************************************************
      * WKAUPARM - Parameter block passed to WKAUTH.  The caller names *
      *            itself, the initials given, and the role it needs   *
      *            (T template maintainer, H holiday maintainer, A     *
      *            approver, P print operator, S operator              *
      *            administrator).  A (C)heck request has WKAUTH look  *
      *            the operator up on OPERMAST and hand back granted   *
      *            or refused, the operator's name, and the reason for *
      *            a refusal; a (L)og request writes a refusal the     *
      *            caller made itself, with the caller's reason, onto  *
      *            SECLOG.                                             *
      * 2026.10.15  Added for the operator authority file.             *
      ******************************************************************
       01  AU-AUTH-PARM.
           05  AU-AUTH-PROGRAM             PIC X(08).
           05  AU-AUTH-REQUEST             PIC X(01).
               88  AU-AUTH-CHECK               VALUE 'C'.
               88  AU-AUTH-LOG-REFUSAL         VALUE 'L'.
           05  AU-AUTH-INITIALS            PIC X(03).
           05  AU-AUTH-ROLE                PIC X(01).
               88  AU-ROLE-TEMPLATE            VALUE 'T'.
               88  AU-ROLE-HOLIDAY             VALUE 'H'.
               88  AU-ROLE-APPROVER            VALUE 'A'.
               88  AU-ROLE-PRINT               VALUE 'P'.
               88  AU-ROLE-ADMIN               VALUE 'S'.
           05  AU-AUTH-RESULT              PIC X(01).
               88  AU-AUTH-GRANTED             VALUE 'G'.
               88  AU-AUTH-REFUSED             VALUE 'R'.
           05  AU-AUTH-OPERATOR-NAME       PIC X(30).
           05  AU-AUTH-REASON              PIC X(60).
