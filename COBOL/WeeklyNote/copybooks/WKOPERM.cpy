      ******************************************************************
      * WKOPERM  - Operator master record, keyed by initials (OPERMAST *
      *            - indexed, one record per operator).  Maintained by *
      *            OPERMNT.  Carries the operator's name, whether the  *
      *            operator is active, and the roles held - template   *
      *            maintainer (TMPLMNT), holiday maintainer (HOLMNT),  *
      *            approver (WEEKAPPR), print operator (WEEKPRNT), and *
      *            operator administrator (OPERMNT itself).  WKAUTH    *
      *            refuses anyone not on file, not active, or without  *
      *            the role the program asks for.  The role table view *
      *            lets WKAUTH test a role by its position.            *
      * 2026.10.15  Added for the operator authority file.             *
      ******************************************************************
       01  OPERATOR-RECORD.
           05  OPR-INITIALS                PIC X(03).
           05  OPR-NAME                    PIC X(30).
           05  OPR-ACTIVE-SW               PIC X(01).
               88  OPR-ACTIVE                  VALUE 'Y'.
               88  OPR-INACTIVE                VALUE 'N'.
           05  OPR-ROLES.
               10  OPR-ROLE-TEMPLATE       PIC X(01).
                   88  OPR-TEMPLATE-MAINTAINER VALUE 'Y'.
               10  OPR-ROLE-HOLIDAY        PIC X(01).
                   88  OPR-HOLIDAY-MAINTAINER  VALUE 'Y'.
               10  OPR-ROLE-APPROVER       PIC X(01).
                   88  OPR-APPROVER            VALUE 'Y'.
               10  OPR-ROLE-PRINT          PIC X(01).
                   88  OPR-PRINT-OPERATOR      VALUE 'Y'.
               10  OPR-ROLE-ADMIN          PIC X(01).
                   88  OPR-OPERATOR-ADMIN      VALUE 'Y'.
           05  OPR-ROLE-TABLE REDEFINES OPR-ROLES.
               10  OPR-ROLE-FLAG           PIC X(01) OCCURS 5.
           05  OPR-ADDED-DATE              PIC 9(08).
           05  FILLER                      PIC X(11).
