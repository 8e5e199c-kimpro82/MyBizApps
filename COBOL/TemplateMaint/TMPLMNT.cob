001994*                   after images, the operator, and the          *
001996*                   timestamp, and a (J)ournal function reports  *
001998*                   the journal per template.                    *
001999*   2026.10.15  JH  Sign-on against the OPERMAST operator        *
001999*                   master - the initials must be on file,       *
001999*                   active, and hold the template maintainer     *
001999*                   role, checked by WKAUTH, or the session      *
001999*                   ends with return code 8.                     *
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.    TMPLMNT.
005564 01  JOURNAL-PRINT-LINE              PIC X(120).
005600
005700 WORKING-STORAGE SECTION.
005750 COPY WKAUPARM.
005750
005800 01  TM-SWITCHES.
005900     05  TM-DONE-SW                  PIC X(01).
006000         88  TM-DONE                     VALUE 'Y'.
013020******************************************************************
013030* 1100-GET-OPERATOR - who is making this session's changes; the  *
013040*   change journal records the initials on every entry.          *
013042*   WKAUTH lets in only an active operator on OPERMAST holding   *
013044*   the template maintainer role; anyone else ends the session   *
013046*   before the master is touched.                                *
013050******************************************************************
013060 1100-GET-OPERATOR.
013070     DISPLAY "Enter the operator's initials: " WITH NO ADVANCING.
013092         DISPLAY "** Initials must not be blank - try again."
013094         GO TO 1100-GET-OPERATOR
013096     END-IF.
013097     MOVE "TMPLMNT" TO AU-AUTH-PROGRAM.
013097     SET AU-AUTH-CHECK TO TRUE.
013097     MOVE TM-OPERATOR TO AU-AUTH-INITIALS.
013097     SET AU-ROLE-TEMPLATE TO TRUE.
013097     CALL "WKAUTH" USING AU-AUTH-PARM.
013097     IF AU-AUTH-REFUSED
013097         DISPLAY "** " TM-OPERATOR " refused - " AU-AUTH-REASON
013097         CLOSE MASTER-FILE
013097         MOVE 8 TO RETURN-CODE
013097         STOP RUN
013097     END-IF.
013097     DISPLAY "Signed on as " AU-AUTH-OPERATOR-NAME ".".
013098 1100-EXIT.
013099     EXIT.
013100
