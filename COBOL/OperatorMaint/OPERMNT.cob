000100******************************************************************
000200* PROGRAM      : OPERMNT                                        *
000300* AUTHOR       : J. HALVERSEN                                   *
000400* INSTALLATION : DIARY LAYOUT UNIT                               *
000500* DATE-WRITTEN : 2026.10.15                                      *
000600* DATE-COMPILED:                                                 *
000700*                                                                *
000800* PURPOSE.                                                      *
000900*   Maintains the operator master (OPERMAST - indexed, keyed    *
001000*   by initials): add, change, and inquire, the same way        *
001100*   FAMMNT maintains the families.  Each operator has a name,   *
001200*   an active flag, and the roles held - template maintainer,   *
001300*   holiday maintainer, approver, print operator, and operator  *
001400*   administrator - which WKAUTH checks when TMPLMNT, HOLMNT,   *
001500*   WEEKAPPR, WEEKPRNT, and this program take initials.  Only   *
001600*   an operator administrator may run it, and never on their    *
001700*   own record, so no one can grant themselves a role.  While   *
001800*   the master is still empty the session that sets it up is   *
001900*   let in unchecked.  Operators are never deleted - their      *
002000*   initials stay on the journals and on the weeks they signed  *
002100*   off - a leaver is made inactive instead.  Every add and     *
002200*   change is journalled to OPERJRNL with before and after      *
002300*   images, and a (J)ournal function reports it to OPERJRPT.    *
002400*                                                                *
002500* MODIFICATION HISTORY.                                         *
002600*   2026.10.15  JH  Original version.                            *
002650*   2026.10.15  JH  The master is read INPUT until the           *
002650*                   operator is signed on, so WKAUTH can open    *
002650*                   it too, and the setting-up session must      *
002650*                   add an active operator administrator.        *
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.    OPERMNT.
003000 AUTHOR.        J. HALVERSEN.
003100 INSTALLATION.  DIARY LAYOUT UNIT.
003200 DATE-WRITTEN.  2026.10.15.
003300 DATE-COMPILED.
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   GENERIC.
003800 OBJECT-COMPUTER.   GENERIC.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OPERATOR-FILE
004300         ASSIGN TO "OPERMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS OPR-INITIALS
004700         FILE STATUS IS OM-OPERATOR-STATUS.
004800
004900     SELECT RUN-STATS-FILE
005000         ASSIGN TO "RUNSTATS"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS OM-RUNSTATS-STATUS.
005300
005400     SELECT JOURNAL-FILE
005500         ASSIGN TO "OPERJRNL"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS OM-JOURNAL-STATUS.
005800
005900     SELECT JOURNAL-REPORT-FILE
006000         ASSIGN TO "OPERJRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS OM-JRNRPT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  OPERATOR-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY WKOPERM.
006900
007000 FD  RUN-STATS-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY WKRSTAT.
007300
007400 FD  JOURNAL-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY WKOJRNRE.
007700
007800 FD  JOURNAL-REPORT-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  JOURNAL-PRINT-LINE              PIC X(80).
008100
008200 WORKING-STORAGE SECTION.
008300 01  OM-SWITCHES.
008400     05  OM-DONE-SW                  PIC X(01).
008500         88  OM-DONE                     VALUE 'Y'.
008600     05  OM-FUNCTION-SW              PIC X(01).
008700         88  OM-FUNC-ADD                 VALUE 'A'.
008800         88  OM-FUNC-CHANGE              VALUE 'C'.
008900         88  OM-FUNC-INQUIRE             VALUE 'I'.
009000         88  OM-FUNC-JOURNAL             VALUE 'J'.
009100         88  OM-FUNC-QUIT                VALUE 'Q'.
009200     05  OM-JRN-EOF-SW               PIC X(01).
009300         88  OM-JRN-EOF                  VALUE 'Y'.
009400     05  OM-SETUP-SW                 PIC X(01).
009500         88  OM-SETUP-SESSION            VALUE 'Y'.
009600     05  OM-OPERATOR-OPEN-SW         PIC X(01).
009700         88  OM-OPERATOR-OPEN            VALUE 'Y'.
009800
009900 01  OM-FILE-STATUS-GROUP.
010000     05  OM-OPERATOR-STATUS          PIC X(02).
010100     05  OM-RUNSTATS-STATUS          PIC X(02).
010200     05  OM-JOURNAL-STATUS           PIC X(02).
010300     05  OM-JRNRPT-STATUS            PIC X(02).
010400
010500 77  OM-INITIALS-INPUT               PIC X(03).
010600 77  OM-YN-INPUT                     PIC X(01).
010700 77  OM-OPERATOR                     PIC X(03).
010800 77  OM-ACTION                       PIC X(01).
010900 77  OM-CURRENT-DATE                 PIC 9(08).
011000 77  OM-RS-DATE                      PIC 9(08).
011100 01  OM-RS-TIME-GROUP.
011200     05  OM-RS-TIME                  PIC 9(08).
011300     05  OM-RS-TIME-X REDEFINES OM-RS-TIME
011400                                     PIC X(08).
011500 77  OM-START-TS                     PIC X(14).
011600 77  OM-END-TS                       PIC X(14).
011700 77  OM-JRN-TIMESTAMP                PIC X(14).
011800 77  OM-CHANGE-COUNT                 PIC 9(05) VALUE ZERO.
011900 77  OM-JRN-COUNT                    PIC 9(05).
012000 77  OM-JRN-INITIALS-INPUT           PIC X(03).
012100 01  OM-BEFORE-IMAGE                 PIC X(60).
012200 01  OM-AFTER-IMAGE                  PIC X(60).
012300
012400*    The operator being entered is built here, laid out as the
012500*    operator record, clear of the file record area.
012600 01  OM-ENTRY.
012700     05  OM-ENT-INITIALS             PIC X(03).
012800     05  OM-ENT-NAME                 PIC X(30).
012900     05  OM-ENT-ACTIVE-SW            PIC X(01).
013000     05  OM-ENT-ROLE-FLAG            PIC X(01) OCCURS 5.
013100     05  OM-ENT-ADDED-DATE           PIC 9(08).
013200     05  FILLER                      PIC X(11).
013300
013400*    The roles in the order of OPR-ROLE-FLAG, as prompted for
013500*    and shown.
013600 01  OM-ROLE-VALUES.
013700     05  FILLER                      PIC X(22)
013800         VALUE "Template maintainer".
013900     05  FILLER                      PIC X(22)
014000         VALUE "Holiday maintainer".
014100     05  FILLER                      PIC X(22)
014200         VALUE "Approver".
014300     05  FILLER                      PIC X(22)
014400         VALUE "Print operator".
014500     05  FILLER                      PIC X(22)
014600         VALUE "Operator administrator".
014700 01  OM-ROLE-TABLE REDEFINES OM-ROLE-VALUES.
014800     05  OM-ROLE-NAME                PIC X(22) OCCURS 5.
014900 77  OM-ROLE-MAX                     PIC 9(01) VALUE 5.
015000 77  OM-ROLE-IDX                     PIC 9(01) COMP.
015100
015200 01  OM-JRPT-HEAD.
015300     05  OM-JH-TIMESTAMP             PIC X(14).
015400     05  FILLER                      PIC X(02).
015500     05  OM-JH-OPERATOR              PIC X(03).
015600     05  FILLER                      PIC X(02).
015700     05  OM-JH-ACTION                PIC X(01).
015800     05  FILLER                      PIC X(02).
015900     05  OM-JH-INITIALS              PIC X(03).
016000 01  OM-JRPT-IMAGE.
016100     05  OM-JI-LABEL                 PIC X(09).
016200     05  OM-JI-IMAGE                 PIC X(60).
016300
016400 COPY WKAUPARM.
016500
016600 PROCEDURE DIVISION.
016700
016800******************************************************************
016900* 0000-MAINLINE                                                 *
017000******************************************************************
017100 0000-MAINLINE.
017200     PERFORM 9500-STAMP-START-TS
017300         THRU 9500-EXIT.
017400     PERFORM 1000-INITIALIZE
017500         THRU 1000-EXIT.
017600     PERFORM 2000-PROCESS-ONE-FUNCTION
017700         THRU 2000-EXIT
017800         UNTIL OM-DONE.
017900     PERFORM 9000-TERMINATE
018000         THRU 9000-EXIT.
018100     PERFORM 9600-WRITE-RUN-STATS
018200         THRU 9600-EXIT.
018300     STOP RUN.
018400
018500******************************************************************
018600* 1000-INITIALIZE - opens the operator master, creating it      *
018700*   automatically on the first run.  A master with no operator  *
018800*   on it yet makes this the setting-up session.  The master is *
018810*   only read, then closed, until the operator is signed on -   *
018820*   WKAUTH opens it for itself - and is then opened for update. *
018900******************************************************************
019000 1000-INITIALIZE.
019100     MOVE "N" TO OM-DONE-SW.
019200     MOVE "N" TO OM-SETUP-SW.
019300     MOVE "N" TO OM-OPERATOR-OPEN-SW.
019400     ACCEPT OM-CURRENT-DATE FROM DATE YYYYMMDD.
019500     OPEN INPUT OPERATOR-FILE.
019600     IF OM-OPERATOR-STATUS = "35"
019700         OPEN OUTPUT OPERATOR-FILE
019800         CLOSE OPERATOR-FILE
019900         OPEN INPUT OPERATOR-FILE
020000     END-IF.
020100     IF OM-OPERATOR-STATUS NOT = "00"
020200         DISPLAY "** Unable to open OPERMAST - status "
020300                 OM-OPERATOR-STATUS "."
020400         SET OM-DONE TO TRUE
020500         GO TO 1000-EXIT
020600     END-IF.
020800     MOVE LOW-VALUES TO OPR-INITIALS.
020900     START OPERATOR-FILE KEY NOT < OPR-INITIALS
021000         INVALID KEY
021100             SET OM-SETUP-SESSION TO TRUE
021200     END-START.
021250     CLOSE OPERATOR-FILE.
021300     PERFORM 1100-GET-OPERATOR
021400         THRU 1100-EXIT.
021410     OPEN I-O OPERATOR-FILE.
021420     IF OM-OPERATOR-STATUS NOT = "00"
021430         DISPLAY "** Unable to open OPERMAST for update - status "
021440                 OM-OPERATOR-STATUS "."
021450         SET OM-DONE TO TRUE
021460         GO TO 1000-EXIT
021470     END-IF.
021480     SET OM-OPERATOR-OPEN TO TRUE.
021500 1000-EXIT.
021600     EXIT.
021700
021800******************************************************************
021900* 1100-GET-OPERATOR - who is making this session's changes; the  *
022000*   change journal records the initials on every entry.  Only   *
022100*   an operator administrator gets in; anyone else is refused   *
022200*   by WKAUTH, which has logged it, and the session ends.       *
022300******************************************************************
022400 1100-GET-OPERATOR.
022500     DISPLAY "Enter the operator's initials: " WITH NO ADVANCING.
022600     ACCEPT OM-OPERATOR.
022700     IF OM-OPERATOR = SPACES
022800         DISPLAY "** Initials must not be blank - try again."
022900         GO TO 1100-GET-OPERATOR
023000     END-IF.
023100     IF OM-SETUP-SESSION
023200         DISPLAY "OPERMAST has no operators yet - this session "
023300                 "sets it up.  Add an operator administrator "
023400                 "first."
023500         GO TO 1100-EXIT
023600     END-IF.
023700     MOVE "OPERMNT" TO AU-AUTH-PROGRAM.
023800     SET AU-AUTH-CHECK TO TRUE.
023900     MOVE OM-OPERATOR TO AU-AUTH-INITIALS.
024000     SET AU-ROLE-ADMIN TO TRUE.
024100     CALL "WKAUTH" USING AU-AUTH-PARM.
024200     IF AU-AUTH-REFUSED
024300         DISPLAY "** " OM-OPERATOR " refused - " AU-AUTH-REASON
024500         MOVE 8 TO RETURN-CODE
024600         STOP RUN
024700     END-IF.
024800     DISPLAY "Signed on as " AU-AUTH-OPERATOR-NAME ".".
024900 1100-EXIT.
025000     EXIT.
025100
025200******************************************************************
025300* 9000-TERMINATE                                                *
025400******************************************************************
025500 9000-TERMINATE.
025600     IF OM-OPERATOR-OPEN
025700         CLOSE OPERATOR-FILE
025800     END-IF.
025900 9000-EXIT.
026000     EXIT.
026100
026200******************************************************************
026300* 2000-PROCESS-ONE-FUNCTION - one function per pass round the    *
026400*   menu until Q ends the session.                               *
026500******************************************************************
026600 2000-PROCESS-ONE-FUNCTION.
026700     DISPLAY "Function - (A)dd, (C)hange, (I)nquire, "
026800             "(J)ournal, or (Q)uit? "
026900             WITH NO ADVANCING.
027000     ACCEPT OM-FUNCTION-SW.
027100     IF OM-FUNCTION-SW = "a"
027200         MOVE "A" TO OM-FUNCTION-SW
027300     END-IF.
027400     IF OM-FUNCTION-SW = "c"
027500         MOVE "C" TO OM-FUNCTION-SW
027600     END-IF.
027700     IF OM-FUNCTION-SW = "i"
027800         MOVE "I" TO OM-FUNCTION-SW
027900     END-IF.
028000     IF OM-FUNCTION-SW = "j"
028100         MOVE "J" TO OM-FUNCTION-SW
028200     END-IF.
028300     IF OM-FUNCTION-SW = "q"
028400         MOVE "Q" TO OM-FUNCTION-SW
028500     END-IF.
028600
028700     IF OM-FUNC-QUIT
028800         SET OM-DONE TO TRUE
028900         GO TO 2000-EXIT
029000     END-IF.
029100     IF OM-FUNC-ADD
029200         PERFORM 3000-ADD-OPERATOR
029300             THRU 3000-EXIT
029400         GO TO 2000-EXIT
029500     END-IF.
029600     IF OM-FUNC-CHANGE
029700         PERFORM 3500-CHANGE-OPERATOR
029800             THRU 3500-EXIT
029900         GO TO 2000-EXIT
030000     END-IF.
030100     IF OM-FUNC-INQUIRE
030200         PERFORM 4500-INQUIRE-OPERATOR
030300             THRU 4500-EXIT
030400         GO TO 2000-EXIT
030500     END-IF.
030600     IF OM-FUNC-JOURNAL
030700         PERFORM 7500-REPORT-JOURNAL
030800             THRU 7500-EXIT
030900         GO TO 2000-EXIT
031000     END-IF.
031100     DISPLAY "Please answer A, C, I, J, or Q.".
031200 2000-EXIT.
031300     EXIT.
031400
031500******************************************************************
031600* 3000-ADD-OPERATOR - new initials must not already be on the   *
031700*   master; the name, active flag, and roles are entered        *
031800*   through the shared validated entry paragraphs before the    *
031900*   record is written and journalled.  The setting-up session's *
031910*   first operator must be an active operator administrator, or *
031920*   no one could ever sign on here again.                       *
032000******************************************************************
032100 3000-ADD-OPERATOR.
032200     PERFORM 6000-GET-INITIALS
032300         THRU 6000-EXIT.
032400     MOVE OM-INITIALS-INPUT TO OPR-INITIALS.
032500     READ OPERATOR-FILE
032600         INVALID KEY
032700             CONTINUE
032800         NOT INVALID KEY
032900             DISPLAY "** " OM-INITIALS-INPUT
033000                     " is already on the master - use (C)hange."
033100             GO TO 3000-EXIT
033200     END-READ.
033300
033400     PERFORM 6100-GET-ALL-FIELDS
033500         THRU 6100-EXIT.
033510     IF OM-SETUP-SESSION
033520             AND (OM-ENT-ACTIVE-SW NOT = "Y"
033530               OR OM-ENT-ROLE-FLAG (5) NOT = "Y")
033540         DISPLAY "** The first operator must be an active "
033550                 "operator administrator - not added."
033560         GO TO 3000-EXIT
033570     END-IF.
033600     MOVE OM-CURRENT-DATE TO OM-ENT-ADDED-DATE.
033700     MOVE OM-ENTRY TO OPERATOR-RECORD.
033800     WRITE OPERATOR-RECORD
033900         INVALID KEY
034000             DISPLAY "** Unable to add " OPR-INITIALS
034100                     " - status " OM-OPERATOR-STATUS "."
034200             GO TO 3000-EXIT
034300     END-WRITE.
034400     MOVE SPACES TO OM-BEFORE-IMAGE.
034500     MOVE OPERATOR-RECORD TO OM-AFTER-IMAGE.
034600     MOVE "A" TO OM-ACTION.
034700     PERFORM 7000-WRITE-JOURNAL
034800         THRU 7000-EXIT.
034900     DISPLAY "Operator " OPR-INITIALS " added to the master.".
035000     MOVE "N" TO OM-SETUP-SW.
035100 3000-EXIT.
035200     EXIT.
035300
035400******************************************************************
035500* 3500-CHANGE-OPERATOR - the operator on file is shown, then     *
035600*   every field is entered again and the record rewritten in    *
035700*   place; the change is journalled with before and after       *
035800*   images.  An administrator's own record is left to another   *
035900*   administrator.                                              *
036000******************************************************************
036100 3500-CHANGE-OPERATOR.
036200     PERFORM 6000-GET-INITIALS
036300         THRU 6000-EXIT.
036400     IF OM-INITIALS-INPUT = OM-OPERATOR
036500         DISPLAY "** Your own record must be changed by another "
036600                 "operator administrator."
036700         GO TO 3500-EXIT
036800     END-IF.
036900     MOVE OM-INITIALS-INPUT TO OPR-INITIALS.
037000     READ OPERATOR-FILE
037100         INVALID KEY
037200             DISPLAY "** " OM-INITIALS-INPUT
037300                     " is not on the master - use (A)dd."
037400             GO TO 3500-EXIT
037500     END-READ.
037600     MOVE OPERATOR-RECORD TO OM-BEFORE-IMAGE.
037700     PERFORM 4600-DISPLAY-OPERATOR
037800         THRU 4600-EXIT.
037900
038000     PERFORM 6100-GET-ALL-FIELDS
038100         THRU 6100-EXIT.
038200     MOVE OPR-ADDED-DATE TO OM-ENT-ADDED-DATE.
038300     MOVE OM-ENTRY TO OPERATOR-RECORD.
038400     REWRITE OPERATOR-RECORD
038500         INVALID KEY
038600             DISPLAY "** Unable to rewrite " OPR-INITIALS
038700                     " - status " OM-OPERATOR-STATUS "."
038800             GO TO 3500-EXIT
038900     END-REWRITE.
039000     MOVE OPERATOR-RECORD TO OM-AFTER-IMAGE.
039100     MOVE "C" TO OM-ACTION.
039200     PERFORM 7000-WRITE-JOURNAL
039300         THRU 7000-EXIT.
039400     DISPLAY "Operator " OPR-INITIALS " changed.".
039500 3500-EXIT.
039600     EXIT.
039700
039800******************************************************************
039900* 4500-INQUIRE-OPERATOR                                          *
040000******************************************************************
040100 4500-INQUIRE-OPERATOR.
040200     PERFORM 6000-GET-INITIALS
040300         THRU 6000-EXIT.
040400     MOVE OM-INITIALS-INPUT TO OPR-INITIALS.
040500     READ OPERATOR-FILE
040600         INVALID KEY
040700             DISPLAY "** " OM-INITIALS-INPUT
040800                     " is not on the master."
040900             GO TO 4500-EXIT
041000     END-READ.
041100     PERFORM 4600-DISPLAY-OPERATOR
041200         THRU 4600-EXIT.
041300 4500-EXIT.
041400     EXIT.
041500
041600******************************************************************
041700* 4600-DISPLAY-OPERATOR                                          *
041800******************************************************************
041900 4600-DISPLAY-OPERATOR.
042000     DISPLAY "Initials      : " OPR-INITIALS.
042100     DISPLAY "Name          : " OPR-NAME.
042200     IF OPR-ACTIVE
042300         DISPLAY "Status        : ACTIVE"
042400     ELSE
042500         DISPLAY "Status        : ** NOT ACTIVE"
042600     END-IF.
042700     DISPLAY "Added         : " OPR-ADDED-DATE.
042800     PERFORM 4650-DISPLAY-ONE-ROLE
042900         THRU 4650-EXIT
043000         VARYING OM-ROLE-IDX FROM 1 BY 1
043100         UNTIL OM-ROLE-IDX > OM-ROLE-MAX.
043200 4600-EXIT.
043300     EXIT.
043400
043500******************************************************************
043600* 4650-DISPLAY-ONE-ROLE                                          *
043700******************************************************************
043800 4650-DISPLAY-ONE-ROLE.
043900     IF OPR-ROLE-FLAG (OM-ROLE-IDX) = "Y"
044000         DISPLAY "  " OM-ROLE-NAME (OM-ROLE-IDX) " YES"
044100     ELSE
044200         DISPLAY "  " OM-ROLE-NAME (OM-ROLE-IDX) " no"
044300     END-IF.
044400 4650-EXIT.
044500     EXIT.
044600
044700******************************************************************
044800* 6000-GET-INITIALS                                              *
044900******************************************************************
045000 6000-GET-INITIALS.
045100     DISPLAY "Enter the operator's initials to maintain: "
045200             WITH NO ADVANCING.
045300     ACCEPT OM-INITIALS-INPUT.
045400     IF OM-INITIALS-INPUT = SPACES
045500         DISPLAY "** Initials must not be blank - try again."
045600         GO TO 6000-GET-INITIALS
045700     END-IF.
045800 6000-EXIT.
045900     EXIT.
046000
046100******************************************************************
046200* 6100-GET-ALL-FIELDS - the add and change paths take every      *
046300*   field through the same validated prompts, into OM-ENTRY.     *
046400******************************************************************
046500 6100-GET-ALL-FIELDS.
046600     MOVE SPACES TO OM-ENTRY.
046700     MOVE ZERO TO OM-ENT-ADDED-DATE.
046800     MOVE OM-INITIALS-INPUT TO OM-ENT-INITIALS.
046900 6100-GET-NAME.
047000     DISPLAY "Name: " WITH NO ADVANCING.
047100     ACCEPT OM-ENT-NAME.
047200     IF OM-ENT-NAME = SPACES
047300         DISPLAY "** Name must not be blank - try again."
047400         GO TO 6100-GET-NAME
047500     END-IF.
047600 6100-GET-ACTIVE.
047700     DISPLAY "Active (Y/N)? " WITH NO ADVANCING.
047800     PERFORM 6300-GET-YES-NO
047900         THRU 6300-EXIT.
048000     IF OM-YN-INPUT = SPACE
048100         GO TO 6100-GET-ACTIVE
048200     END-IF.
048300     MOVE OM-YN-INPUT TO OM-ENT-ACTIVE-SW.
048400     PERFORM 6200-GET-ONE-ROLE
048500         THRU 6200-EXIT
048600         VARYING OM-ROLE-IDX FROM 1 BY 1
048700         UNTIL OM-ROLE-IDX > OM-ROLE-MAX.
048800 6100-EXIT.
048900     EXIT.
049000
049100******************************************************************
049200* 6200-GET-ONE-ROLE                                              *
049300******************************************************************
049400 6200-GET-ONE-ROLE.
049500     DISPLAY OM-ROLE-NAME (OM-ROLE-IDX) " (Y/N)? "
049600             WITH NO ADVANCING.
049700     PERFORM 6300-GET-YES-NO
049800         THRU 6300-EXIT.
049900     IF OM-YN-INPUT = SPACE
050000         GO TO 6200-GET-ONE-ROLE
050100     END-IF.
050200     MOVE OM-YN-INPUT TO OM-ENT-ROLE-FLAG (OM-ROLE-IDX).
050300 6200-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700* 6300-GET-YES-NO - a Y or N answer, either case; anything else  *
050800*   comes back as a space for the caller to ask again.          *
050900******************************************************************
051000 6300-GET-YES-NO.
051100     ACCEPT OM-YN-INPUT.
051200     IF OM-YN-INPUT = "y"
051300         MOVE "Y" TO OM-YN-INPUT
051400     END-IF.
051500     IF OM-YN-INPUT = "n"
051600         MOVE "N" TO OM-YN-INPUT
051700     END-IF.
051800     IF OM-YN-INPUT NOT = "Y" AND OM-YN-INPUT NOT = "N"
051900         DISPLAY "** Please answer Y or N."
052000         MOVE SPACE TO OM-YN-INPUT
052100     END-IF.
052200 6300-EXIT.
052300     EXIT.
052400
052500******************************************************************
052600* 7000-WRITE-JOURNAL - one journal record per add or change:     *
052700*   timestamp, administrator, action, operator, and the before  *
052800*   and after images the caller has set.                        *
052900******************************************************************
053000 7000-WRITE-JOURNAL.
053100     ACCEPT OM-RS-DATE FROM DATE YYYYMMDD.
053200     ACCEPT OM-RS-TIME FROM TIME.
053300     MOVE OM-RS-DATE TO OM-JRN-TIMESTAMP (1:8).
053400     MOVE OM-RS-TIME-X (1:6) TO OM-JRN-TIMESTAMP (9:6).
053500     ADD 1 TO OM-CHANGE-COUNT.
053600     OPEN EXTEND JOURNAL-FILE.
053700     IF OM-JOURNAL-STATUS = "35"
053800         OPEN OUTPUT JOURNAL-FILE
053900         CLOSE JOURNAL-FILE
054000         OPEN EXTEND JOURNAL-FILE
054100     END-IF.
054200     IF OM-JOURNAL-STATUS NOT = "00"
054300         DISPLAY "** Unable to open OPERJRNL - status "
054400                 OM-JOURNAL-STATUS " - change not journalled."
054500         GO TO 7000-EXIT
054600     END-IF.
054700     MOVE SPACES TO OPERATOR-JOURNAL-RECORD.
054800     MOVE OM-JRN-TIMESTAMP TO OJR-TIMESTAMP.
054900     MOVE OM-OPERATOR TO OJR-OPERATOR.
055000     MOVE OM-ACTION TO OJR-ACTION.
055100     MOVE OM-INITIALS-INPUT TO OJR-INITIALS.
055200     MOVE OM-BEFORE-IMAGE TO OJR-BEFORE-IMAGE.
055300     MOVE OM-AFTER-IMAGE TO OJR-AFTER-IMAGE.
055400     WRITE OPERATOR-JOURNAL-RECORD.
055500     CLOSE JOURNAL-FILE.
055600 7000-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000* 7500-REPORT-JOURNAL - prints the operator journal to OPERJRPT, *
056100*   one operator or the whole journal, each entry with its      *
056200*   before and after record images.                              *
056300******************************************************************
056400 7500-REPORT-JOURNAL.
056500     DISPLAY "Enter the operator's initials (spaces for all): "
056600             WITH NO ADVANCING.
056700     ACCEPT OM-JRN-INITIALS-INPUT.
056800     OPEN INPUT JOURNAL-FILE.
056900     IF OM-JOURNAL-STATUS NOT = "00"
057000         DISPLAY "** Unable to open OPERJRNL - status "
057100                 OM-JOURNAL-STATUS " - no journal to report."
057200         GO TO 7500-EXIT
057300     END-IF.
057400     OPEN OUTPUT JOURNAL-REPORT-FILE.
057500     IF OM-JRNRPT-STATUS NOT = "00"
057600         DISPLAY "** Unable to open OPERJRPT - status "
057700                 OM-JRNRPT-STATUS "."
057800         CLOSE JOURNAL-FILE
057900         GO TO 7500-EXIT
058000     END-IF.
058100     MOVE "OPERATOR MASTER CHANGE JOURNAL" TO JOURNAL-PRINT-LINE.
058200     WRITE JOURNAL-PRINT-LINE.
058300     MOVE SPACES TO JOURNAL-PRINT-LINE.
058400     WRITE JOURNAL-PRINT-LINE.
058500     MOVE ZERO TO OM-JRN-COUNT.
058600     MOVE "N" TO OM-JRN-EOF-SW.
058700     PERFORM 7600-REPORT-ONE-ENTRY
058800         THRU 7600-EXIT
058900         UNTIL OM-JRN-EOF.
059000     CLOSE JOURNAL-FILE.
059100     CLOSE JOURNAL-REPORT-FILE.
059200     DISPLAY OM-JRN-COUNT
059300             " journal entr(ies) reported to OPERJRPT.".
059400 7500-EXIT.
059500     EXIT.
059600
059700******************************************************************
059800* 7600-REPORT-ONE-ENTRY                                          *
059900******************************************************************
060000 7600-REPORT-ONE-ENTRY.
060100     READ JOURNAL-FILE
060200         AT END
060300             SET OM-JRN-EOF TO TRUE
060400             GO TO 7600-EXIT
060500     END-READ.
060600     IF OM-JRN-INITIALS-INPUT NOT = SPACES
060700             AND OJR-INITIALS NOT = OM-JRN-INITIALS-INPUT
060800         GO TO 7600-EXIT
060900     END-IF.
061000     ADD 1 TO OM-JRN-COUNT.
061100     MOVE SPACES TO OM-JRPT-HEAD.
061200     MOVE OJR-TIMESTAMP TO OM-JH-TIMESTAMP.
061300     MOVE OJR-OPERATOR TO OM-JH-OPERATOR.
061400     MOVE OJR-ACTION TO OM-JH-ACTION.
061500     MOVE OJR-INITIALS TO OM-JH-INITIALS.
061600     WRITE JOURNAL-PRINT-LINE FROM OM-JRPT-HEAD.
061700     MOVE "  BEFORE " TO OM-JI-LABEL.
061800     MOVE OJR-BEFORE-IMAGE TO OM-JI-IMAGE.
061900     WRITE JOURNAL-PRINT-LINE FROM OM-JRPT-IMAGE.
062000     MOVE "  AFTER  " TO OM-JI-LABEL.
062100     MOVE OJR-AFTER-IMAGE TO OM-JI-IMAGE.
062200     WRITE JOURNAL-PRINT-LINE FROM OM-JRPT-IMAGE.
062300     MOVE SPACES TO JOURNAL-PRINT-LINE.
062400     WRITE JOURNAL-PRINT-LINE.
062500 7600-EXIT.
062600     EXIT.
062700
062800******************************************************************
062900* 9500-STAMP-START-TS - the start of job, to the second, for     *
063000*   the run-statistics record.                                   *
063100******************************************************************
063200 9500-STAMP-START-TS.
063300     ACCEPT OM-RS-DATE FROM DATE YYYYMMDD.
063400     ACCEPT OM-RS-TIME FROM TIME.
063500     MOVE OM-RS-DATE TO OM-START-TS (1:8).
063600     MOVE OM-RS-TIME-X (1:6) TO OM-START-TS (9:6).
063700 9500-EXIT.
063800     EXIT.
063900
064000******************************************************************
064100* 9600-WRITE-RUN-STATS - one record onto the shared RUNSTATS     *
064200*   file at end of job, created automatically on the first run.  *
064300*   Records out is the number of changes filed this session.     *
064400******************************************************************
064500 9600-WRITE-RUN-STATS.
064600     ACCEPT OM-RS-DATE FROM DATE YYYYMMDD.
064700     ACCEPT OM-RS-TIME FROM TIME.
064800     MOVE OM-RS-DATE TO OM-END-TS (1:8).
064900     MOVE OM-RS-TIME-X (1:6) TO OM-END-TS (9:6).
065000     OPEN EXTEND RUN-STATS-FILE.
065100     IF OM-RUNSTATS-STATUS = "35"
065200         OPEN OUTPUT RUN-STATS-FILE
065300         CLOSE RUN-STATS-FILE
065400         OPEN EXTEND RUN-STATS-FILE
065500     END-IF.
065600     IF OM-RUNSTATS-STATUS NOT = "00"
065700         DISPLAY "** Unable to open RUNSTATS - status "
065800                 OM-RUNSTATS-STATUS " - run not recorded."
065900         GO TO 9600-EXIT
066000     END-IF.
066100     MOVE SPACES TO RUN-STATS-RECORD.
066200     MOVE "OPERMNT" TO RS-PROGRAM.
066300     MOVE OM-START-TS TO RS-START-TS.
066400     MOVE OM-END-TS TO RS-END-TS.
066500     MOVE ZERO TO RS-RECORDS-IN.
066600     MOVE OM-CHANGE-COUNT TO RS-RECORDS-OUT.
066700     MOVE ZERO TO RS-RECORDS-REJ.
066800     MOVE ZERO TO RS-RETURN-CODE.
066900     WRITE RUN-STATS-RECORD.
067000     CLOSE RUN-STATS-FILE.
067100 9600-EXIT.
067200     EXIT.
