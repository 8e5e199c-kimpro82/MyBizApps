000100******************************************************************
000200* PROGRAM      : FAMMNT                                         *
000300* AUTHOR       : J. HALVERSEN                                   *
000400* INSTALLATION : DIARY LAYOUT UNIT                               *
000500* DATE-WRITTEN : 2026.10.15                                      *
000600* DATE-COMPILED:                                                 *
000700*                                                                *
000800* PURPOSE.                                                      *
000900*   Maintains the template family master (FAMMAST - indexed,    *
001000*   keyed by family code): add, change, delete, and inquire,    *
001100*   the same way TMPLMNT maintains the templates.  A family     *
001200*   names up to ten member templates - the sibling editions of  *
001300*   one diary - and which of them is the reference edition the  *
001400*   others are checked against.  Every member must be on        *
001500*   TMPLMAST, may be named once, and may belong to no other     *
001600*   family; the reference must be a member.  Every add, change, *
001700*   and delete is journalled to FAMJRNL with before and after   *
001800*   images, and a (J)ournal function reports the journal to     *
001900*   FAMJRPT per family.                                         *
002000*                                                                *
002100* MODIFICATION HISTORY.                                         *
002200*   2026.10.15  JH  Original version.                            *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    FAMMNT.
002600 AUTHOR.        J. HALVERSEN.
002700 INSTALLATION.  DIARY LAYOUT UNIT.
002800 DATE-WRITTEN.  2026.10.15.
002900 DATE-COMPILED.
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   GENERIC.
003400 OBJECT-COMPUTER.   GENERIC.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT FAMILY-FILE
003900         ASSIGN TO "FAMMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS FAM-CODE
004300         FILE STATUS IS FM-FAMILY-STATUS.
004400
004500     SELECT MASTER-FILE
004600         ASSIGN TO "TMPLMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS TMPM-KEY
005000         FILE STATUS IS FM-MASTER-STATUS.
005100
005200     SELECT RUN-STATS-FILE
005300         ASSIGN TO "RUNSTATS"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FM-RUNSTATS-STATUS.
005600
005700     SELECT JOURNAL-FILE
005800         ASSIGN TO "FAMJRNL"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FM-JOURNAL-STATUS.
006100
006200     SELECT JOURNAL-REPORT-FILE
006300         ASSIGN TO "FAMJRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS FM-JRNRPT-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  FAMILY-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY WKFAMM.
007200
007300 FD  MASTER-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY WKTMPLM.
007600
007700 FD  RUN-STATS-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY WKRSTAT.
008000
008100 FD  JOURNAL-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY WKFJRNRE.
008400
008500 FD  JOURNAL-REPORT-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  JOURNAL-PRINT-LINE              PIC X(140).
008800
008900 WORKING-STORAGE SECTION.
009000 01  FM-SWITCHES.
009100     05  FM-DONE-SW                  PIC X(01).
009200         88  FM-DONE                     VALUE 'Y'.
009300     05  FM-FUNCTION-SW              PIC X(01).
009400         88  FM-FUNC-ADD                 VALUE 'A'.
009500         88  FM-FUNC-CHANGE              VALUE 'C'.
009600         88  FM-FUNC-DELETE              VALUE 'D'.
009700         88  FM-FUNC-INQUIRE             VALUE 'I'.
009800         88  FM-FUNC-JOURNAL             VALUE 'J'.
009900         88  FM-FUNC-QUIT                VALUE 'Q'.
010000     05  FM-JRN-EOF-SW               PIC X(01).
010100         88  FM-JRN-EOF                  VALUE 'Y'.
010200     05  FM-SCAN-EOF-SW              PIC X(01).
010300         88  FM-SCAN-EOF                 VALUE 'Y'.
010400     05  FM-MEMBERS-DONE-SW          PIC X(01).
010500         88  FM-MEMBERS-DONE             VALUE 'Y'.
010600     05  FM-MEMBER-OK-SW             PIC X(01).
010700         88  FM-MEMBER-OK                VALUE 'Y'.
010800     05  FM-FOUND-SW                 PIC X(01).
010900         88  FM-FOUND                    VALUE 'Y'.
011000
011100 01  FM-FILE-STATUS-GROUP.
011200     05  FM-FAMILY-STATUS            PIC X(02).
011300     05  FM-MASTER-STATUS            PIC X(02).
011400     05  FM-RUNSTATS-STATUS          PIC X(02).
011500     05  FM-JOURNAL-STATUS           PIC X(02).
011600     05  FM-JRNRPT-STATUS            PIC X(02).
011700
011800 77  FM-CODE-INPUT                   PIC X(08).
011900 77  FM-CONFIRM-INPUT                PIC X(01).
012000 77  FM-MEMBER-INPUT                 PIC X(08).
012100 77  FM-MEMBER-MAX                   PIC 9(02) VALUE 10.
012200 77  FM-MEMBER-MIN                   PIC 9(02) VALUE 02.
012300 77  FM-MBR-IDX                      PIC 9(02).
012400 77  FM-CHK-IDX                      PIC 9(02).
012500 77  FM-OTHER-FAMILY                 PIC X(08).
012600 77  FM-OPERATOR                     PIC X(03).
012700 77  FM-ACTION                       PIC X(01).
012800 77  FM-RS-DATE                      PIC 9(08).
012900 01  FM-RS-TIME-GROUP.
013000     05  FM-RS-TIME                  PIC 9(08).
013100     05  FM-RS-TIME-X REDEFINES FM-RS-TIME
013200                                     PIC X(08).
013300 77  FM-START-TS                     PIC X(14).
013400 77  FM-END-TS                       PIC X(14).
013500 77  FM-JRN-TIMESTAMP                PIC X(14).
013600 77  FM-CHANGE-COUNT                 PIC 9(05) VALUE ZERO.
013700 77  FM-JRN-COUNT                    PIC 9(05).
013800 77  FM-JRN-CODE-INPUT               PIC X(08).
013900 01  FM-BEFORE-IMAGE                 PIC X(128).
014000 01  FM-AFTER-IMAGE                  PIC X(128).
014100
014200*    The family being entered is built here, clear of the file
014300*    record area, which the membership scan reads through.
014400 01  FM-ENTRY.
014500     05  FM-ENT-CODE                 PIC X(08).
014600     05  FM-ENT-DESCRIPTION          PIC X(30).
014700     05  FM-ENT-REFERENCE            PIC X(08).
014800     05  FM-ENT-MEMBER-COUNT         PIC 9(02).
014900     05  FM-ENT-MEMBER-NAME          PIC X(08)
015000                                     OCCURS 10 TIMES.
015100
015200 01  FM-JRPT-HEAD.
015300     05  FM-JH-TIMESTAMP             PIC X(14).
015400     05  FILLER                      PIC X(02).
015500     05  FM-JH-OPERATOR              PIC X(03).
015600     05  FILLER                      PIC X(02).
015700     05  FM-JH-ACTION                PIC X(01).
015800     05  FILLER                      PIC X(02).
015900     05  FM-JH-CODE                  PIC X(08).
016000 01  FM-JRPT-IMAGE.
016100     05  FM-JI-LABEL                 PIC X(09).
016200     05  FM-JI-IMAGE                 PIC X(128).
016300
016400 PROCEDURE DIVISION.
016500
016600******************************************************************
016700* 0000-MAINLINE                                                 *
016800******************************************************************
016900 0000-MAINLINE.
017000     PERFORM 9500-STAMP-START-TS
017100         THRU 9500-EXIT.
017200     PERFORM 1000-INITIALIZE
017300         THRU 1000-EXIT.
017400     PERFORM 2000-PROCESS-ONE-FUNCTION
017500         THRU 2000-EXIT
017600         UNTIL FM-DONE.
017700     PERFORM 9000-TERMINATE
017800         THRU 9000-EXIT.
017900     PERFORM 9600-WRITE-RUN-STATS
018000         THRU 9600-EXIT.
018100     STOP RUN.
018200
018300******************************************************************
018400* 1000-INITIALIZE - opens the family master, creating it        *
018500*   automatically on the first run, and the template master     *
018600*   the members are checked against.                             *
018700******************************************************************
018800 1000-INITIALIZE.
018900     MOVE "N" TO FM-DONE-SW.
019000     OPEN I-O FAMILY-FILE.
019100     IF FM-FAMILY-STATUS = "35"
019200         OPEN OUTPUT FAMILY-FILE
019300         CLOSE FAMILY-FILE
019400         OPEN I-O FAMILY-FILE
019500     END-IF.
019600     IF FM-FAMILY-STATUS NOT = "00"
019700         DISPLAY "** Unable to open FAMMAST - status "
019800                 FM-FAMILY-STATUS "."
019900         SET FM-DONE TO TRUE
020000         GO TO 1000-EXIT
020100     END-IF.
020200     OPEN INPUT MASTER-FILE.
020300     IF FM-MASTER-STATUS NOT = "00"
020400         DISPLAY "** Unable to open TMPLMAST - status "
020500                 FM-MASTER-STATUS "."
020600         CLOSE FAMILY-FILE
020700         SET FM-DONE TO TRUE
020800         GO TO 1000-EXIT
020900     END-IF.
021000     PERFORM 1100-GET-OPERATOR
021100         THRU 1100-EXIT.
021200 1000-EXIT.
021300     EXIT.
021400
021500******************************************************************
021600* 1100-GET-OPERATOR - who is making this session's changes; the  *
021700*   change journal records the initials on every entry.          *
021800******************************************************************
021900 1100-GET-OPERATOR.
022000     DISPLAY "Enter the operator's initials: " WITH NO ADVANCING.
022100     ACCEPT FM-OPERATOR.
022200     IF FM-OPERATOR = SPACES
022300         DISPLAY "** Initials must not be blank - try again."
022400         GO TO 1100-GET-OPERATOR
022500     END-IF.
022600 1100-EXIT.
022700     EXIT.
022800
022900******************************************************************
023000* 9000-TERMINATE                                                *
023100******************************************************************
023200 9000-TERMINATE.
023300     CLOSE FAMILY-FILE.
023400     CLOSE MASTER-FILE.
023500 9000-EXIT.
023600     EXIT.
023700
023800******************************************************************
023900* 2000-PROCESS-ONE-FUNCTION - one function per pass round the    *
024000*   menu until Q ends the session.                               *
024100******************************************************************
024200 2000-PROCESS-ONE-FUNCTION.
024300     DISPLAY "Function - (A)dd, (C)hange, (D)elete, (I)nquire, "
024400             "(J)ournal, or (Q)uit? "
024500             WITH NO ADVANCING.
024600     ACCEPT FM-FUNCTION-SW.
024700     IF FM-FUNCTION-SW = "a"
024800         MOVE "A" TO FM-FUNCTION-SW
024900     END-IF.
025000     IF FM-FUNCTION-SW = "c"
025100         MOVE "C" TO FM-FUNCTION-SW
025200     END-IF.
025300     IF FM-FUNCTION-SW = "d"
025400         MOVE "D" TO FM-FUNCTION-SW
025500     END-IF.
025600     IF FM-FUNCTION-SW = "i"
025700         MOVE "I" TO FM-FUNCTION-SW
025800     END-IF.
025900     IF FM-FUNCTION-SW = "j"
026000         MOVE "J" TO FM-FUNCTION-SW
026100     END-IF.
026200     IF FM-FUNCTION-SW = "q"
026300         MOVE "Q" TO FM-FUNCTION-SW
026400     END-IF.
026500
026600     IF FM-FUNC-QUIT
026700         SET FM-DONE TO TRUE
026800         GO TO 2000-EXIT
026900     END-IF.
027000     IF FM-FUNC-ADD
027100         PERFORM 3000-ADD-FAMILY
027200             THRU 3000-EXIT
027300         GO TO 2000-EXIT
027400     END-IF.
027500     IF FM-FUNC-CHANGE
027600         PERFORM 3500-CHANGE-FAMILY
027700             THRU 3500-EXIT
027800         GO TO 2000-EXIT
027900     END-IF.
028000     IF FM-FUNC-DELETE
028100         PERFORM 4000-DELETE-FAMILY
028200             THRU 4000-EXIT
028300         GO TO 2000-EXIT
028400     END-IF.
028500     IF FM-FUNC-INQUIRE
028600         PERFORM 4500-INQUIRE-FAMILY
028700             THRU 4500-EXIT
028800         GO TO 2000-EXIT
028900     END-IF.
029000     IF FM-FUNC-JOURNAL
029100         PERFORM 7500-REPORT-JOURNAL
029200             THRU 7500-EXIT
029300         GO TO 2000-EXIT
029400     END-IF.
029500     DISPLAY "Please answer A, C, D, I, J, or Q.".
029600 2000-EXIT.
029700     EXIT.
029800
029900******************************************************************
030000* 3000-ADD-FAMILY - a new family code must not already be on    *
030100*   the master; the description, members, and reference are     *
030200*   entered through the shared validated entry paragraphs        *
030300*   before the record is written and journalled.                 *
030400******************************************************************
030500 3000-ADD-FAMILY.
030600     PERFORM 6000-GET-FAMILY-CODE
030700         THRU 6000-EXIT.
030800     MOVE FM-CODE-INPUT TO FAM-CODE.
030900     READ FAMILY-FILE
031000         INVALID KEY
031100             CONTINUE
031200         NOT INVALID KEY
031300             DISPLAY "** Family " FM-CODE-INPUT
031400                     " is already on the master - use (C)hange."
031500             GO TO 3000-EXIT
031600     END-READ.
031700
031800     PERFORM 6100-GET-ALL-FIELDS
031900         THRU 6100-EXIT.
032000     MOVE FM-ENTRY TO FAMILY-RECORD.
032100     WRITE FAMILY-RECORD
032200         INVALID KEY
032300             DISPLAY "** Unable to add " FAM-CODE
032400                     " - status " FM-FAMILY-STATUS "."
032500             GO TO 3000-EXIT
032600     END-WRITE.
032700     MOVE SPACES TO FM-BEFORE-IMAGE.
032800     MOVE FAMILY-RECORD TO FM-AFTER-IMAGE.
032900     MOVE "A" TO FM-ACTION.
033000     PERFORM 7000-WRITE-JOURNAL
033100         THRU 7000-EXIT.
033200     DISPLAY "Family " FAM-CODE " added to the master.".
033300 3000-EXIT.
033400     EXIT.
033500
033600******************************************************************
033700* 3500-CHANGE-FAMILY - the family on file is shown, then every   *
033800*   field is entered again and the record rewritten in place;    *
033900*   the change is journalled with before and after images.       *
034000******************************************************************
034100 3500-CHANGE-FAMILY.
034200     PERFORM 6000-GET-FAMILY-CODE
034300         THRU 6000-EXIT.
034400     MOVE FM-CODE-INPUT TO FAM-CODE.
034500     READ FAMILY-FILE
034600         INVALID KEY
034700             DISPLAY "** Family " FM-CODE-INPUT
034800                     " is not on the master - use (A)dd."
034900             GO TO 3500-EXIT
035000     END-READ.
035100     MOVE FAMILY-RECORD TO FM-BEFORE-IMAGE.
035200     PERFORM 4600-DISPLAY-FAMILY
035300         THRU 4600-EXIT.
035400
035500     PERFORM 6100-GET-ALL-FIELDS
035600         THRU 6100-EXIT.
035700     MOVE FM-ENTRY TO FAMILY-RECORD.
035800     REWRITE FAMILY-RECORD
035900         INVALID KEY
036000             DISPLAY "** Unable to rewrite " FAM-CODE
036100                     " - status " FM-FAMILY-STATUS "."
036200             GO TO 3500-EXIT
036300     END-REWRITE.
036400     MOVE FAMILY-RECORD TO FM-AFTER-IMAGE.
036500     MOVE "C" TO FM-ACTION.
036600     PERFORM 7000-WRITE-JOURNAL
036700         THRU 7000-EXIT.
036800     DISPLAY "Family " FAM-CODE " changed.".
036900 3500-EXIT.
037000     EXIT.
037100
037200******************************************************************
037300* 4000-DELETE-FAMILY - deletes one family, shown and confirmed   *
037400*   first, and journalled.  The member templates themselves are  *
037500*   untouched; they simply stop being a family.                  *
037600******************************************************************
037700 4000-DELETE-FAMILY.
037800     PERFORM 6000-GET-FAMILY-CODE
037900         THRU 6000-EXIT.
038000     MOVE FM-CODE-INPUT TO FAM-CODE.
038100     READ FAMILY-FILE
038200         INVALID KEY
038300             DISPLAY "** Family " FM-CODE-INPUT
038400                     " is not on the master."
038500             GO TO 4000-EXIT
038600     END-READ.
038700
038800     PERFORM 4600-DISPLAY-FAMILY
038900         THRU 4600-EXIT.
039000     DISPLAY "Delete this family (Y/N)? " WITH NO ADVANCING.
039100     ACCEPT FM-CONFIRM-INPUT.
039200     IF FM-CONFIRM-INPUT NOT = "Y" AND FM-CONFIRM-INPUT NOT = "y"
039300         DISPLAY "Delete abandoned."
039400         GO TO 4000-EXIT
039500     END-IF.
039600     MOVE FAMILY-RECORD TO FM-BEFORE-IMAGE.
039700     DELETE FAMILY-FILE
039800         INVALID KEY
039900             DISPLAY "** Unable to delete " FM-CODE-INPUT
040000                     " - status " FM-FAMILY-STATUS "."
040100             GO TO 4000-EXIT
040200     END-DELETE.
040300     MOVE SPACES TO FM-AFTER-IMAGE.
040400     MOVE "D" TO FM-ACTION.
040500     PERFORM 7000-WRITE-JOURNAL
040600         THRU 7000-EXIT.
040700     DISPLAY "Family " FM-CODE-INPUT " deleted from the master.".
040800 4000-EXIT.
040900     EXIT.
041000
041100******************************************************************
041200* 4500-INQUIRE-FAMILY                                            *
041300******************************************************************
041400 4500-INQUIRE-FAMILY.
041500     PERFORM 6000-GET-FAMILY-CODE
041600         THRU 6000-EXIT.
041700     MOVE FM-CODE-INPUT TO FAM-CODE.
041800     READ FAMILY-FILE
041900         INVALID KEY
042000             DISPLAY "** Family " FM-CODE-INPUT
042100                     " is not on the master."
042200             GO TO 4500-EXIT
042300     END-READ.
042400     PERFORM 4600-DISPLAY-FAMILY
042500         THRU 4600-EXIT.
042600 4500-EXIT.
042700     EXIT.
042800
042900******************************************************************
043000* 4600-DISPLAY-FAMILY                                            *
043100******************************************************************
043200 4600-DISPLAY-FAMILY.
043300     DISPLAY "Family        : " FAM-CODE.
043400     DISPLAY "Description   : " FAM-DESCRIPTION.
043500     DISPLAY "Reference     : " FAM-REFERENCE.
043600     DISPLAY "Members       : " FAM-MEMBER-COUNT.
043700     IF FAM-MEMBER-COUNT NUMERIC
043800             AND FAM-MEMBER-COUNT > ZERO
043900             AND FAM-MEMBER-COUNT NOT > FM-MEMBER-MAX
044000         PERFORM 4650-DISPLAY-ONE-MEMBER
044100             THRU 4650-EXIT
044200             VARYING FM-MBR-IDX FROM 1 BY 1
044300             UNTIL FM-MBR-IDX > FAM-MEMBER-COUNT
044400     END-IF.
044500 4600-EXIT.
044600     EXIT.
044700
044800******************************************************************
044900* 4650-DISPLAY-ONE-MEMBER                                        *
045000******************************************************************
045100 4650-DISPLAY-ONE-MEMBER.
045200     IF FAM-MEMBER-NAME (FM-MBR-IDX) = FAM-REFERENCE
045300         DISPLAY "  " FAM-MEMBER-NAME (FM-MBR-IDX)
045400                 "  (reference edition)"
045500     ELSE
045600         DISPLAY "  " FAM-MEMBER-NAME (FM-MBR-IDX)
045700     END-IF.
045800 4650-EXIT.
045900     EXIT.
046000
046100******************************************************************
046200* 6000-GET-FAMILY-CODE                                           *
046300******************************************************************
046400 6000-GET-FAMILY-CODE.
046500     DISPLAY "Enter the family code: " WITH NO ADVANCING.
046600     ACCEPT FM-CODE-INPUT.
046700     IF FM-CODE-INPUT = SPACES
046800         DISPLAY "** Family code must not be blank - try again."
046900         GO TO 6000-GET-FAMILY-CODE
047000     END-IF.
047100 6000-EXIT.
047200     EXIT.
047300
047400******************************************************************
047500* 6100-GET-ALL-FIELDS - the add and change paths take every      *
047600*   field through the same validated prompts, into FM-ENTRY.     *
047700******************************************************************
047800 6100-GET-ALL-FIELDS.
047900     MOVE SPACES TO FM-ENTRY.
048000     MOVE FM-CODE-INPUT TO FM-ENT-CODE.
048100     DISPLAY "Description: " WITH NO ADVANCING.
048200     ACCEPT FM-ENT-DESCRIPTION.
048300     PERFORM 6200-GET-MEMBERS
048400         THRU 6200-EXIT.
048500     PERFORM 6500-GET-REFERENCE
048600         THRU 6500-EXIT.
048700 6100-EXIT.
048800     EXIT.
048900
049000******************************************************************
049100* 6200-GET-MEMBERS - member templates one at a time, a blank     *
049200*   name ending the list; at least two and at most ten.          *
049300******************************************************************
049400 6200-GET-MEMBERS.
049500     MOVE ZERO TO FM-ENT-MEMBER-COUNT.
049600     PERFORM 6250-CLEAR-ONE-MEMBER
049700         THRU 6250-EXIT
049800         VARYING FM-MBR-IDX FROM 1 BY 1
049900         UNTIL FM-MBR-IDX > FM-MEMBER-MAX.
050000     MOVE "N" TO FM-MEMBERS-DONE-SW.
050100     PERFORM 6300-GET-ONE-MEMBER
050200         THRU 6300-EXIT
050300         UNTIL FM-MEMBERS-DONE.
050400     IF FM-ENT-MEMBER-COUNT < FM-MEMBER-MIN
050500         DISPLAY "** A family needs at least " FM-MEMBER-MIN
050600                 " members - enter them again."
050700         GO TO 6200-GET-MEMBERS
050800     END-IF.
050900 6200-EXIT.
051000     EXIT.
051100
051200******************************************************************
051300* 6250-CLEAR-ONE-MEMBER                                          *
051400******************************************************************
051500 6250-CLEAR-ONE-MEMBER.
051600     MOVE SPACES TO FM-ENT-MEMBER-NAME (FM-MBR-IDX).
051700 6250-EXIT.
051800     EXIT.
051900
052000******************************************************************
052100* 6300-GET-ONE-MEMBER - a member must be on TMPLMAST, not named  *
052200*   twice, and not already in another family.                    *
052300******************************************************************
052400 6300-GET-ONE-MEMBER.
052500     IF FM-ENT-MEMBER-COUNT >= FM-MEMBER-MAX
052600         DISPLAY "Family is full at " FM-MEMBER-MAX " members."
052700         SET FM-MEMBERS-DONE TO TRUE
052800         GO TO 6300-EXIT
052900     END-IF.
053000     COMPUTE FM-MBR-IDX = FM-ENT-MEMBER-COUNT + 1.
053100     DISPLAY "Member " FM-MBR-IDX " template (spaces to end): "
053200             WITH NO ADVANCING.
053300     ACCEPT FM-MEMBER-INPUT.
053400     IF FM-MEMBER-INPUT = SPACES
053500         SET FM-MEMBERS-DONE TO TRUE
053600         GO TO 6300-EXIT
053700     END-IF.
053800
053900     MOVE "N" TO FM-FOUND-SW.
054000     PERFORM 6310-CHECK-DUPLICATE
054100         THRU 6310-EXIT
054200         VARYING FM-CHK-IDX FROM 1 BY 1
054300         UNTIL FM-CHK-IDX > FM-ENT-MEMBER-COUNT.
054400     IF FM-FOUND
054500         DISPLAY "** " FM-MEMBER-INPUT
054600                 " is already a member - try again."
054700         GO TO 6300-EXIT
054800     END-IF.
054900
055000     MOVE FM-MEMBER-INPUT TO TMPM-NAME.
055100     MOVE ZERO TO TMPM-EFFECTIVE-DATE.
055200     MOVE "N" TO FM-MEMBER-OK-SW.
055300     START MASTER-FILE KEY NOT < TMPM-KEY
055400         INVALID KEY
055500             CONTINUE
055600         NOT INVALID KEY
055700             READ MASTER-FILE NEXT
055800                 AT END
055900                     CONTINUE
056000                 NOT AT END
056100                     IF TMPM-NAME = FM-MEMBER-INPUT
056200                         SET FM-MEMBER-OK TO TRUE
056300                     END-IF
056400             END-READ
056500     END-START.
056600     IF NOT FM-MEMBER-OK
056700         DISPLAY "** " FM-MEMBER-INPUT
056800                 " is not on the template master - try again."
056900         GO TO 6300-EXIT
057000     END-IF.
057100
057200     PERFORM 6400-FIND-OTHER-FAMILY
057300         THRU 6400-EXIT.
057400     IF FM-OTHER-FAMILY NOT = SPACES
057500         DISPLAY "** " FM-MEMBER-INPUT " already belongs to "
057600                 "family " FM-OTHER-FAMILY " - try again."
057700         GO TO 6300-EXIT
057800     END-IF.
057900
058000     ADD 1 TO FM-ENT-MEMBER-COUNT.
058100     MOVE FM-MEMBER-INPUT
058200         TO FM-ENT-MEMBER-NAME (FM-ENT-MEMBER-COUNT).
058300 6300-EXIT.
058400     EXIT.
058500
058600******************************************************************
058700* 6310-CHECK-DUPLICATE                                           *
058800******************************************************************
058900 6310-CHECK-DUPLICATE.
059000     IF FM-ENT-MEMBER-NAME (FM-CHK-IDX) = FM-MEMBER-INPUT
059100         SET FM-FOUND TO TRUE
059200     END-IF.
059300 6310-EXIT.
059400     EXIT.
059500
059600******************************************************************
059700* 6400-FIND-OTHER-FAMILY - walks the family master for any       *
059800*   family other than the one being entered that already names   *
059900*   the template; its code is left in FM-OTHER-FAMILY.           *
060000******************************************************************
060100 6400-FIND-OTHER-FAMILY.
060200     MOVE SPACES TO FM-OTHER-FAMILY.
060300     MOVE "N" TO FM-SCAN-EOF-SW.
060400     MOVE LOW-VALUES TO FAM-CODE.
060500     START FAMILY-FILE KEY NOT < FAM-CODE
060600         INVALID KEY
060700             SET FM-SCAN-EOF TO TRUE
060800     END-START.
060900     PERFORM 6410-SCAN-ONE-FAMILY
061000         THRU 6410-EXIT
061100         UNTIL FM-SCAN-EOF.
061200 6400-EXIT.
061300     EXIT.
061400
061500******************************************************************
061600* 6410-SCAN-ONE-FAMILY                                           *
061700******************************************************************
061800 6410-SCAN-ONE-FAMILY.
061900     READ FAMILY-FILE NEXT
062000         AT END
062100             SET FM-SCAN-EOF TO TRUE
062200             GO TO 6410-EXIT
062300     END-READ.
062400     IF FAM-CODE = FM-ENT-CODE
062500         GO TO 6410-EXIT
062600     END-IF.
062700     IF FAM-MEMBER-COUNT NOT NUMERIC
062800             OR FAM-MEMBER-COUNT > FM-MEMBER-MAX
062900         GO TO 6410-EXIT
063000     END-IF.
063100     MOVE "N" TO FM-FOUND-SW.
063200     PERFORM 6420-CHECK-ONE-MEMBER
063300         THRU 6420-EXIT
063400         VARYING FM-CHK-IDX FROM 1 BY 1
063500         UNTIL FM-CHK-IDX > FAM-MEMBER-COUNT.
063600     IF FM-FOUND
063700         MOVE FAM-CODE TO FM-OTHER-FAMILY
063800         SET FM-SCAN-EOF TO TRUE
063900     END-IF.
064000 6410-EXIT.
064100     EXIT.
064200
064300******************************************************************
064400* 6420-CHECK-ONE-MEMBER                                          *
064500******************************************************************
064600 6420-CHECK-ONE-MEMBER.
064700     IF FAM-MEMBER-NAME (FM-CHK-IDX) = FM-MEMBER-INPUT
064800         SET FM-FOUND TO TRUE
064900     END-IF.
065000 6420-EXIT.
065100     EXIT.
065200
065300******************************************************************
065400* 6500-GET-REFERENCE - the reference edition must be one of the  *
065500*   members just entered.                                        *
065600******************************************************************
065700 6500-GET-REFERENCE.
065800     DISPLAY "Reference edition template: " WITH NO ADVANCING.
065900     ACCEPT FM-MEMBER-INPUT.
066000     MOVE "N" TO FM-FOUND-SW.
066100     PERFORM 6310-CHECK-DUPLICATE
066200         THRU 6310-EXIT
066300         VARYING FM-CHK-IDX FROM 1 BY 1
066400         UNTIL FM-CHK-IDX > FM-ENT-MEMBER-COUNT.
066500     IF NOT FM-FOUND
066600         DISPLAY "** The reference must be one of the members "
066700                 "- try again."
066800         GO TO 6500-GET-REFERENCE
066900     END-IF.
067000     MOVE FM-MEMBER-INPUT TO FM-ENT-REFERENCE.
067100 6500-EXIT.
067200     EXIT.
067300
067400******************************************************************
067500* 7000-WRITE-JOURNAL - one journal record per add, change, or    *
067600*   delete: timestamp, operator, action, family code, and the    *
067700*   before and after images the caller has set.                  *
067800******************************************************************
067900 7000-WRITE-JOURNAL.
068000     ACCEPT FM-RS-DATE FROM DATE YYYYMMDD.
068100     ACCEPT FM-RS-TIME FROM TIME.
068200     MOVE FM-RS-DATE TO FM-JRN-TIMESTAMP (1:8).
068300     MOVE FM-RS-TIME-X (1:6) TO FM-JRN-TIMESTAMP (9:6).
068400     ADD 1 TO FM-CHANGE-COUNT.
068500     OPEN EXTEND JOURNAL-FILE.
068600     IF FM-JOURNAL-STATUS = "35"
068700         OPEN OUTPUT JOURNAL-FILE
068800         CLOSE JOURNAL-FILE
068900         OPEN EXTEND JOURNAL-FILE
069000     END-IF.
069100     IF FM-JOURNAL-STATUS NOT = "00"
069200         DISPLAY "** Unable to open FAMJRNL - status "
069300                 FM-JOURNAL-STATUS " - change not journalled."
069400         GO TO 7000-EXIT
069500     END-IF.
069600     MOVE SPACES TO FAMILY-JOURNAL-RECORD.
069700     MOVE FM-JRN-TIMESTAMP TO FJR-TIMESTAMP.
069800     MOVE FM-OPERATOR TO FJR-OPERATOR.
069900     MOVE FM-ACTION TO FJR-ACTION.
070000     MOVE FM-CODE-INPUT TO FJR-FAMILY-CODE.
070100     MOVE FM-BEFORE-IMAGE TO FJR-BEFORE-IMAGE.
070200     MOVE FM-AFTER-IMAGE TO FJR-AFTER-IMAGE.
070300     WRITE FAMILY-JOURNAL-RECORD.
070400     CLOSE JOURNAL-FILE.
070500 7000-EXIT.
070600     EXIT.
070700
070800******************************************************************
070900* 7500-REPORT-JOURNAL - prints the family journal to FAMJRPT,    *
071000*   one family or the whole journal, each entry with its before  *
071100*   and after record images.                                     *
071200******************************************************************
071300 7500-REPORT-JOURNAL.
071400     DISPLAY "Enter the family code (spaces for all): "
071500             WITH NO ADVANCING.
071600     ACCEPT FM-JRN-CODE-INPUT.
071700     OPEN INPUT JOURNAL-FILE.
071800     IF FM-JOURNAL-STATUS NOT = "00"
071900         DISPLAY "** Unable to open FAMJRNL - status "
072000                 FM-JOURNAL-STATUS " - no journal to report."
072100         GO TO 7500-EXIT
072200     END-IF.
072300     OPEN OUTPUT JOURNAL-REPORT-FILE.
072400     IF FM-JRNRPT-STATUS NOT = "00"
072500         DISPLAY "** Unable to open FAMJRPT - status "
072600                 FM-JRNRPT-STATUS "."
072700         CLOSE JOURNAL-FILE
072800         GO TO 7500-EXIT
072900     END-IF.
073000     MOVE "TEMPLATE FAMILY CHANGE JOURNAL" TO JOURNAL-PRINT-LINE.
073100     WRITE JOURNAL-PRINT-LINE.
073200     MOVE SPACES TO JOURNAL-PRINT-LINE.
073300     WRITE JOURNAL-PRINT-LINE.
073400     MOVE ZERO TO FM-JRN-COUNT.
073500     MOVE "N" TO FM-JRN-EOF-SW.
073600     PERFORM 7600-REPORT-ONE-ENTRY
073700         THRU 7600-EXIT
073800         UNTIL FM-JRN-EOF.
073900     CLOSE JOURNAL-FILE.
074000     CLOSE JOURNAL-REPORT-FILE.
074100     DISPLAY FM-JRN-COUNT
074200             " journal entr(ies) reported to FAMJRPT.".
074300 7500-EXIT.
074400     EXIT.
074500
074600******************************************************************
074700* 7600-REPORT-ONE-ENTRY                                          *
074800******************************************************************
074900 7600-REPORT-ONE-ENTRY.
075000     READ JOURNAL-FILE
075100         AT END
075200             SET FM-JRN-EOF TO TRUE
075300             GO TO 7600-EXIT
075400     END-READ.
075500     IF FM-JRN-CODE-INPUT NOT = SPACES
075600             AND FJR-FAMILY-CODE NOT = FM-JRN-CODE-INPUT
075700         GO TO 7600-EXIT
075800     END-IF.
075900     ADD 1 TO FM-JRN-COUNT.
076000     MOVE SPACES TO FM-JRPT-HEAD.
076100     MOVE FJR-TIMESTAMP TO FM-JH-TIMESTAMP.
076200     MOVE FJR-OPERATOR TO FM-JH-OPERATOR.
076300     MOVE FJR-ACTION TO FM-JH-ACTION.
076400     MOVE FJR-FAMILY-CODE TO FM-JH-CODE.
076500     WRITE JOURNAL-PRINT-LINE FROM FM-JRPT-HEAD.
076600     MOVE "  BEFORE " TO FM-JI-LABEL.
076700     MOVE FJR-BEFORE-IMAGE TO FM-JI-IMAGE.
076800     WRITE JOURNAL-PRINT-LINE FROM FM-JRPT-IMAGE.
076900     MOVE "  AFTER  " TO FM-JI-LABEL.
077000     MOVE FJR-AFTER-IMAGE TO FM-JI-IMAGE.
077100     WRITE JOURNAL-PRINT-LINE FROM FM-JRPT-IMAGE.
077200     MOVE SPACES TO JOURNAL-PRINT-LINE.
077300     WRITE JOURNAL-PRINT-LINE.
077400 7600-EXIT.
077500     EXIT.
077600
077700******************************************************************
077800* 9500-STAMP-START-TS - the start of job, to the second, for     *
077900*   the run-statistics record.                                   *
078000******************************************************************
078100 9500-STAMP-START-TS.
078200     ACCEPT FM-RS-DATE FROM DATE YYYYMMDD.
078300     ACCEPT FM-RS-TIME FROM TIME.
078400     MOVE FM-RS-DATE TO FM-START-TS (1:8).
078500     MOVE FM-RS-TIME-X (1:6) TO FM-START-TS (9:6).
078600 9500-EXIT.
078700     EXIT.
078800
078900******************************************************************
079000* 9600-WRITE-RUN-STATS - one record onto the shared RUNSTATS     *
079100*   file at end of job, created automatically on the first run.  *
079200*   Records out is the number of changes filed this session.     *
079300******************************************************************
079400 9600-WRITE-RUN-STATS.
079500     ACCEPT FM-RS-DATE FROM DATE YYYYMMDD.
079600     ACCEPT FM-RS-TIME FROM TIME.
079700     MOVE FM-RS-DATE TO FM-END-TS (1:8).
079800     MOVE FM-RS-TIME-X (1:6) TO FM-END-TS (9:6).
079900     OPEN EXTEND RUN-STATS-FILE.
080000     IF FM-RUNSTATS-STATUS = "35"
080100         OPEN OUTPUT RUN-STATS-FILE
080200         CLOSE RUN-STATS-FILE
080300         OPEN EXTEND RUN-STATS-FILE
080400     END-IF.
080500     IF FM-RUNSTATS-STATUS NOT = "00"
080600         DISPLAY "** Unable to open RUNSTATS - status "
080700                 FM-RUNSTATS-STATUS " - run not recorded."
080800         GO TO 9600-EXIT
080900     END-IF.
081000     MOVE SPACES TO RUN-STATS-RECORD.
081100     MOVE "FAMMNT" TO RS-PROGRAM.
081200     MOVE FM-START-TS TO RS-START-TS.
081300     MOVE FM-END-TS TO RS-END-TS.
081400     MOVE ZERO TO RS-RECORDS-IN.
081500     MOVE FM-CHANGE-COUNT TO RS-RECORDS-OUT.
081600     MOVE ZERO TO RS-RECORDS-REJ.
081700     MOVE ZERO TO RS-RETURN-CODE.
081800     WRITE RUN-STATS-RECORD.
081900     CLOSE RUN-STATS-FILE.
082000 9600-EXIT.
082100     EXIT.
