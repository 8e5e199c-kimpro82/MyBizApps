000100******************************************************************
000200* PROGRAM      : RULECHK                                        *
000300* AUTHOR       : J. HALVERSEN                                   *
000400* INSTALLATION : DIARY LAYOUT UNIT                               *
000500* DATE-WRITTEN : 2026.10.15                                      *
000600* DATE-COMPILED:                                                 *
000700*                                                                *
000800* PURPOSE.                                                      *
000900*   Layout quality rules check, run after WeeklyNote and        *
001000*   MonthlyNote have filed their weeks.  Every draft on WEEKLAYT *
001100*   is held to its template's rules off the LAYRULES table: no  *
001200*   day on the page under the minimum lines, no day section     *
001300*   under the section minimum, no wider gap than allowed        *
001400*   between the longest and shortest working day, and - where  *
001500*   the template says so - no working Saturday or Sunday over   *
001600*   the shortest working weekday.  Holiday reductions and       *
001700*   rounded section shares on a small pocket template are what *
001800*   these catch before the proof does.  Each broken rule is a  *
001900*   line on the RULECHRP exceptions report, and each draft is  *
002000*   marked passed or failed on WEEKLAYT so WEEKAPPR can warn    *
002100*   the approver.  A draft whose template has no rules is left *
002200*   unchecked and counted.  Approved and rejected weeks are    *
002300*   not touched.                                                *
002400*   Return code 0 all passed, 4 weeks failed, 8 file open       *
002500*   failure or an empty rules table.                            *
002600*                                                                *
002700* MODIFICATION HISTORY.                                         *
002800*   2026.10.15  JH  Original version.                            *
002850*   2026.10.15  JH  Calls the WKGATE nightly cycle gate before   *
002850*                   opening a file.                              *
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.    RULECHK.
003200 AUTHOR.        J. HALVERSEN.
003300 INSTALLATION.  DIARY LAYOUT UNIT.
003400 DATE-WRITTEN.  2026.10.15.
003500 DATE-COMPILED.
003600
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   GENERIC.
004000 OBJECT-COMPUTER.   GENERIC.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT RULE-FILE
004500         ASSIGN TO "LAYRULES"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS RU-RULE-STATUS.
004800
004900     SELECT LAYOUT-FILE
005000         ASSIGN TO "WEEKLAYT"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS LAY-LAYOUT-KEY
005400         FILE STATUS IS RU-LAYOUT-STATUS.
005500
005600     SELECT REPORT-FILE
005700         ASSIGN TO "RULECHRP"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS RU-REPORT-STATUS.
006000
006100     SELECT RUN-STATS-FILE
006200         ASSIGN TO "RUNSTATS"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS RU-RUNSTATS-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  RULE-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY WKRULERE.
007100
007200 FD  LAYOUT-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY WKLAYREC.
007500
007600 FD  REPORT-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  REPORT-PRINT-LINE               PIC X(80).
007900
008000 FD  RUN-STATS-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY WKRSTAT.
008300
008400 WORKING-STORAGE SECTION.
008450 COPY WKGTPARM.
008450
008500 01  RU-SWITCHES.
008600     05  RU-RULE-EOF-SW              PIC X(01).
008700         88  RU-RULE-EOF                 VALUE 'Y'.
008800     05  RU-LAYOUT-EOF-SW            PIC X(01).
008900         88  RU-LAYOUT-EOF               VALUE 'Y'.
009000     05  RU-RULE-FOUND-SW            PIC X(01).
009100         88  RU-RULE-FOUND               VALUE 'Y'.
009200     05  RU-RULE-OK-SW               PIC X(01).
009300         88  RU-RULE-OK                  VALUE 'Y'.
009400
009500 01  RU-FILE-STATUS-GROUP.
009600     05  RU-RULE-STATUS              PIC X(02).
009700     05  RU-LAYOUT-STATUS            PIC X(02).
009800     05  RU-REPORT-STATUS            PIC X(02).
009900     05  RU-RUNSTATS-STATUS          PIC X(02).
010000
010100 77  RU-MAX-RC                       PIC 9(02) VALUE ZERO.
010200 77  RU-DAY-IDX                      PIC 9(01) COMP.
010300 77  RU-SEC-IDX                      PIC 9(01) COMP.
010400 77  RU-WEEK-EXCEPTIONS              PIC 9(03).
010500 77  RU-WORKING-DAYS                 PIC 9(01).
010600 77  RU-LONGEST-DAY                  PIC 9(03).
010700 77  RU-SHORTEST-DAY                 PIC 9(03).
010800 77  RU-SHORTEST-WEEKDAY             PIC 9(03).
010900 77  RU-DAY-GAP                      PIC 9(03).
011000 77  RU-NEW-STATUS                   PIC X(01).
011100 77  RU-NOTE                         PIC X(50).
011200
011300*    The rules table, loaded whole from LAYRULES.  A figure left
011400*    blank on the file is tabled as the value that never trips
011500*    the rule.
011600 77  RU-RULE-MAX                     PIC 9(03) VALUE 200.
011700 01  RU-RULE-TABLE.
011800     05  RU-RULE-COUNT               PIC 9(03) VALUE ZERO.
011900     05  RU-RULE-ENTRY OCCURS 200.
012000         10  RU-TBL-NAME             PIC X(08).
012100         10  RU-TBL-MIN-DAY          PIC 9(03).
012200         10  RU-TBL-MIN-SECTION      PIC 9(03).
012300         10  RU-TBL-MAX-GAP          PIC 9(03).
012400         10  RU-TBL-WEEKEND          PIC X(01).
012500 77  RU-RUL-IDX                      PIC 9(03) COMP.
012600 77  RU-RUL-SCAN                     PIC 9(03) COMP.
012700
012800 01  RU-DAY-NAME-VALUES.
012900     05  FILLER                      PIC X(21)
013000         VALUE "MONTUEWEDTHUFRISATSUN".
013100 01  RU-DAY-NAME-TABLE REDEFINES RU-DAY-NAME-VALUES.
013200     05  RU-DAY-NAME                 PIC X(03) OCCURS 7.
013300
013400 77  RU-RULES-REJECTED               PIC 9(05) VALUE ZERO.
013500 77  RU-WEEKS-READ                   PIC 9(07) VALUE ZERO.
013600 77  RU-DRAFTS-READ                  PIC 9(07) VALUE ZERO.
013700 77  RU-NO-RULES-COUNT               PIC 9(07) VALUE ZERO.
013800 77  RU-CHECKED-COUNT                PIC 9(07) VALUE ZERO.
013900 77  RU-PASSED-COUNT                 PIC 9(07) VALUE ZERO.
014000 77  RU-FAILED-COUNT                 PIC 9(07) VALUE ZERO.
014100 77  RU-EXCEPTION-COUNT              PIC 9(07) VALUE ZERO.
014200 77  RU-MARKED-COUNT                 PIC 9(07) VALUE ZERO.
014300
014400 77  RU-CURRENT-DATE                 PIC 9(08).
014500 01  RU-TIME-GROUP.
014600     05  RU-CURRENT-TIME             PIC 9(08).
014700     05  RU-CURRENT-TIME-X REDEFINES RU-CURRENT-TIME
014800                                     PIC X(08).
014900 77  RU-START-TS                     PIC X(14).
015000 77  RU-END-TS                       PIC X(14).
015100
015200 77  RU-RPT-LINE-CTR                 PIC 9(03) VALUE 999.
015300 77  RU-RPT-PAGE-CTR                 PIC 9(05) VALUE ZERO.
015400 77  RU-RPT-LINES-PER-PAGE           PIC 9(03) VALUE 055.
015500 01  RU-RPT-WORK-LINE                PIC X(80).
015600
015700 01  RU-RPT-TITLE-LINE.
015800     05  FILLER                      PIC X(45)
015900         VALUE "LAYOUT RULES EXCEPTIONS".
016000     05  FILLER                      PIC X(06) VALUE "  RUN ".
016100     05  RU-TTL-DATE                 PIC 9(08).
016200     05  FILLER                      PIC X(07) VALUE "   PAGE".
016300     05  RU-TTL-PAGE                 PIC ZZZZ9.
016400
016500 01  RU-RPT-COLUMN-HEADING.
016600     05  FILLER                      PIC X(20)
016700         VALUE "TEMPLATE  WEEK".
016800     05  FILLER                      PIC X(40)
016900         VALUE "RULE BROKEN".
017000
017100 01  RU-RPT-DETAIL-LINE.
017200     05  RU-DTL-TEMPLATE             PIC X(08).
017300     05  FILLER                      PIC X(02).
017400     05  RU-DTL-WEEK                 PIC X(08).
017500     05  FILLER                      PIC X(02).
017600     05  RU-DTL-NOTE                 PIC X(50).
017700
017800 01  RU-RPT-COUNT-LINE.
017900     05  RU-RPT-CNT-LABEL            PIC X(28).
018000     05  RU-RPT-CNT-VALUE            PIC ZZZZZZ9.
018100
018200 PROCEDURE DIVISION.
018300
018400******************************************************************
018500* 0000-MAINLINE                                                 *
018600******************************************************************
018700 0000-MAINLINE.
018800     PERFORM 9500-STAMP-START-TS
018900         THRU 9500-EXIT.
018950     PERFORM 0500-CHECK-GATE
018950         THRU 0500-EXIT.
019000     PERFORM 1000-INITIALIZE
019100         THRU 1000-EXIT.
019200     IF RU-MAX-RC < 8
019300         PERFORM 2000-CHECK-DRAFTS
019400             THRU 2000-EXIT
019500         PERFORM 6000-PRINT-TRAILER
019600             THRU 6000-EXIT
019700         PERFORM 9000-TERMINATE
019800             THRU 9000-EXIT
019900     END-IF.
020000     IF RU-FAILED-COUNT > ZERO AND RU-MAX-RC < 4
020100         MOVE 4 TO RU-MAX-RC
020200     END-IF.
020300     PERFORM 9600-WRITE-RUN-STATS
020400         THRU 9600-EXIT.
020500     MOVE RU-MAX-RC TO RETURN-CODE.
020600     STOP RUN.
020700
020700******************************************************************
020700* 0500-CHECK-GATE - the nightly cycle gate, before any file is   *
020700*   opened.  A held step ends here with the gate's return code;  *
020700*   WKGATE has already written its RUNSTATS record.              *
020700******************************************************************
020700 0500-CHECK-GATE.
020700     MOVE "RULECHK" TO GT-GATE-STEP.
020700     CALL "WKGATE" USING GT-GATE-PARM.
020700     IF GT-GATE-HELD
020700         MOVE GT-GATE-RETURN-CODE TO RETURN-CODE
020700         STOP RUN
020700     END-IF.
020700 0500-EXIT.
020700     EXIT.
020700
020800******************************************************************
020900* 1000-INITIALIZE - the rules table first, since nothing can be  *
021000*   checked without it, then the layout file and the report.    *
021100******************************************************************
021200 1000-INITIALIZE.
021300     ACCEPT RU-CURRENT-DATE FROM DATE YYYYMMDD.
021400     MOVE RU-CURRENT-DATE TO RU-TTL-DATE.
021500     PERFORM 1100-LOAD-RULES
021600         THRU 1100-EXIT.
021700     IF RU-MAX-RC NOT < 8
021800         GO TO 1000-EXIT
021900     END-IF.
022000     OPEN I-O LAYOUT-FILE.
022100     IF RU-LAYOUT-STATUS NOT = "00"
022200         DISPLAY "** Unable to open WEEKLAYT - status "
022300                 RU-LAYOUT-STATUS " - nothing to check."
022400         MOVE 8 TO RU-MAX-RC
022500         GO TO 1000-EXIT
022600     END-IF.
022700     OPEN OUTPUT REPORT-FILE.
022800     IF RU-REPORT-STATUS NOT = "00"
022900         DISPLAY "** Unable to open RULECHRP - status "
023000                 RU-REPORT-STATUS "."
023100         CLOSE LAYOUT-FILE
023200         MOVE 8 TO RU-MAX-RC
023300         GO TO 1000-EXIT
023400     END-IF.
023500 1000-EXIT.
023600     EXIT.
023700
023800******************************************************************
023900* 1100-LOAD-RULES - the whole LAYRULES table into storage; a     *
024000*   table with no usable rule stops the run.                     *
024100******************************************************************
024200 1100-LOAD-RULES.
024300     MOVE "N" TO RU-RULE-EOF-SW.
024400     OPEN INPUT RULE-FILE.
024500     IF RU-RULE-STATUS NOT = "00"
024600         DISPLAY "** Unable to open LAYRULES - status "
024700                 RU-RULE-STATUS "."
024800         MOVE 8 TO RU-MAX-RC
024900         GO TO 1100-EXIT
025000     END-IF.
025100     PERFORM 1110-LOAD-ONE-RULE
025200         THRU 1110-EXIT
025300         UNTIL RU-RULE-EOF.
025400     CLOSE RULE-FILE.
025500     IF RU-RULE-COUNT = ZERO
025600         DISPLAY "** LAYRULES carries no usable rule - nothing "
025700                 "can be checked."
025800         MOVE 8 TO RU-MAX-RC
025900     END-IF.
026000 1100-EXIT.
026100     EXIT.
026200
026300******************************************************************
026400* 1110-LOAD-ONE-RULE - a figure neither blank nor numeric, or a  *
026500*   weekend flag other than Y or N, drops the template's rules.  *
026600******************************************************************
026700 1110-LOAD-ONE-RULE.
026800     READ RULE-FILE
026900         AT END
027000             SET RU-RULE-EOF TO TRUE
027100             GO TO 1110-EXIT
027200     END-READ.
027300     IF RUL-TEMPLATE-NAME = SPACES
027400         GO TO 1110-EXIT
027500     END-IF.
027600     IF RUL-WEEKEND-OVER = "y"
027700         MOVE "Y" TO RUL-WEEKEND-OVER
027800     END-IF.
027900     IF RUL-WEEKEND-OVER = "n"
028000         MOVE "N" TO RUL-WEEKEND-OVER
028100     END-IF.
028200     SET RU-RULE-OK TO TRUE.
028300     IF RUL-MIN-DAY-LINES-X NOT = SPACES
028400             AND RUL-MIN-DAY-LINES NOT NUMERIC
028500         MOVE "N" TO RU-RULE-OK-SW
028600     END-IF.
028700     IF RUL-MIN-SECTION-LINES-X NOT = SPACES
028800             AND RUL-MIN-SECTION-LINES NOT NUMERIC
028900         MOVE "N" TO RU-RULE-OK-SW
029000     END-IF.
029100     IF RUL-MAX-DAY-GAP-X NOT = SPACES
029200             AND RUL-MAX-DAY-GAP NOT NUMERIC
029300         MOVE "N" TO RU-RULE-OK-SW
029400     END-IF.
029500     IF NOT RUL-WEEKEND-MAY-EXCEED AND NOT RUL-WEEKEND-NOT-OVER
029600         MOVE "N" TO RU-RULE-OK-SW
029700     END-IF.
029800     IF NOT RU-RULE-OK
029900         DISPLAY "** LAYRULES rules for " RUL-TEMPLATE-NAME
030000                 " not numeric or weekend flag not Y/N "
030100                 "- ignored."
030200         ADD 1 TO RU-RULES-REJECTED
030300         GO TO 1110-EXIT
030400     END-IF.
030500     IF RU-RULE-COUNT >= RU-RULE-MAX
030600         DISPLAY "** LAYRULES is over " RU-RULE-MAX
030700                 " templates - " RUL-TEMPLATE-NAME " dropped."
030800         ADD 1 TO RU-RULES-REJECTED
030900         GO TO 1110-EXIT
031000     END-IF.
031100     ADD 1 TO RU-RULE-COUNT.
031200     MOVE RUL-TEMPLATE-NAME TO RU-TBL-NAME (RU-RULE-COUNT).
031300     IF RUL-MIN-DAY-LINES-X = SPACES
031400         MOVE ZERO TO RU-TBL-MIN-DAY (RU-RULE-COUNT)
031500     ELSE
031600         MOVE RUL-MIN-DAY-LINES TO RU-TBL-MIN-DAY (RU-RULE-COUNT)
031700     END-IF.
031800     IF RUL-MIN-SECTION-LINES-X = SPACES
031900         MOVE ZERO TO RU-TBL-MIN-SECTION (RU-RULE-COUNT)
032000     ELSE
032100         MOVE RUL-MIN-SECTION-LINES
032200             TO RU-TBL-MIN-SECTION (RU-RULE-COUNT)
032300     END-IF.
032400     IF RUL-MAX-DAY-GAP-X = SPACES
032500         MOVE 999 TO RU-TBL-MAX-GAP (RU-RULE-COUNT)
032600     ELSE
032700         MOVE RUL-MAX-DAY-GAP TO RU-TBL-MAX-GAP (RU-RULE-COUNT)
032800     END-IF.
032900     IF RUL-WEEKEND-NOT-OVER
033000         MOVE "N" TO RU-TBL-WEEKEND (RU-RULE-COUNT)
033100     ELSE
033200         MOVE "Y" TO RU-TBL-WEEKEND (RU-RULE-COUNT)
033300     END-IF.
033400 1110-EXIT.
033500     EXIT.
033600
033700******************************************************************
033800* 9000-TERMINATE                                                *
033900******************************************************************
034000 9000-TERMINATE.
034100     CLOSE LAYOUT-FILE.
034200     CLOSE REPORT-FILE.
034300 9000-EXIT.
034400     EXIT.
034500
034600******************************************************************
034700* 2000-CHECK-DRAFTS - the whole layout file in key order.        *
034800******************************************************************
034900 2000-CHECK-DRAFTS.
035000     MOVE "N" TO RU-LAYOUT-EOF-SW.
035100     MOVE "N" TO RU-RULE-FOUND-SW.
035200     MOVE LOW-VALUES TO LAY-LAYOUT-KEY.
035300     START LAYOUT-FILE KEY NOT < LAY-LAYOUT-KEY
035400         INVALID KEY
035500             SET RU-LAYOUT-EOF TO TRUE
035600     END-START.
035700     PERFORM 2100-CHECK-ONE-WEEK
035800         THRU 2100-EXIT
035900         UNTIL RU-LAYOUT-EOF.
036000 2000-EXIT.
036100     EXIT.
036200
036300******************************************************************
036400* 2100-CHECK-ONE-WEEK - a draft against its template's rules,    *
036500*   every broken rule reported, then the draft marked passed or *
036600*   failed.  The record is rewritten only when its mark changes. *
036700******************************************************************
036800 2100-CHECK-ONE-WEEK.
036900     READ LAYOUT-FILE NEXT
037000         AT END
037100             SET RU-LAYOUT-EOF TO TRUE
037200             GO TO 2100-EXIT
037300     END-READ.
037400     ADD 1 TO RU-WEEKS-READ.
037500     IF NOT LAY-APPR-DRAFT
037600         GO TO 2100-EXIT
037700     END-IF.
037800     ADD 1 TO RU-DRAFTS-READ.
037900     PERFORM 2150-FIND-RULES
038000         THRU 2150-EXIT.
038100     IF NOT RU-RULE-FOUND
038200         ADD 1 TO RU-NO-RULES-COUNT
038300         GO TO 2100-EXIT
038400     END-IF.
038500     ADD 1 TO RU-CHECKED-COUNT.
038600     MOVE ZERO TO RU-WEEK-EXCEPTIONS.
038700
038800     IF LAY-DAY-TABLE NOT NUMERIC
038900         MOVE "DAY LINE COUNTS NOT NUMERIC" TO RU-NOTE
039000         PERFORM 2700-WRITE-EXCEPTION
039100             THRU 2700-EXIT
039200         GO TO 2100-MARK
039300     END-IF.
039400     MOVE ZERO TO RU-WORKING-DAYS.
039500     MOVE ZERO TO RU-LONGEST-DAY.
039600     MOVE 999 TO RU-SHORTEST-DAY.
039700     MOVE 999 TO RU-SHORTEST-WEEKDAY.
039800     PERFORM 2200-CHECK-ONE-DAY
039900         THRU 2200-EXIT
040000         VARYING RU-DAY-IDX FROM 1 BY 1
040100         UNTIL RU-DAY-IDX > 7.
040200
040300     IF RU-WORKING-DAYS > 1
040400         COMPUTE RU-DAY-GAP = RU-LONGEST-DAY - RU-SHORTEST-DAY
040500         IF RU-DAY-GAP > RU-TBL-MAX-GAP (RU-RUL-IDX)
040600             MOVE SPACES TO RU-NOTE
040700             STRING "WORKING-DAY GAP " RU-DAY-GAP
040800                    " OVER MAXIMUM " RU-TBL-MAX-GAP (RU-RUL-IDX)
040900                 DELIMITED BY SIZE INTO RU-NOTE
041000             PERFORM 2700-WRITE-EXCEPTION
041100                 THRU 2700-EXIT
041200         END-IF
041300     END-IF.
041400     IF RU-TBL-WEEKEND (RU-RUL-IDX) = "N"
041500             AND RU-SHORTEST-WEEKDAY NOT = 999
041600         PERFORM 2300-CHECK-WEEKEND-DAY
041700             THRU 2300-EXIT
041800             VARYING RU-DAY-IDX FROM 6 BY 1
041900             UNTIL RU-DAY-IDX > 7
042000     END-IF.
042100
042200 2100-MARK.
042300     IF RU-WEEK-EXCEPTIONS > ZERO
042400         ADD 1 TO RU-FAILED-COUNT
042500         MOVE "F" TO RU-NEW-STATUS
042600     ELSE
042700         ADD 1 TO RU-PASSED-COUNT
042800         MOVE "P" TO RU-NEW-STATUS
042900     END-IF.
043000     IF LAY-RULES-STATUS = RU-NEW-STATUS
043100         GO TO 2100-EXIT
043200     END-IF.
043300     MOVE RU-NEW-STATUS TO LAY-RULES-STATUS.
043400     REWRITE LAYOUT-RECORD
043500         INVALID KEY
043600             DISPLAY "** Unable to rewrite " LAY-TEMPLATE-NAME
043700                     " week " LAY-PAGE-DATE " - status "
043800                     RU-LAYOUT-STATUS "."
043900             MOVE 8 TO RU-MAX-RC
044000             GO TO 2100-EXIT
044100     END-REWRITE.
044200     ADD 1 TO RU-MARKED-COUNT.
044300 2100-EXIT.
044400     EXIT.
044500
044600******************************************************************
044700* 2150-FIND-RULES - the layout file runs in template order, so   *
044800*   the last template's rules are tried before the table scan.   *
044900******************************************************************
045000 2150-FIND-RULES.
045100     IF RU-RULE-FOUND
045200             AND RU-TBL-NAME (RU-RUL-IDX) = LAY-TEMPLATE-NAME
045300         GO TO 2150-EXIT
045400     END-IF.
045500     MOVE "N" TO RU-RULE-FOUND-SW.
045600     PERFORM 2160-MATCH-ONE-RULE
045700         THRU 2160-EXIT
045800         VARYING RU-RUL-SCAN FROM 1 BY 1
045900         UNTIL RU-RUL-SCAN > RU-RULE-COUNT
046000            OR RU-RULE-FOUND.
046100 2150-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500* 2160-MATCH-ONE-RULE                                            *
046600******************************************************************
046700 2160-MATCH-ONE-RULE.
046800     IF RU-TBL-NAME (RU-RUL-SCAN) = LAY-TEMPLATE-NAME
046900         SET RU-RULE-FOUND TO TRUE
047000         MOVE RU-RUL-SCAN TO RU-RUL-IDX
047100     END-IF.
047200 2160-EXIT.
047300     EXIT.
047400
047500******************************************************************
047600* 2200-CHECK-ONE-DAY - a day omitted from the page is passed     *
047700*   over.  Every day present, holiday or not, is held to the     *
047800*   day and section minimums; only working days count toward    *
047900*   the longest and shortest for the gap and weekend rules.      *
048000******************************************************************
048100 2200-CHECK-ONE-DAY.
048200     IF LAY-DAY-FLAG (RU-DAY-IDX) = "N"
048300         GO TO 2200-EXIT
048400     END-IF.
048500     IF LAY-DAY-LINES (RU-DAY-IDX) < RU-TBL-MIN-DAY (RU-RUL-IDX)
048600         MOVE SPACES TO RU-NOTE
048700         STRING RU-DAY-NAME (RU-DAY-IDX) " "
048800                LAY-DAY-LINES (RU-DAY-IDX)
048900                " LINES UNDER MINIMUM "
049000                RU-TBL-MIN-DAY (RU-RUL-IDX)
049100             DELIMITED BY SIZE INTO RU-NOTE
049200         PERFORM 2700-WRITE-EXCEPTION
049300             THRU 2700-EXIT
049400     END-IF.
049500     IF LAY-SECTION-COUNT NUMERIC
049600             AND LAY-SECTION-COUNT > ZERO
049700             AND LAY-DAY-SECTION (RU-DAY-IDX) NUMERIC
049800         PERFORM 2210-CHECK-ONE-SECTION
049900             THRU 2210-EXIT
050000             VARYING RU-SEC-IDX FROM 1 BY 1
050100             UNTIL RU-SEC-IDX > LAY-SECTION-COUNT
050200                OR RU-SEC-IDX > 4
050300     END-IF.
050400     IF LAY-DAY-FLAG (RU-DAY-IDX) NOT = "Y"
050500         GO TO 2200-EXIT
050600     END-IF.
050700     ADD 1 TO RU-WORKING-DAYS.
050800     IF LAY-DAY-LINES (RU-DAY-IDX) > RU-LONGEST-DAY
050900         MOVE LAY-DAY-LINES (RU-DAY-IDX) TO RU-LONGEST-DAY
051000     END-IF.
051100     IF LAY-DAY-LINES (RU-DAY-IDX) < RU-SHORTEST-DAY
051200         MOVE LAY-DAY-LINES (RU-DAY-IDX) TO RU-SHORTEST-DAY
051300     END-IF.
051400     IF RU-DAY-IDX < 6
051500             AND LAY-DAY-LINES (RU-DAY-IDX) < RU-SHORTEST-WEEKDAY
051600         MOVE LAY-DAY-LINES (RU-DAY-IDX) TO RU-SHORTEST-WEEKDAY
051700     END-IF.
051800 2200-EXIT.
051900     EXIT.
052000
052100******************************************************************
052200* 2210-CHECK-ONE-SECTION                                         *
052300******************************************************************
052400 2210-CHECK-ONE-SECTION.
052500     IF LAY-SECTION-LINES (RU-DAY-IDX, RU-SEC-IDX)
052600             < RU-TBL-MIN-SECTION (RU-RUL-IDX)
052700         MOVE SPACES TO RU-NOTE
052800         STRING RU-DAY-NAME (RU-DAY-IDX) " "
052900                LAY-SECTION-NAME (RU-SEC-IDX) " "
053000                LAY-SECTION-LINES (RU-DAY-IDX, RU-SEC-IDX)
053100                " UNDER SECTION MINIMUM "
053200                RU-TBL-MIN-SECTION (RU-RUL-IDX)
053300             DELIMITED BY SIZE INTO RU-NOTE
053400         PERFORM 2700-WRITE-EXCEPTION
053500             THRU 2700-EXIT
053600     END-IF.
053700 2210-EXIT.
053800     EXIT.
053900
054000******************************************************************
054100* 2300-CHECK-WEEKEND-DAY - a working Saturday or Sunday longer   *
054200*   than the shortest working weekday, where the template does  *
054300*   not allow it.                                                *
054400******************************************************************
054500 2300-CHECK-WEEKEND-DAY.
054600     IF LAY-DAY-FLAG (RU-DAY-IDX) NOT = "Y"
054700         GO TO 2300-EXIT
054800     END-IF.
054900     IF LAY-DAY-LINES (RU-DAY-IDX) > RU-SHORTEST-WEEKDAY
055000         MOVE SPACES TO RU-NOTE
055100         STRING RU-DAY-NAME (RU-DAY-IDX) " "
055200                LAY-DAY-LINES (RU-DAY-IDX)
055300                " LINES OVER SHORTEST WEEKDAY "
055400                RU-SHORTEST-WEEKDAY
055500             DELIMITED BY SIZE INTO RU-NOTE
055600         PERFORM 2700-WRITE-EXCEPTION
055700             THRU 2700-EXIT
055800     END-IF.
055900 2300-EXIT.
056000     EXIT.
056100
056200******************************************************************
056300* 2700-WRITE-EXCEPTION - one broken rule onto RULECHRP.          *
056400******************************************************************
056500 2700-WRITE-EXCEPTION.
056600     ADD 1 TO RU-WEEK-EXCEPTIONS.
056700     ADD 1 TO RU-EXCEPTION-COUNT.
056800     MOVE SPACES TO RU-RPT-DETAIL-LINE.
056900     MOVE LAY-TEMPLATE-NAME TO RU-DTL-TEMPLATE.
057000     MOVE LAY-PAGE-DATE TO RU-DTL-WEEK.
057100     MOVE RU-NOTE TO RU-DTL-NOTE.
057200     MOVE RU-RPT-DETAIL-LINE TO RU-RPT-WORK-LINE.
057300     PERFORM 4270-WRITE-RPT-LINE
057400         THRU 4270-EXIT.
057500 2700-EXIT.
057600     EXIT.
057700
057800******************************************************************
057900* 4270-WRITE-RPT-LINE - one line onto RULECHRP, breaking to a    *
058000*   fresh page with the title and column headings every          *
058100*   RU-RPT-LINES-PER-PAGE lines.                                 *
058200******************************************************************
058300 4270-WRITE-RPT-LINE.
058400     IF RU-RPT-LINE-CTR > RU-RPT-LINES-PER-PAGE
058500         PERFORM 4280-START-REPORT-PAGE
058600             THRU 4280-EXIT
058700     END-IF.
058800     WRITE REPORT-PRINT-LINE FROM RU-RPT-WORK-LINE.
058900     ADD 1 TO RU-RPT-LINE-CTR.
059000 4270-EXIT.
059100     EXIT.
059200
059300******************************************************************
059400* 4280-START-REPORT-PAGE                                         *
059500******************************************************************
059600 4280-START-REPORT-PAGE.
059700     ADD 1 TO RU-RPT-PAGE-CTR.
059800     MOVE RU-RPT-PAGE-CTR TO RU-TTL-PAGE.
059900     WRITE REPORT-PRINT-LINE FROM RU-RPT-TITLE-LINE.
060000     WRITE REPORT-PRINT-LINE FROM RU-RPT-COLUMN-HEADING.
060100     MOVE SPACES TO REPORT-PRINT-LINE.
060200     WRITE REPORT-PRINT-LINE.
060300     MOVE 3 TO RU-RPT-LINE-CTR.
060400 4280-EXIT.
060500     EXIT.
060600
060700******************************************************************
060800* 6000-PRINT-TRAILER - a fresh page with the run's counts, also  *
060900*   echoed to the console for operations.                        *
061000******************************************************************
061100 6000-PRINT-TRAILER.
061200     ADD 1 TO RU-RPT-PAGE-CTR.
061300     MOVE RU-RPT-PAGE-CTR TO RU-TTL-PAGE.
061400     WRITE REPORT-PRINT-LINE FROM RU-RPT-TITLE-LINE.
061500     MOVE SPACES TO REPORT-PRINT-LINE.
061600     WRITE REPORT-PRINT-LINE.
061700     MOVE "TEMPLATES WITH RULES      :" TO RU-RPT-CNT-LABEL.
061800     MOVE RU-RULE-COUNT TO RU-RPT-CNT-VALUE.
061900     WRITE REPORT-PRINT-LINE FROM RU-RPT-COUNT-LINE.
062000     MOVE "RULES RECORDS IGNORED     :" TO RU-RPT-CNT-LABEL.
062100     MOVE RU-RULES-REJECTED TO RU-RPT-CNT-VALUE.
062200     WRITE REPORT-PRINT-LINE FROM RU-RPT-COUNT-LINE.
062300     MOVE "WEEKS READ                :" TO RU-RPT-CNT-LABEL.
062400     MOVE RU-WEEKS-READ TO RU-RPT-CNT-VALUE.
062500     WRITE REPORT-PRINT-LINE FROM RU-RPT-COUNT-LINE.
062600     MOVE "DRAFTS READ               :" TO RU-RPT-CNT-LABEL.
062700     MOVE RU-DRAFTS-READ TO RU-RPT-CNT-VALUE.
062800     WRITE REPORT-PRINT-LINE FROM RU-RPT-COUNT-LINE.
062900     MOVE "  NO RULES - UNCHECKED    :" TO RU-RPT-CNT-LABEL.
063000     MOVE RU-NO-RULES-COUNT TO RU-RPT-CNT-VALUE.
063100     WRITE REPORT-PRINT-LINE FROM RU-RPT-COUNT-LINE.
063200     MOVE "  PASSED                  :" TO RU-RPT-CNT-LABEL.
063300     MOVE RU-PASSED-COUNT TO RU-RPT-CNT-VALUE.
063400     WRITE REPORT-PRINT-LINE FROM RU-RPT-COUNT-LINE.
063500     MOVE "  FAILED                  :" TO RU-RPT-CNT-LABEL.
063600     MOVE RU-FAILED-COUNT TO RU-RPT-CNT-VALUE.
063700     WRITE REPORT-PRINT-LINE FROM RU-RPT-COUNT-LINE.
063800     MOVE "RULES BROKEN              :" TO RU-RPT-CNT-LABEL.
063900     MOVE RU-EXCEPTION-COUNT TO RU-RPT-CNT-VALUE.
064000     WRITE REPORT-PRINT-LINE FROM RU-RPT-COUNT-LINE.
064100     MOVE "DRAFTS RE-MARKED          :" TO RU-RPT-CNT-LABEL.
064200     MOVE RU-MARKED-COUNT TO RU-RPT-CNT-VALUE.
064300     WRITE REPORT-PRINT-LINE FROM RU-RPT-COUNT-LINE.
064400
064500     DISPLAY "RULECHK: " RU-CHECKED-COUNT " draft(s) checked, "
064600             RU-FAILED-COUNT " failed, " RU-NO-RULES-COUNT
064700             " without rules - see RULECHRP.".
064800 6000-EXIT.
064900     EXIT.
065000
065100******************************************************************
065200* 9500-STAMP-START-TS - the start of job, to the second, for     *
065300*   the run-statistics record.                                   *
065400******************************************************************
065500 9500-STAMP-START-TS.
065600     ACCEPT RU-CURRENT-DATE FROM DATE YYYYMMDD.
065700     ACCEPT RU-CURRENT-TIME FROM TIME.
065800     MOVE RU-CURRENT-DATE TO RU-START-TS (1:8).
065900     MOVE RU-CURRENT-TIME-X (1:6) TO RU-START-TS (9:6).
066000 9500-EXIT.
066100     EXIT.
066200
066300******************************************************************
066400* 9600-WRITE-RUN-STATS - one record onto the shared RUNSTATS     *
066500*   file at end of job, created automatically on the first run.  *
066600******************************************************************
066700 9600-WRITE-RUN-STATS.
066800     ACCEPT RU-CURRENT-DATE FROM DATE YYYYMMDD.
066900     ACCEPT RU-CURRENT-TIME FROM TIME.
067000     MOVE RU-CURRENT-DATE TO RU-END-TS (1:8).
067100     MOVE RU-CURRENT-TIME-X (1:6) TO RU-END-TS (9:6).
067200     OPEN EXTEND RUN-STATS-FILE.
067300     IF RU-RUNSTATS-STATUS = "35"
067400         OPEN OUTPUT RUN-STATS-FILE
067500         CLOSE RUN-STATS-FILE
067600         OPEN EXTEND RUN-STATS-FILE
067700     END-IF.
067800     IF RU-RUNSTATS-STATUS NOT = "00"
067900         DISPLAY "** Unable to open RUNSTATS - status "
068000                 RU-RUNSTATS-STATUS " - run not recorded."
068100         GO TO 9600-EXIT
068200     END-IF.
068300     MOVE SPACES TO RUN-STATS-RECORD.
068400     MOVE "RULECHK" TO RS-PROGRAM.
068500     MOVE RU-START-TS TO RS-START-TS.
068600     MOVE RU-END-TS TO RS-END-TS.
068700     MOVE RU-CHECKED-COUNT TO RS-RECORDS-IN.
068800     MOVE RU-PASSED-COUNT TO RS-RECORDS-OUT.
068900     MOVE RU-FAILED-COUNT TO RS-RECORDS-REJ.
069000     MOVE RU-MAX-RC TO RS-RETURN-CODE.
069100     WRITE RUN-STATS-RECORD.
069200     CLOSE RUN-STATS-FILE.
069300 9600-EXIT.
069400     EXIT.
