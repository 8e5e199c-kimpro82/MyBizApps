000100******************************************************************
000200* PROGRAM      : WEEKDRFT                                       *
000300* AUTHOR       : J. HALVERSEN                                   *
000400* INSTALLATION : DIARY LAYOUT UNIT                               *
000500* DATE-WRITTEN : 2026.10.15                                      *
000600* DATE-COMPILED:                                                 *
000700*                                                                *
000800* PURPOSE.                                                      *
000900*   Finds filed weeks the masters have moved out from under.    *
001000*   Walks WEEKLAYT and, for every week split from a TMPLMAST     *
001100*   revision, looks up the revision in force for the week today *
001200*   and the week's holidays on the HOLMAST calendar today.  A   *
001300*   week whose revision has been superseded (a later revision   *
001400*   filed on or before its Monday) or whose holiday flags no    *
001500*   longer match the calendar is re-split through WKSPLIT with  *
001600*   the current revision and calendar, re-filed as a draft with *
001700*   its old approval cleared, and logged to WEEKLOG.  The        *
001800*   WEEKDRPT impact report shows each such week's old and new   *
001900*   day counts for the product manager.  Weeks keyed at the     *
002000*   console (revision zero) are not traceable to a revision and *
002100*   are counted; their holiday flags are still checked, and one *
002150*   that has drifted is reported, not re-laid, since its keyed  *
002150*   figures cannot be re-split.  Return code 0 clean, 4 weeks   *
002200*   found drifted that could not be re-laid, 8 file open        *
002200*   failure.                                                    *
002300*                                                                *
002400* MODIFICATION HISTORY.                                         *
002500*   2026.10.15  JH  Original version.                            *
002500*   2026.10.15  JH  A re-laid week goes back to layout rules     *
002500*                   status unchecked, for RULECHK to pass or     *
002500*                   fail.                                        *
002500*   2026.10.15  JH  A week keyed at the console still has its    *
002500*                   holiday flags checked against HOLMAST, and   *
002500*                   one that has drifted is reported HOLIDAY     *
002500*                   DRIFT - NOT RE-LAID.                         *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.    WEEKDRFT.
002900 AUTHOR.        J. HALVERSEN.
003000 INSTALLATION.  DIARY LAYOUT UNIT.
003100 DATE-WRITTEN.  2026.10.15.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   GENERIC.
003700 OBJECT-COMPUTER.   GENERIC.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT LAYOUT-FILE
004200         ASSIGN TO "WEEKLAYT"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS LAY-LAYOUT-KEY
004600         FILE STATUS IS WD-LAYOUT-STATUS.
004700
004800     SELECT MASTER-FILE
004900         ASSIGN TO "TMPLMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS TMPM-KEY
005300         FILE STATUS IS WD-MASTER-STATUS.
005400
005500     SELECT HOLIDAY-MASTER-FILE
005600         ASSIGN TO "HOLMAST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS HOLM-KEY
006000         FILE STATUS IS WD-HOLMAST-STATUS.
006100
006200     SELECT LOG-FILE
006300         ASSIGN TO "WEEKLOG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WD-LOG-STATUS.
006600
006700     SELECT REPORT-FILE
006800         ASSIGN TO "WEEKDRPT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WD-REPORT-STATUS.
007100
007200     SELECT RUN-STATS-FILE
007300         ASSIGN TO "RUNSTATS"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WD-RUNSTATS-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  LAYOUT-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY WKLAYREC.
008200
008300 FD  MASTER-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY WKTMPLM.
008600
008700 FD  HOLIDAY-MASTER-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY WKHOLM.
009000
009100 FD  LOG-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY WKLOGREC.
009400
009500 FD  REPORT-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  REPORT-PRINT-LINE               PIC X(80).
009800
009900 FD  RUN-STATS-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY WKRSTAT.
010200
010300 WORKING-STORAGE SECTION.
010400 COPY WKSPPARM.
010500
010600 01  WD-SWITCHES.
010700     05  WD-LAYOUT-EOF-SW            PIC X(01).
010800         88  WD-LAYOUT-EOF               VALUE 'Y'.
010900     05  WD-REV-EOF-SW               PIC X(01).
011000         88  WD-REV-EOF                  VALUE 'Y'.
011100     05  WD-IN-FORCE-SW              PIC X(01).
011200         88  WD-REVISION-IN-FORCE        VALUE 'Y'.
011300     05  WD-SECTIONS-OK-SW           PIC X(01).
011400         88  WD-SECTIONS-OK              VALUE 'Y'.
011500     05  WD-REV-DRIFT-SW             PIC X(01).
011600         88  WD-REV-DRIFT                VALUE 'Y'.
011700     05  WD-HOL-DRIFT-SW             PIC X(01).
011800         88  WD-HOL-DRIFT                VALUE 'Y'.
011900
012000 01  WD-FILE-STATUS-GROUP.
012100     05  WD-LAYOUT-STATUS            PIC X(02).
012200     05  WD-MASTER-STATUS            PIC X(02).
012300     05  WD-HOLMAST-STATUS           PIC X(02).
012400     05  WD-LOG-STATUS               PIC X(02).
012500     05  WD-REPORT-STATUS            PIC X(02).
012600     05  WD-RUNSTATS-STATUS          PIC X(02).
012700
012800 77  WD-FROM-INPUT                   PIC X(08).
012900 77  WD-FROM-DATE                    PIC 9(08) VALUE ZERO.
013000 77  WD-FROM-INT                     PIC 9(08).
013100 77  WD-N-MINIMUM                    PIC 9(03) VALUE 007.
013200 77  WD-MAX-RC                       PIC 9(02) VALUE ZERO.
013300 77  WD-WEEK-INT                     PIC 9(08).
013400 77  WD-DAY-DATE                     PIC 9(08).
013500 77  WD-DAY-IDX                      PIC 9(01) COMP.
013600 77  WD-SEC-IDX                      PIC 9(01) COMP.
013700 77  WD-PCT-TOTAL                    PIC 9(03).
013800 77  WD-OLD-REV                      PIC 9(08).
013900 77  WD-OLD-TOTAL                    PIC 9(04).
014000 77  WD-OLD-STATUS                   PIC X(01).
014100 77  WD-NOTE                         PIC X(40).
014200 01  WD-SELECTED-MASTER              PIC X(101).
014300 01  WD-NEW-FLAGS.
014400     05  WD-NEW-DAY-FLAG             PIC X(01) OCCURS 7.
014500 01  WD-OLD-FLAGS.
014600     05  WD-OLD-DAY-FLAG             PIC X(01) OCCURS 7.
014700 01  WD-OLD-DAY-TABLE.
014800     05  WD-OLD-DAY-LINES            PIC 9(03) OCCURS 7.
014900 01  WD-SECTION-NAMES.
015000     05  WD-SECTION-NAME             PIC X(12) OCCURS 4.
015100
015200 77  WD-LAYOUTS-READ                 PIC 9(07) VALUE ZERO.
015300 77  WD-BEFORE-FROM                  PIC 9(07) VALUE ZERO.
015400 77  WD-UNTRACED-COUNT               PIC 9(07) VALUE ZERO.
015500 77  WD-CURRENT-COUNT                PIC 9(07) VALUE ZERO.
015600 77  WD-RELAID-COUNT                 PIC 9(07) VALUE ZERO.
015700 77  WD-REV-DRIFT-COUNT              PIC 9(07) VALUE ZERO.
015800 77  WD-HOL-DRIFT-COUNT              PIC 9(07) VALUE ZERO.
015900 77  WD-APPR-CLEARED                 PIC 9(07) VALUE ZERO.
016000 77  WD-UNRESOLVED-COUNT             PIC 9(07) VALUE ZERO.
016100
016200 77  WD-CURRENT-DATE                 PIC 9(08).
016300 01  WD-TIME-GROUP.
016400     05  WD-CURRENT-TIME             PIC 9(08).
016500     05  WD-CURRENT-TIME-X REDEFINES WD-CURRENT-TIME
016600                                     PIC X(08).
016700 77  WD-LOG-TIMESTAMP                PIC X(14).
016800 77  WD-START-TS                     PIC X(14).
016900 77  WD-END-TS                       PIC X(14).
017000
017100 77  WD-RPT-LINE-CTR                 PIC 9(03) VALUE 999.
017200 77  WD-RPT-PAGE-CTR                 PIC 9(05) VALUE ZERO.
017300 77  WD-RPT-LINES-PER-PAGE           PIC 9(03) VALUE 055.
017400 01  WD-RPT-WORK-LINE                PIC X(80).
017500
017600 01  WD-RPT-TITLE-LINE.
017700     05  FILLER                      PIC X(34)
017800         VALUE "FILED-WEEK DRIFT IMPACT REPORT -".
017900     05  FILLER                      PIC X(05) VALUE "FROM ".
018000     05  WD-TTL-FROM                 PIC 9(08).
018100     05  FILLER                      PIC X(06) VALUE "  RUN ".
018200     05  WD-TTL-DATE                 PIC 9(08).
018300     05  FILLER                      PIC X(07) VALUE "   PAGE".
018400     05  WD-TTL-PAGE                 PIC ZZZZ9.
018500
018600 01  WD-RPT-COLUMN-HEADING.
018700     05  FILLER                      PIC X(20)
018800         VALUE "TEMPLATE  WEEK".
018900     05  FILLER                      PIC X(40)
019000         VALUE " MON  TUE  WED  THU  FRI  SAT  SUN TOTAL".
019100
019200 01  WD-RPT-WEEK-LINE.
019300     05  WD-WK-TEMPLATE              PIC X(08).
019400     05  FILLER                      PIC X(02).
019500     05  WD-WK-WEEK                  PIC X(08).
019600     05  FILLER                      PIC X(02).
019700     05  WD-WK-NOTE                  PIC X(40).
019800
019900 01  WD-RPT-COUNTS-LINE.
020000     05  FILLER                      PIC X(04).
020100     05  WD-CT-LABEL                 PIC X(16).
020200     05  WD-CT-DAY OCCURS 7.
020300         10  WD-CT-LINES             PIC ZZ9.
020400         10  WD-CT-FLAG              PIC X(01).
020500         10  FILLER                  PIC X(01).
020600     05  WD-CT-TOTAL                 PIC ZZZ9.
020700
020800 01  WD-RPT-COUNT-LINE.
020900     05  WD-RPT-CNT-LABEL            PIC X(28).
021000     05  WD-RPT-CNT-VALUE            PIC ZZZZZZ9.
021100
021200 PROCEDURE DIVISION.
021300
021400******************************************************************
021500* 0000-MAINLINE                                                 *
021600******************************************************************
021700 0000-MAINLINE.
021800     PERFORM 9500-STAMP-START-TS
021900         THRU 9500-EXIT.
022000     PERFORM 1000-INITIALIZE
022100         THRU 1000-EXIT.
022200     IF WD-MAX-RC < 8
022300         PERFORM 2000-CHECK-LAYOUT-FILE
022400             THRU 2000-EXIT
022500         PERFORM 6000-PRINT-TRAILER
022600             THRU 6000-EXIT
022700         PERFORM 9000-TERMINATE
022800             THRU 9000-EXIT
022900     END-IF.
023000     IF WD-UNRESOLVED-COUNT > ZERO AND WD-MAX-RC < 4
023100         MOVE 4 TO WD-MAX-RC
023200     END-IF.
023300     PERFORM 9600-WRITE-RUN-STATS
023400         THRU 9600-EXIT.
023500     MOVE WD-MAX-RC TO RETURN-CODE.
023600     STOP RUN.
023700
023800******************************************************************
023900* 1000-INITIALIZE - the earliest week to check, then every file; *
024000*   a drift check against a missing master would reset weeks    *
024100*   that are right, so any one missing stops the run.            *
024200******************************************************************
024300 1000-INITIALIZE.
024400     ACCEPT WD-CURRENT-DATE FROM DATE YYYYMMDD.
024500     PERFORM 1100-GET-FROM-DATE
024600         THRU 1100-EXIT.
024700     OPEN I-O LAYOUT-FILE.
024800     IF WD-LAYOUT-STATUS NOT = "00"
024900         DISPLAY "** Unable to open WEEKLAYT - status "
025000                 WD-LAYOUT-STATUS "."
025100         MOVE 8 TO WD-MAX-RC
025200         GO TO 1000-EXIT
025300     END-IF.
025400     OPEN INPUT MASTER-FILE.
025500     IF WD-MASTER-STATUS NOT = "00"
025600         DISPLAY "** Unable to open TMPLMAST - status "
025700                 WD-MASTER-STATUS "."
025800         CLOSE LAYOUT-FILE
025900         MOVE 8 TO WD-MAX-RC
026000         GO TO 1000-EXIT
026100     END-IF.
026200     OPEN INPUT HOLIDAY-MASTER-FILE.
026300     IF WD-HOLMAST-STATUS NOT = "00"
026400         DISPLAY "** Unable to open HOLMAST - status "
026500                 WD-HOLMAST-STATUS " - maintain it with HOLMNT."
026600         CLOSE LAYOUT-FILE
026700         CLOSE MASTER-FILE
026800         MOVE 8 TO WD-MAX-RC
026900         GO TO 1000-EXIT
027000     END-IF.
027100     OPEN OUTPUT REPORT-FILE.
027200     IF WD-REPORT-STATUS NOT = "00"
027300         DISPLAY "** Unable to open WEEKDRPT - status "
027400                 WD-REPORT-STATUS "."
027500         CLOSE LAYOUT-FILE
027600         CLOSE MASTER-FILE
027700         CLOSE HOLIDAY-MASTER-FILE
027800         MOVE 8 TO WD-MAX-RC
027900         GO TO 1000-EXIT
028000     END-IF.
028100     OPEN EXTEND LOG-FILE.
028200     IF WD-LOG-STATUS = "35"
028300         OPEN OUTPUT LOG-FILE
028400         CLOSE LOG-FILE
028500         OPEN EXTEND LOG-FILE
028600     END-IF.
028700     MOVE WD-FROM-DATE TO WD-TTL-FROM.
028800     MOVE WD-CURRENT-DATE TO WD-TTL-DATE.
028900 1000-EXIT.
029000     EXIT.
029100
029200******************************************************************
029300* 1100-GET-FROM-DATE - weeks before this are left as filed;      *
029400*   spaces checks every week on the file.                        *
029500******************************************************************
029600 1100-GET-FROM-DATE.
029700     DISPLAY "Enter the earliest week to check (YYYYMMDD, "
029800             "spaces for all): " WITH NO ADVANCING.
029900     ACCEPT WD-FROM-INPUT.
030000     IF WD-FROM-INPUT = SPACES
030100         MOVE ZERO TO WD-FROM-DATE
030200         GO TO 1100-EXIT
030300     END-IF.
030400     IF WD-FROM-INPUT NOT NUMERIC
030500         DISPLAY "** Date must be numeric YYYYMMDD - try again."
030600         GO TO 1100-GET-FROM-DATE
030700     END-IF.
030800     MOVE WD-FROM-INPUT TO WD-FROM-DATE.
030900     COMPUTE WD-FROM-INT =
031000             FUNCTION INTEGER-OF-DATE(WD-FROM-DATE).
031100     IF WD-FROM-INT = ZERO
031200         DISPLAY "** Not a real calendar date - try again."
031300         GO TO 1100-GET-FROM-DATE
031400     END-IF.
031500 1100-EXIT.
031600     EXIT.
031700
031800******************************************************************
031900* 9000-TERMINATE                                                *
032000******************************************************************
032100 9000-TERMINATE.
032200     CLOSE LAYOUT-FILE.
032300     CLOSE MASTER-FILE.
032400     CLOSE HOLIDAY-MASTER-FILE.
032500     CLOSE LOG-FILE.
032600     CLOSE REPORT-FILE.
032700 9000-EXIT.
032800     EXIT.
032900
033000******************************************************************
033100* 2000-CHECK-LAYOUT-FILE - every filed week in key order.        *
033200******************************************************************
033300 2000-CHECK-LAYOUT-FILE.
033400     MOVE "N" TO WD-LAYOUT-EOF-SW.
033500     MOVE LOW-VALUES TO LAY-LAYOUT-KEY.
033600     START LAYOUT-FILE KEY NOT < LAY-LAYOUT-KEY
033700         INVALID KEY
033800             SET WD-LAYOUT-EOF TO TRUE
033900     END-START.
034000     PERFORM 2100-CHECK-ONE-LAYOUT
034100         THRU 2100-EXIT
034200         UNTIL WD-LAYOUT-EOF.
034300 2000-EXIT.
034400     EXIT.
034500
034600******************************************************************
034700* 2100-CHECK-ONE-LAYOUT - a week is current when it was split    *
034800*   from the revision in force for it today and its holiday      *
034900*   flags match today's calendar; anything else is re-laid.      *
035000******************************************************************
035100 2100-CHECK-ONE-LAYOUT.
035200     READ LAYOUT-FILE NEXT
035300         AT END
035400             SET WD-LAYOUT-EOF TO TRUE
035500             GO TO 2100-EXIT
035600     END-READ.
035700     ADD 1 TO WD-LAYOUTS-READ.
035800     IF LAY-PAGE-DATE < WD-FROM-DATE
035900         ADD 1 TO WD-BEFORE-FROM
036000         GO TO 2100-EXIT
036100     END-IF.
036200     IF LAY-TEMPLATE-REV NOT NUMERIC
036300             OR LAY-TEMPLATE-REV = ZERO
036400         ADD 1 TO WD-UNTRACED-COUNT
036450         PERFORM 2500-CHECK-KEYED-HOLIDAYS
036450             THRU 2500-EXIT
036500         GO TO 2100-EXIT
036600     END-IF.
036700
036800     PERFORM 2200-FIND-REVISION
036900         THRU 2200-EXIT.
037000     IF NOT WD-REVISION-IN-FORCE
037100         MOVE "NO REVISION IN FORCE - NOT RE-LAID" TO WD-NOTE
037200         PERFORM 4000-REPORT-UNRESOLVED
037300             THRU 4000-EXIT
037400         GO TO 2100-EXIT
037500     END-IF.
037600     MOVE WD-SELECTED-MASTER TO MASTER-RECORD.
037700
037800     MOVE "N" TO WD-REV-DRIFT-SW.
037900     MOVE "N" TO WD-HOL-DRIFT-SW.
038000     IF TMPM-EFFECTIVE-DATE NOT = LAY-TEMPLATE-REV
038100         SET WD-REV-DRIFT TO TRUE
038200     END-IF.
038300     PERFORM 2300-SET-DAY-FLAGS
038400         THRU 2300-EXIT.
038500     IF WD-NEW-FLAGS NOT = LAY-DAY-FLAGS
038600         SET WD-HOL-DRIFT TO TRUE
038700     END-IF.
038800     IF NOT WD-REV-DRIFT AND NOT WD-HOL-DRIFT
038900         ADD 1 TO WD-CURRENT-COUNT
039000         GO TO 2100-EXIT
039100     END-IF.
039200
039300     PERFORM 2400-SET-SPLIT-FROM-MASTER
039400         THRU 2400-EXIT.
039500     IF WN-SPLIT-N < WD-N-MINIMUM
039600         MOVE "REVISION HAS BAD LINE COUNT - NOT RE-LAID"
039700             TO WD-NOTE
039800         PERFORM 4000-REPORT-UNRESOLVED
039900             THRU 4000-EXIT
040000         GO TO 2100-EXIT
040100     END-IF.
040200     IF NOT WD-SECTIONS-OK
040300         MOVE "REVISION HAS BAD SECTIONS - NOT RE-LAID"
040400             TO WD-NOTE
040500         PERFORM 4000-REPORT-UNRESOLVED
040600             THRU 4000-EXIT
040700         GO TO 2100-EXIT
040800     END-IF.
040900
041000     PERFORM 3000-RELAY-WEEK
041100         THRU 3000-EXIT.
041200 2100-EXIT.
041300     EXIT.
041400
041500******************************************************************
041600* 2200-FIND-REVISION - the template's revisions in effective-    *
041700*   date order; the last one not later than the week's page      *
041800*   date is the one in force.                                    *
041900******************************************************************
042000 2200-FIND-REVISION.
042100     MOVE "N" TO WD-IN-FORCE-SW.
042200     MOVE "N" TO WD-REV-EOF-SW.
042300     MOVE LAY-TEMPLATE-NAME TO TMPM-NAME.
042400     MOVE ZERO TO TMPM-EFFECTIVE-DATE.
042500     START MASTER-FILE KEY NOT < TMPM-KEY
042600         INVALID KEY
042700             SET WD-REV-EOF TO TRUE
042800     END-START.
042900     PERFORM 2210-SIFT-ONE-REVISION
043000         THRU 2210-EXIT
043100         UNTIL WD-REV-EOF.
043200 2200-EXIT.
043300     EXIT.
043400
043500******************************************************************
043600* 2210-SIFT-ONE-REVISION                                         *
043700******************************************************************
043800 2210-SIFT-ONE-REVISION.
043900     READ MASTER-FILE NEXT
044000         AT END
044100             SET WD-REV-EOF TO TRUE
044200             GO TO 2210-EXIT
044300     END-READ.
044400     IF TMPM-NAME NOT = LAY-TEMPLATE-NAME
044500             OR TMPM-EFFECTIVE-DATE > LAY-PAGE-DATE
044600         SET WD-REV-EOF TO TRUE
044700         GO TO 2210-EXIT
044800     END-IF.
044900     MOVE MASTER-RECORD TO WD-SELECTED-MASTER.
045000     SET WD-REVISION-IN-FORCE TO TRUE.
045100 2210-EXIT.
045200     EXIT.
045300
045400******************************************************************
045500* 2300-SET-DAY-FLAGS - each day the week holds, working or       *
045600*   holiday off HOLMAST as it stands: the template's own market  *
045700*   first, then the all-market calendar.  A day the page does    *
045800*   not hold stays omitted.                                      *
045900******************************************************************
046000 2300-SET-DAY-FLAGS.
046100     COMPUTE WD-WEEK-INT =
046100             FUNCTION INTEGER-OF-DATE(LAY-PAGE-DATE).
046200     PERFORM 2310-FLAG-ONE-DAY
046300         THRU 2310-EXIT
046400         VARYING WD-DAY-IDX FROM 1 BY 1
046500         UNTIL WD-DAY-IDX > 7.
046600 2300-EXIT.
046700     EXIT.
046800
046900******************************************************************
047000* 2310-FLAG-ONE-DAY                                              *
047100******************************************************************
047200 2310-FLAG-ONE-DAY.
047300     IF LAY-DAY-FLAG (WD-DAY-IDX) = "N"
047400         MOVE "N" TO WD-NEW-DAY-FLAG (WD-DAY-IDX)
047500         GO TO 2310-EXIT
047600     END-IF.
047700     MOVE "Y" TO WD-NEW-DAY-FLAG (WD-DAY-IDX).
047800     COMPUTE WD-DAY-DATE = FUNCTION DATE-OF-INTEGER
047900             (WD-WEEK-INT + WD-DAY-IDX - 1).
048000     MOVE TMPM-COUNTRY TO HOLM-COUNTRY.
048100     MOVE WD-DAY-DATE TO HOLM-DATE.
048200     READ HOLIDAY-MASTER-FILE
048300         INVALID KEY
048400             CONTINUE
048500         NOT INVALID KEY
048600             MOVE "H" TO WD-NEW-DAY-FLAG (WD-DAY-IDX)
048700             GO TO 2310-EXIT
048800     END-READ.
048900     MOVE SPACES TO HOLM-COUNTRY.
049000     MOVE WD-DAY-DATE TO HOLM-DATE.
049100     READ HOLIDAY-MASTER-FILE
049200         INVALID KEY
049300             CONTINUE
049400         NOT INVALID KEY
049500             MOVE "H" TO WD-NEW-DAY-FLAG (WD-DAY-IDX)
049600     END-READ.
049700 2310-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100* 2400-SET-SPLIT-FROM-MASTER - the line count (entered or        *
050200*   derived from the page dimensions), weekend priority, and     *
050300*   section shares off the revision in force, exactly as the     *
050400*   weekly batch run takes them.  Bad dimension data drives the  *
050500*   count to zero so the below-minimum check picks it up.        *
050600******************************************************************
050700 2400-SET-SPLIT-FROM-MASTER.
050800     IF TMPM-DIMENSION-SW = "Y" OR TMPM-DIMENSION-SW = "y"
050900         IF TMPM-PAGE-HEIGHT NOT NUMERIC
051000                 OR TMPM-PAGE-MARGIN NOT NUMERIC
051100                 OR TMPM-LINE-HEIGHT NOT NUMERIC
051200                 OR TMPM-LINE-HEIGHT = ZERO
051300                 OR (2 * TMPM-PAGE-MARGIN) >= TMPM-PAGE-HEIGHT
051400             MOVE ZERO TO WN-SPLIT-N
051500         ELSE
051600             COMPUTE WN-SPLIT-N =
051700                 (TMPM-PAGE-HEIGHT - (2 * TMPM-PAGE-MARGIN))
051800                 / TMPM-LINE-HEIGHT
051900         END-IF
052000     ELSE
052100         IF TMPM-LINE-COUNT NOT NUMERIC
052200             MOVE ZERO TO WN-SPLIT-N
052300         ELSE
052400             MOVE TMPM-LINE-COUNT TO WN-SPLIT-N
052500         END-IF
052600     END-IF.
052700     MOVE TMPM-PRIORITY-FLAG TO WN-SPLIT-PRIORITY.
052800     IF WN-SPLIT-PRIORITY = "s"
052900         MOVE "S" TO WN-SPLIT-PRIORITY
053000     END-IF.
053100     IF WN-SPLIT-PRIORITY = "u"
053200         MOVE "U" TO WN-SPLIT-PRIORITY
053300     END-IF.
053400     IF NOT WN-PRIORITY-SATURDAY AND NOT WN-PRIORITY-SUNDAY
053500         SET WN-PRIORITY-SATURDAY TO TRUE
053600     END-IF.
053700
053800     SET WD-SECTIONS-OK TO TRUE.
053900     MOVE ZERO TO WN-SPLIT-SECTION-COUNT.
054000     MOVE SPACES TO WD-SECTION-NAMES.
054100     MOVE ZERO TO WN-SPLIT-SECTION-PCT (1).
054200     MOVE ZERO TO WN-SPLIT-SECTION-PCT (2).
054300     MOVE ZERO TO WN-SPLIT-SECTION-PCT (3).
054400     MOVE ZERO TO WN-SPLIT-SECTION-PCT (4).
054500     IF TMPM-SECTION-COUNT NOT NUMERIC
054600             OR TMPM-SECTION-COUNT = ZERO
054700         GO TO 2400-EXIT
054800     END-IF.
054900     IF TMPM-SECTION-COUNT > 4
055000         MOVE "N" TO WD-SECTIONS-OK-SW
055100         GO TO 2400-EXIT
055200     END-IF.
055300     MOVE TMPM-SECTION-COUNT TO WN-SPLIT-SECTION-COUNT.
055400     MOVE ZERO TO WD-PCT-TOTAL.
055500     PERFORM 2410-SET-ONE-SECTION
055600         THRU 2410-EXIT
055700         VARYING WD-SEC-IDX FROM 1 BY 1
055800         UNTIL WD-SEC-IDX > WN-SPLIT-SECTION-COUNT.
055900     IF WD-PCT-TOTAL NOT = 100
056000         MOVE "N" TO WD-SECTIONS-OK-SW
056100     END-IF.
056200     IF NOT WD-SECTIONS-OK
056300         MOVE ZERO TO WN-SPLIT-SECTION-COUNT
056400     END-IF.
056500 2400-EXIT.
056600     EXIT.
056700
056800******************************************************************
056900* 2410-SET-ONE-SECTION                                           *
057000******************************************************************
057100 2410-SET-ONE-SECTION.
057200     IF TMPM-SECTION-PCT (WD-SEC-IDX) NOT NUMERIC
057300         MOVE "N" TO WD-SECTIONS-OK-SW
057400         GO TO 2410-EXIT
057500     END-IF.
057600     MOVE TMPM-SECTION-NAME (WD-SEC-IDX)
057700         TO WD-SECTION-NAME (WD-SEC-IDX).
057800     MOVE TMPM-SECTION-PCT (WD-SEC-IDX)
057900         TO WN-SPLIT-SECTION-PCT (WD-SEC-IDX).
058000     ADD TMPM-SECTION-PCT (WD-SEC-IDX) TO WD-PCT-TOTAL.
058100 2410-EXIT.
058200     EXIT.
058250
058250******************************************************************
058250* 2500-CHECK-KEYED-HOLIDAYS - a week keyed at the console has no *
058250*   revision to re-split from, but its holidays still have to    *
058250*   match the calendar.  The template's market comes off the     *
058250*   revision in force for the week; a template not on TMPLMAST   *
058250*   is checked against the all-market calendar.  A drifted week  *
058250*   keeps its keyed figures and goes on the report.              *
058250******************************************************************
058250 2500-CHECK-KEYED-HOLIDAYS.
058250     PERFORM 2200-FIND-REVISION
058250         THRU 2200-EXIT.
058250     IF WD-REVISION-IN-FORCE
058250         MOVE WD-SELECTED-MASTER TO MASTER-RECORD
058250     ELSE
058250         MOVE SPACES TO TMPM-COUNTRY
058250     END-IF.
058250     PERFORM 2300-SET-DAY-FLAGS
058250         THRU 2300-EXIT.
058250     IF WD-NEW-FLAGS = LAY-DAY-FLAGS
058250         GO TO 2500-EXIT
058250     END-IF.
058250     MOVE "HOLIDAY DRIFT - NOT RE-LAID" TO WD-NOTE.
058250     PERFORM 4000-REPORT-UNRESOLVED
058250         THRU 4000-EXIT.
058250 2500-EXIT.
058250     EXIT.
058300
058400******************************************************************
058500* 3000-RELAY-WEEK - re-split with the current revision and       *
058600*   calendar and re-file in place as a draft; an approval given  *
058700*   to the old figures does not carry over to the new ones.      *
058800******************************************************************
058900 3000-RELAY-WEEK.
059000     MOVE LAY-DAY-TABLE TO WD-OLD-DAY-TABLE.
059100     MOVE LAY-DAY-FLAGS TO WD-OLD-FLAGS.
059200     MOVE LAY-TOTAL-LINES TO WD-OLD-TOTAL.
059300     MOVE LAY-TEMPLATE-REV TO WD-OLD-REV.
059400     MOVE LAY-APPROVAL-STATUS TO WD-OLD-STATUS.
059500
059600     MOVE WD-NEW-FLAGS TO WN-SPLIT-DAY-FLAGS.
059700     MOVE SPACE TO WN-SPLIT-FIXED-DAY.
059800     CALL "WKSPLIT" USING WN-SPLIT-PARM.
059900
060000     MOVE WN-SPLIT-WEEKDAYS TO LAY-WEEKDAYS.
060100     MOVE WN-SPLIT-SATURDAY TO LAY-SATURDAY.
060200     MOVE WN-SPLIT-SUNDAY TO LAY-SUNDAY.
060300     MOVE WN-SPLIT-ACTUAL-TOTAL TO LAY-TOTAL-LINES.
060400     MOVE WN-SPLIT-SECTION-COUNT TO LAY-SECTION-COUNT.
060500     MOVE TMPM-LANGUAGE TO LAY-LANGUAGE.
060600     SET LAY-APPR-DRAFT TO TRUE.
060700     MOVE SPACES TO LAY-APPROVER.
060800     MOVE ZERO TO LAY-APPROVAL-DATE.
060900     MOVE TMPM-EFFECTIVE-DATE TO LAY-TEMPLATE-REV.
060900     MOVE SPACE TO LAY-RULES-STATUS.
061000     PERFORM 3010-FILL-ONE-LAY-DAY
061100         THRU 3010-EXIT
061200         VARYING WD-DAY-IDX FROM 1 BY 1
061300         UNTIL WD-DAY-IDX > 7.
061400     PERFORM 3020-FILL-ONE-LAY-SECTION
061500         THRU 3020-EXIT
061600         VARYING WD-SEC-IDX FROM 1 BY 1
061700         UNTIL WD-SEC-IDX > 4.
061800     REWRITE LAYOUT-RECORD
061900         INVALID KEY
062000             MOVE "UNABLE TO REWRITE WEEKLAYT - NOT RE-LAID"
062100                 TO WD-NOTE
062200             PERFORM 4000-REPORT-UNRESOLVED
062300                 THRU 4000-EXIT
062400             GO TO 3000-EXIT
062500     END-REWRITE.
062600
062700     ADD 1 TO WD-RELAID-COUNT.
062800     IF WD-REV-DRIFT
062900         ADD 1 TO WD-REV-DRIFT-COUNT
063000     END-IF.
063100     IF WD-HOL-DRIFT
063200         ADD 1 TO WD-HOL-DRIFT-COUNT
063300     END-IF.
063400     IF WD-OLD-STATUS = "A"
063500         ADD 1 TO WD-APPR-CLEARED
063600     END-IF.
063700     PERFORM 3100-WRITE-LOG-RECORD
063800         THRU 3100-EXIT.
063900     PERFORM 4100-REPORT-RELAID
064000         THRU 4100-EXIT.
064100 3000-EXIT.
064200     EXIT.
064300
064400******************************************************************
064500* 3010-FILL-ONE-LAY-DAY                                          *
064600******************************************************************
064700 3010-FILL-ONE-LAY-DAY.
064800     MOVE WN-SPLIT-DAY (WD-DAY-IDX)
064900         TO LAY-DAY-LINES (WD-DAY-IDX).
065000     MOVE WN-SPLIT-DAY-FLAG (WD-DAY-IDX)
065100         TO LAY-DAY-FLAG (WD-DAY-IDX).
065200     PERFORM 3015-FILL-ONE-LAY-DAY-SEC
065300         THRU 3015-EXIT
065400         VARYING WD-SEC-IDX FROM 1 BY 1
065500         UNTIL WD-SEC-IDX > 4.
065600 3010-EXIT.
065700     EXIT.
065800
065900******************************************************************
066000* 3015-FILL-ONE-LAY-DAY-SEC                                      *
066100******************************************************************
066200 3015-FILL-ONE-LAY-DAY-SEC.
066300     MOVE WN-SPLIT-SECTION-LINES (WD-DAY-IDX, WD-SEC-IDX)
066400         TO LAY-SECTION-LINES (WD-DAY-IDX, WD-SEC-IDX).
066500 3015-EXIT.
066600     EXIT.
066700
066800******************************************************************
066900* 3020-FILL-ONE-LAY-SECTION                                      *
067000******************************************************************
067100 3020-FILL-ONE-LAY-SECTION.
067200     MOVE WD-SECTION-NAME (WD-SEC-IDX)
067300         TO LAY-SECTION-NAME (WD-SEC-IDX).
067400 3020-EXIT.
067500     EXIT.
067600
067700******************************************************************
067800* 3100-WRITE-LOG-RECORD - the re-split goes on the same audit    *
067900*   trail as every other split.                                  *
068000******************************************************************
068100 3100-WRITE-LOG-RECORD.
068200     MOVE SPACES TO LOG-RECORD.
068300     ACCEPT WD-CURRENT-TIME FROM TIME.
068400     MOVE WD-CURRENT-DATE TO WD-LOG-TIMESTAMP (1:8).
068500     MOVE WD-CURRENT-TIME-X (1:6) TO WD-LOG-TIMESTAMP (9:6).
068600     MOVE WD-LOG-TIMESTAMP TO LOG-TIMESTAMP.
068700     MOVE LAY-TEMPLATE-NAME TO LOG-TEMPLATE-NAME.
068800     MOVE WN-SPLIT-N TO LOG-N.
068900     MOVE WN-SPLIT-WEEKDAYS TO LOG-WEEKDAYS.
069000     MOVE WN-SPLIT-SATURDAY TO LOG-SATURDAY.
069100     MOVE WN-SPLIT-SUNDAY TO LOG-SUNDAY.
069200     PERFORM 3110-FILL-ONE-LOG-DAY
069300         THRU 3110-EXIT
069400         VARYING WD-DAY-IDX FROM 1 BY 1
069500         UNTIL WD-DAY-IDX > 7.
069600     WRITE LOG-RECORD.
069700 3100-EXIT.
069800     EXIT.
069900
070000******************************************************************
070100* 3110-FILL-ONE-LOG-DAY                                          *
070200******************************************************************
070300 3110-FILL-ONE-LOG-DAY.
070400     MOVE WN-SPLIT-DAY (WD-DAY-IDX)
070500         TO LOG-DAY-LINES (WD-DAY-IDX).
070600 3110-EXIT.
070700     EXIT.
070800
070900******************************************************************
071000* 4000-REPORT-UNRESOLVED - a drifted or untraceable week that    *
071100*   could not be re-laid stays as filed and goes on the report.  *
071200******************************************************************
071300 4000-REPORT-UNRESOLVED.
071400     ADD 1 TO WD-UNRESOLVED-COUNT.
071500     MOVE SPACES TO WD-RPT-WEEK-LINE.
071600     MOVE LAY-TEMPLATE-NAME TO WD-WK-TEMPLATE.
071700     MOVE LAY-PAGE-DATE TO WD-WK-WEEK.
071800     MOVE WD-NOTE TO WD-WK-NOTE.
071900     MOVE WD-RPT-WEEK-LINE TO WD-RPT-WORK-LINE.
072000     PERFORM 4270-WRITE-RPT-LINE
072100         THRU 4270-EXIT.
072200     MOVE SPACES TO WD-RPT-WORK-LINE.
072300     PERFORM 4270-WRITE-RPT-LINE
072400         THRU 4270-EXIT.
072500 4000-EXIT.
072600     EXIT.
072700
072800******************************************************************
072900* 4100-REPORT-RELAID - the week, why it moved, the revision it   *
073000*   moved from and to, what its approval was, and the old and    *
073100*   new day counts side by side (H marks a holiday).             *
073200******************************************************************
073300 4100-REPORT-RELAID.
073400     MOVE SPACES TO WD-NOTE.
073500     IF WD-REV-DRIFT AND WD-HOL-DRIFT
073600         STRING "REVISION " WD-OLD-REV " TO "
073700                TMPM-EFFECTIVE-DATE " + HOLIDAYS"
073800             DELIMITED BY SIZE INTO WD-NOTE
073900     ELSE
074000         IF WD-REV-DRIFT
074100             STRING "REVISION " WD-OLD-REV " TO "
074200                    TMPM-EFFECTIVE-DATE
074300                 DELIMITED BY SIZE INTO WD-NOTE
074400         ELSE
074500             MOVE "HOLIDAY CALENDAR CHANGED" TO WD-NOTE
074600         END-IF
074700     END-IF.
074800     MOVE SPACES TO WD-RPT-WEEK-LINE.
074900     MOVE LAY-TEMPLATE-NAME TO WD-WK-TEMPLATE.
075000     MOVE LAY-PAGE-DATE TO WD-WK-WEEK.
075100     MOVE WD-NOTE TO WD-WK-NOTE.
075200     MOVE WD-RPT-WEEK-LINE TO WD-RPT-WORK-LINE.
075300     PERFORM 4270-WRITE-RPT-LINE
075400         THRU 4270-EXIT.
075500
075600     MOVE SPACES TO WD-RPT-COUNTS-LINE.
075700     IF WD-OLD-STATUS = "A"
075800         MOVE "OLD (APPROVED)" TO WD-CT-LABEL
075900     ELSE
076000         IF WD-OLD-STATUS = "R"
076100             MOVE "OLD (REJECTED)" TO WD-CT-LABEL
076200         ELSE
076300             MOVE "OLD (DRAFT)" TO WD-CT-LABEL
076350         END-IF
076400     END-IF.
076500     PERFORM 4110-FILL-ONE-OLD-DAY
076600         THRU 4110-EXIT
076700         VARYING WD-DAY-IDX FROM 1 BY 1
076800         UNTIL WD-DAY-IDX > 7.
076900     MOVE WD-OLD-TOTAL TO WD-CT-TOTAL.
077000     MOVE WD-RPT-COUNTS-LINE TO WD-RPT-WORK-LINE.
077100     PERFORM 4270-WRITE-RPT-LINE
077200         THRU 4270-EXIT.
077300
077400     MOVE SPACES TO WD-RPT-COUNTS-LINE.
077500     MOVE "NEW (DRAFT)" TO WD-CT-LABEL.
077600     PERFORM 4120-FILL-ONE-NEW-DAY
077700         THRU 4120-EXIT
077800         VARYING WD-DAY-IDX FROM 1 BY 1
077900         UNTIL WD-DAY-IDX > 7.
078000     MOVE LAY-TOTAL-LINES TO WD-CT-TOTAL.
078100     MOVE WD-RPT-COUNTS-LINE TO WD-RPT-WORK-LINE.
078200     PERFORM 4270-WRITE-RPT-LINE
078300         THRU 4270-EXIT.
078400     MOVE SPACES TO WD-RPT-WORK-LINE.
078500     PERFORM 4270-WRITE-RPT-LINE
078600         THRU 4270-EXIT.
078700 4100-EXIT.
078800     EXIT.
078900
079000******************************************************************
079100* 4110-FILL-ONE-OLD-DAY                                          *
079200******************************************************************
079300 4110-FILL-ONE-OLD-DAY.
079400     MOVE WD-OLD-DAY-LINES (WD-DAY-IDX)
079500         TO WD-CT-LINES (WD-DAY-IDX).
079600     IF WD-OLD-DAY-FLAG (WD-DAY-IDX) = "H"
079700         MOVE "H" TO WD-CT-FLAG (WD-DAY-IDX)
079800     END-IF.
079900 4110-EXIT.
080000     EXIT.
080100
080200******************************************************************
080300* 4120-FILL-ONE-NEW-DAY                                          *
080400******************************************************************
080500 4120-FILL-ONE-NEW-DAY.
080600     MOVE LAY-DAY-LINES (WD-DAY-IDX)
080700         TO WD-CT-LINES (WD-DAY-IDX).
080800     IF LAY-DAY-FLAG (WD-DAY-IDX) = "H"
080900         MOVE "H" TO WD-CT-FLAG (WD-DAY-IDX)
081000     END-IF.
081100 4120-EXIT.
081200     EXIT.
081300
081400******************************************************************
081500* 4270-WRITE-RPT-LINE - one line onto WEEKDRPT, breaking to a    *
081600*   fresh page with the title and column headings every          *
081700*   WD-RPT-LINES-PER-PAGE lines.                                 *
081800******************************************************************
081900 4270-WRITE-RPT-LINE.
082000     IF WD-RPT-LINE-CTR > WD-RPT-LINES-PER-PAGE
082100         PERFORM 4280-START-REPORT-PAGE
082200             THRU 4280-EXIT
082300     END-IF.
082400     WRITE REPORT-PRINT-LINE FROM WD-RPT-WORK-LINE.
082500     ADD 1 TO WD-RPT-LINE-CTR.
082600 4270-EXIT.
082700     EXIT.
082800
082900******************************************************************
083000* 4280-START-REPORT-PAGE                                         *
083100******************************************************************
083200 4280-START-REPORT-PAGE.
083300     ADD 1 TO WD-RPT-PAGE-CTR.
083400     MOVE WD-RPT-PAGE-CTR TO WD-TTL-PAGE.
083500     WRITE REPORT-PRINT-LINE FROM WD-RPT-TITLE-LINE.
083600     WRITE REPORT-PRINT-LINE FROM WD-RPT-COLUMN-HEADING.
083700     MOVE SPACES TO REPORT-PRINT-LINE.
083800     WRITE REPORT-PRINT-LINE.
083900     MOVE 3 TO WD-RPT-LINE-CTR.
084000 4280-EXIT.
084100     EXIT.
084200
084300******************************************************************
084400* 6000-PRINT-TRAILER - a fresh page with the run's counts, also  *
084500*   echoed to the console for operations.                        *
084600******************************************************************
084700 6000-PRINT-TRAILER.
084800     ADD 1 TO WD-RPT-PAGE-CTR.
084900     MOVE WD-RPT-PAGE-CTR TO WD-TTL-PAGE.
085000     WRITE REPORT-PRINT-LINE FROM WD-RPT-TITLE-LINE.
085100     MOVE SPACES TO REPORT-PRINT-LINE.
085200     WRITE REPORT-PRINT-LINE.
085300     MOVE "LAYOUTS READ              :" TO WD-RPT-CNT-LABEL.
085400     MOVE WD-LAYOUTS-READ TO WD-RPT-CNT-VALUE.
085500     WRITE REPORT-PRINT-LINE FROM WD-RPT-COUNT-LINE.
085600     MOVE "BEFORE FROM DATE          :" TO WD-RPT-CNT-LABEL.
085700     MOVE WD-BEFORE-FROM TO WD-RPT-CNT-VALUE.
085800     WRITE REPORT-PRINT-LINE FROM WD-RPT-COUNT-LINE.
085900     MOVE "KEYED - NO REVISION       :" TO WD-RPT-CNT-LABEL.
086000     MOVE WD-UNTRACED-COUNT TO WD-RPT-CNT-VALUE.
086100     WRITE REPORT-PRINT-LINE FROM WD-RPT-COUNT-LINE.
086200     MOVE "CURRENT                   :" TO WD-RPT-CNT-LABEL.
086300     MOVE WD-CURRENT-COUNT TO WD-RPT-CNT-VALUE.
086400     WRITE REPORT-PRINT-LINE FROM WD-RPT-COUNT-LINE.
086500     MOVE "RE-LAID                   :" TO WD-RPT-CNT-LABEL.
086600     MOVE WD-RELAID-COUNT TO WD-RPT-CNT-VALUE.
086700     WRITE REPORT-PRINT-LINE FROM WD-RPT-COUNT-LINE.
086800     MOVE "  REVISION SUPERSEDED     :" TO WD-RPT-CNT-LABEL.
086900     MOVE WD-REV-DRIFT-COUNT TO WD-RPT-CNT-VALUE.
087000     WRITE REPORT-PRINT-LINE FROM WD-RPT-COUNT-LINE.
087100     MOVE "  HOLIDAYS CHANGED        :" TO WD-RPT-CNT-LABEL.
087200     MOVE WD-HOL-DRIFT-COUNT TO WD-RPT-CNT-VALUE.
087300     WRITE REPORT-PRINT-LINE FROM WD-RPT-COUNT-LINE.
087400     MOVE "  APPROVALS CLEARED       :" TO WD-RPT-CNT-LABEL.
087500     MOVE WD-APPR-CLEARED TO WD-RPT-CNT-VALUE.
087600     WRITE REPORT-PRINT-LINE FROM WD-RPT-COUNT-LINE.
087700     MOVE "NOT RE-LAID               :" TO WD-RPT-CNT-LABEL.
087800     MOVE WD-UNRESOLVED-COUNT TO WD-RPT-CNT-VALUE.
087900     WRITE REPORT-PRINT-LINE FROM WD-RPT-COUNT-LINE.
088000
088100     DISPLAY "WEEKDRFT: " WD-LAYOUTS-READ " read, "
088200             WD-RELAID-COUNT " re-laid ("
088300             WD-APPR-CLEARED " approval(s) cleared), "
088400             WD-UNRESOLVED-COUNT " not re-laid.".
088500 6000-EXIT.
088600     EXIT.
088700
088800******************************************************************
088900* 9500-STAMP-START-TS - the start of job, to the second, for     *
089000*   the run-statistics record.                                   *
089100******************************************************************
089200 9500-STAMP-START-TS.
089300     ACCEPT WD-CURRENT-DATE FROM DATE YYYYMMDD.
089400     ACCEPT WD-CURRENT-TIME FROM TIME.
089500     MOVE WD-CURRENT-DATE TO WD-START-TS (1:8).
089600     MOVE WD-CURRENT-TIME-X (1:6) TO WD-START-TS (9:6).
089700 9500-EXIT.
089800     EXIT.
089900
090000******************************************************************
090100* 9600-WRITE-RUN-STATS - one record onto the shared RUNSTATS     *
090200*   file at end of job, created automatically on the first run.  *
090300******************************************************************
090400 9600-WRITE-RUN-STATS.
090500     ACCEPT WD-CURRENT-DATE FROM DATE YYYYMMDD.
090600     ACCEPT WD-CURRENT-TIME FROM TIME.
090700     MOVE WD-CURRENT-DATE TO WD-END-TS (1:8).
090800     MOVE WD-CURRENT-TIME-X (1:6) TO WD-END-TS (9:6).
090900     OPEN EXTEND RUN-STATS-FILE.
091000     IF WD-RUNSTATS-STATUS = "35"
091100         OPEN OUTPUT RUN-STATS-FILE
091200         CLOSE RUN-STATS-FILE
091300         OPEN EXTEND RUN-STATS-FILE
091400     END-IF.
091500     IF WD-RUNSTATS-STATUS NOT = "00"
091600         DISPLAY "** Unable to open RUNSTATS - status "
091700                 WD-RUNSTATS-STATUS " - run not recorded."
091800         GO TO 9600-EXIT
091900     END-IF.
092000     MOVE SPACES TO RUN-STATS-RECORD.
092100     MOVE "WEEKDRFT" TO RS-PROGRAM.
092200     MOVE WD-START-TS TO RS-START-TS.
092300     MOVE WD-END-TS TO RS-END-TS.
092400     MOVE WD-LAYOUTS-READ TO RS-RECORDS-IN.
092500     MOVE WD-RELAID-COUNT TO RS-RECORDS-OUT.
092600     MOVE WD-UNRESOLVED-COUNT TO RS-RECORDS-REJ.
092700     MOVE WD-MAX-RC TO RS-RETURN-CODE.
092800     WRITE RUN-STATS-RECORD.
092900     CLOSE RUN-STATS-FILE.
093000 9600-EXIT.
093100     EXIT.
