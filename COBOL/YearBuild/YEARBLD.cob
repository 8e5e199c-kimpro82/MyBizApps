000100******************************************************************
000200* PROGRAM      : YEARBLD                                        *
000300* AUTHOR       : J. HALVERSEN                                   *
000400* INSTALLATION : DIARY LAYOUT UNIT                               *
000500* DATE-WRITTEN : 2026.10.15                                      *
000600* DATE-COMPILED:                                                 *
000700*                                                                *
000800* PURPOSE.                                                      *
000900*   Builds a whole diary year in one job.  Every template on    *
001000*   the TMPLMAST master - or only the templates of one market   *
001100*   when the run is limited to one - is walked through every    *
001200*   week of the year, from the Monday on or before 1 January    *
001300*   to the Monday on or before 31 December.  Each week takes    *
001400*   the template revision in force on its Monday and the        *
001500*   template's own market holidays off the HOLIDAYS calendar,   *
001600*   is split by WKSPLIT the same as a WeeklyNote batch week,    *
001700*   and is filed to WEEKLAYT as a draft, logged to WEEKLOG,     *
001800*   and queued on WEEKWORK for the page printer.  The YEARCKPT  *
001900*   checkpoint is rewritten after every template-week, so a     *
002000*   restart resumes at the next week of the template where the  *
002100*   run stopped.  The YEARRPT year summary lists every week     *
002200*   rejected and, per template, the weeks filed and rejected.   *
002300*   Return code 0 clean, 4 weeks rejected, 8 file open failure  *
002400*   or bad control card, 16 checkpoint failure.                 *
002500*                                                                *
002600* MODIFICATION HISTORY.                                         *
002700*   2026.10.15  JH  Original version.                            *
002700*   2026.10.15  JH  Selection type F limits the build to the    *
002700*                   member templates of one FAMMAST family.     *
002700*   2026.10.15  JH  Every filed layout starts with its layout    *
002700*                   rules status unchecked, for RULECHK to pass  *
002700*                   or fail.                                     *
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.    YEARBLD.
003100 AUTHOR.        J. HALVERSEN.
003200 INSTALLATION.  DIARY LAYOUT UNIT.
003300 DATE-WRITTEN.  2026.10.15.
003400 DATE-COMPILED.
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   GENERIC.
003900 OBJECT-COMPUTER.   GENERIC.
004000
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT MASTER-FILE
004400         ASSIGN TO "TMPLMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS TMPM-KEY
004800         FILE STATUS IS YB-MASTER-STATUS.
004900
005000     SELECT LAYOUT-FILE
005100         ASSIGN TO "WEEKLAYT"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS LAY-LAYOUT-KEY
005500         FILE STATUS IS YB-LAYOUT-STATUS.
005600
005700     SELECT LOG-FILE
005800         ASSIGN TO "WEEKLOG"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS YB-LOG-STATUS.
006100
006200     SELECT WORK-ORDER-FILE
006300         ASSIGN TO "WEEKWORK"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS YB-WORK-STATUS.
006600
006700     SELECT HOLIDAY-FILE
006800         ASSIGN TO "HOLIDAYS"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS YB-HOLIDAY-STATUS.
007100
007200     SELECT CONTROL-FILE
007300         ASSIGN TO "YEARCTL"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS YB-CONTROL-STATUS.
007600
007700     SELECT CHECKPOINT-FILE
007800         ASSIGN TO "YEARCKPT"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS YB-CHECKPOINT-STATUS.
008100
008200     SELECT REPORT-FILE
008300         ASSIGN TO "YEARRPT"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS YB-REPORT-STATUS.
008600
008700     SELECT RUN-STATS-FILE
008800         ASSIGN TO "RUNSTATS"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS YB-RUNSTATS-STATUS.
009000
009000     SELECT FAMILY-FILE
009000         ASSIGN TO "FAMMAST"
009000         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS FAM-CODE
009000         FILE STATUS IS YB-FAMILY-STATUS.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  MASTER-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY WKTMPLM.
009700
009800 FD  LAYOUT-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY WKLAYREC.
010100
010200 FD  LOG-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY WKLOGREC.
010500
010600 FD  WORK-ORDER-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY WKWORKRE.
010900
011000 FD  HOLIDAY-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY WKHOLREC.
011300
011400 FD  CONTROL-FILE
011500     LABEL RECORDS ARE STANDARD.
011600     COPY WKYRCTL.
011700
011800 FD  CHECKPOINT-FILE
011900     LABEL RECORDS ARE STANDARD.
012000     COPY WKYRCKPT.
012100
012200 FD  REPORT-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  REPORT-PRINT-LINE               PIC X(80).
012500
012600 FD  RUN-STATS-FILE
012700     LABEL RECORDS ARE STANDARD.
012800     COPY WKRSTAT.
012800
012800 FD  FAMILY-FILE
012800     LABEL RECORDS ARE STANDARD.
012800     COPY WKFAMM.
012900
013000 WORKING-STORAGE SECTION.
013100 COPY WKSPPARM.
013200
013300 01  YB-SWITCHES.
013400     05  YB-CTL-PRESENT-SW           PIC X(01).
013500         88  YB-CTL-PRESENT              VALUE 'Y'.
013600     05  YB-MASTER-EOF-SW            PIC X(01).
013700         88  YB-MASTER-EOF               VALUE 'Y'.
013800     05  YB-BUILD-EOF-SW             PIC X(01).
013900         88  YB-BUILD-EOF                VALUE 'Y'.
014000     05  YB-HOLIDAY-EOF-SW           PIC X(01).
014100         88  YB-HOLIDAY-EOF              VALUE 'Y'.
014200     05  YB-RESUME-SW                PIC X(01).
014300         88  YB-RESUMING                 VALUE 'Y'.
014400     05  YB-IN-FORCE-SW              PIC X(01).
014500         88  YB-REVISION-IN-FORCE        VALUE 'Y'.
014600     05  YB-SECTIONS-OK-SW           PIC X(01).
014700         88  YB-SECTIONS-OK              VALUE 'Y'.
014710     05  YB-MEMBER-SW                PIC X(01).
014720         88  YB-MEMBER-OF-FAMILY         VALUE 'Y'.
014800
014900 01  YB-FILE-STATUS-GROUP.
015000     05  YB-MASTER-STATUS            PIC X(02).
015100     05  YB-LAYOUT-STATUS            PIC X(02).
015200     05  YB-LOG-STATUS               PIC X(02).
015300     05  YB-WORK-STATUS              PIC X(02).
015400     05  YB-HOLIDAY-STATUS           PIC X(02).
015500     05  YB-CONTROL-STATUS           PIC X(02).
015600     05  YB-CHECKPOINT-STATUS        PIC X(02).
015700     05  YB-REPORT-STATUS            PIC X(02).
015800     05  YB-RUNSTATS-STATUS          PIC X(02).
015850     05  YB-FAMILY-STATUS            PIC X(02).
015900
016000 77  YB-YEAR-INPUT                   PIC X(04).
016100 77  YB-DIARY-YEAR                   PIC 9(04) VALUE ZERO.
016200 77  YB-SELECT-TYPE                  PIC X(01) VALUE SPACE.
016300 77  YB-SELECT-CODE                  PIC X(08) VALUE SPACES.
016400 77  YB-RESUME-INPUT                 PIC X(01).
016500 77  YB-RESUME-NAME                  PIC X(08).
016600 77  YB-RESUME-WEEK                  PIC 9(08).
016700 77  YB-N-MINIMUM                    PIC 9(03) VALUE 007.
016800 77  YB-MAX-RC                       PIC 9(02) VALUE ZERO.
016900 77  YB-WORK-DATE                    PIC 9(08).
017000 77  YB-YEAR-FIRST-INT               PIC 9(08).
017100 77  YB-YEAR-LAST-INT                PIC 9(08).
017200 77  YB-WEEK-START-INT               PIC 9(08).
017300 77  YB-WEEK-INT                     PIC 9(08).
017400 77  YB-WEEK-DATE                    PIC 9(08).
017500 77  YB-DAY-DATE                     PIC 9(08).
017600 77  YB-DAY-IDX                      PIC 9(01) COMP.
017700 77  YB-SEC-IDX                      PIC 9(01) COMP.
017800 77  YB-PCT-TOTAL                    PIC 9(03).
017900 77  YB-TEMPLATE-COUNTRY             PIC X(03).
018000 77  YB-REJECT-REASON                PIC X(30).
018100 77  YB-JOB-REF                      PIC X(10).
018200 01  YB-SECTION-NAMES.
018300     05  YB-SECTION-NAME             PIC X(12) OCCURS 4.
018400 01  YB-WEEK-FLAGS.
018500     05  YB-WEEK-DAY-FLAG            PIC X(01) OCCURS 7.
018600
018700 77  YB-HOLIDAY-MAX                  PIC 9(03) VALUE 500.
018800 01  YB-HOLIDAY-TABLE.
018900     05  YB-HOLIDAY-COUNT            PIC 9(03) VALUE ZERO.
019000     05  YB-HOL-DATE-TBL             PIC 9(08) OCCURS 500.
019100     05  YB-HOL-CTRY-TBL             PIC X(03) OCCURS 500.
019200 77  YB-HOL-IDX                      PIC 9(03) COMP.
019300 77  YB-HOL-FROM-DATE                PIC 9(08).
019400 77  YB-HOL-TO-DATE                  PIC 9(08).
019500
019600 77  YB-GROUP-NAME                   PIC X(08).
019700 01  YB-NEXT-MASTER.
019800     05  YB-NEXT-NAME                PIC X(08).
019900     05  YB-NEXT-EFF                 PIC 9(08).
020000     05  FILLER                      PIC X(85).
020100 77  YB-REVISION-MAX                 PIC 9(02) VALUE 50.
020200 01  YB-REVISION-TABLE.
020300     05  YB-REVISION-COUNT           PIC 9(02) VALUE ZERO.
020400     05  YB-REVISION-ENTRY OCCURS 50.
020500         10  YB-REV-IMAGE.
020600             15  FILLER              PIC X(08).
020700             15  YB-REV-EFF          PIC 9(08).
020800             15  FILLER              PIC X(85).
020900 77  YB-REV-IDX                      PIC 9(02) COMP.
021000 77  YB-SELECTED-REV                 PIC 9(02) COMP.
021100
021200 77  YB-TMPL-FILED                   PIC 9(03) VALUE ZERO.
021300 77  YB-TMPL-REJECTED                PIC 9(03) VALUE ZERO.
021400 77  YB-TEMPLATES-DONE               PIC 9(05) VALUE ZERO.
021500 77  YB-TOTAL-FILED                  PIC 9(07) VALUE ZERO.
021600 77  YB-TOTAL-REJECTED               PIC 9(07) VALUE ZERO.
021700 77  YB-WEEKS-OUT-OF-MARKET          PIC 9(07) VALUE ZERO.
021710 77  YB-WEEKS-NOT-IN-FORCE           PIC 9(07) VALUE ZERO.
021720 77  YB-TMPL-OTHER-FAMILY            PIC 9(05) VALUE ZERO.
021730 77  YB-MBR-IDX                      PIC 9(02).
021740 77  YB-MEMBER-MAX                   PIC 9(02) VALUE 10.
021750 01  YB-FAMILY-MEMBERS.
021760     05  YB-FAMILY-COUNT             PIC 9(02) VALUE ZERO.
021770     05  YB-FAMILY-MEMBER            PIC X(08) OCCURS 10.
021800
021900 77  YB-CURRENT-DATE                 PIC 9(08).
022000 01  YB-TIME-GROUP.
022100     05  YB-CURRENT-TIME             PIC 9(08).
022200     05  YB-CURRENT-TIME-X REDEFINES YB-CURRENT-TIME
022300                                     PIC X(08).
022400 77  YB-LOG-TIMESTAMP                PIC X(14).
022500 77  YB-START-TS                     PIC X(14).
022600 77  YB-END-TS                       PIC X(14).
022700
022800 77  YB-RPT-LINE-CTR                 PIC 9(03) VALUE 999.
022900 77  YB-RPT-PAGE-CTR                 PIC 9(05) VALUE ZERO.
023000 77  YB-RPT-LINES-PER-PAGE           PIC 9(03) VALUE 055.
023100 01  YB-RPT-WORK-LINE                PIC X(80).
023200
023300 01  YB-RPT-TITLE-LINE.
023400     05  FILLER                      PIC X(24)
023500         VALUE "ANNUAL EDITION BUILD -".
023600     05  FILLER                      PIC X(05) VALUE "YEAR ".
023700     05  YB-TTL-YEAR                 PIC 9(04).
023800     05  FILLER                      PIC X(02) VALUE SPACES.
023900     05  YB-TTL-SELECT               PIC X(16).
024000     05  FILLER                      PIC X(05) VALUE "RUN ".
024100     05  YB-TTL-DATE                 PIC 9(08).
024200     05  FILLER                      PIC X(06) VALUE "  PAGE".
024300     05  YB-TTL-PAGE                 PIC ZZZZ9.
024400
024500 01  YB-RPT-COLUMN-HEADING.
024600     05  FILLER                      PIC X(10) VALUE "TEMPLATE".
024700     05  FILLER                      PIC X(10) VALUE "WEEK".
024800     05  FILLER                      PIC X(07) VALUE "  FILED".
024900     05  FILLER                      PIC X(09) VALUE " REJECTED".
025000     05  FILLER                      PIC X(06) VALUE "  NOTE".
025100
025200 01  YB-RPT-DETAIL-LINE.
025300     05  YB-DTL-TEMPLATE             PIC X(08).
025400     05  FILLER                      PIC X(02).
025500     05  YB-DTL-WEEK                 PIC X(08).
025600     05  FILLER                      PIC X(02).
025700     05  YB-DTL-FILED                PIC ZZZZZZ9.
025800     05  FILLER                      PIC X(02).
025900     05  YB-DTL-REJECTED             PIC ZZZZZZ9.
026000     05  FILLER                      PIC X(02).
026100     05  YB-DTL-NOTE                 PIC X(30).
026200
026300 01  YB-RPT-COUNT-LINE.
026400     05  YB-RPT-CNT-LABEL            PIC X(24).
026500     05  YB-RPT-CNT-VALUE            PIC ZZZZZZ9.
026600
026700 PROCEDURE DIVISION.
026800
026900******************************************************************
027000* 0000-MAINLINE                                                 *
027100******************************************************************
027200 0000-MAINLINE.
027300     PERFORM 9500-STAMP-START-TS
027400         THRU 9500-EXIT.
027500     PERFORM 1000-INITIALIZE
027600         THRU 1000-EXIT.
027700     IF YB-MAX-RC < 8
027800         PERFORM 2000-BUILD-YEAR
027900             THRU 2000-EXIT
028000     END-IF.
028100     PERFORM 9000-TERMINATE
028200         THRU 9000-EXIT.
028300
028400     IF YB-TOTAL-REJECTED > ZERO AND YB-MAX-RC < 4
028500         MOVE 4 TO YB-MAX-RC
028600     END-IF.
028700     PERFORM 9600-WRITE-RUN-STATS
028800         THRU 9600-EXIT.
028900     MOVE YB-MAX-RC TO RETURN-CODE.
029000     STOP RUN.
029100
029200******************************************************************
029300* 1000-INITIALIZE - the year and selection off the YEARCTL card  *
029400*   or the console, the year's first and last Mondays, the       *
029500*   year's holidays, and the layout and log files, each created  *
029600*   automatically on the first run.                              *
029700******************************************************************
029800 1000-INITIALIZE.
029900     ACCEPT YB-CURRENT-DATE FROM DATE YYYYMMDD.
030000     PERFORM 1200-READ-CONTROL-CARD
030100         THRU 1200-EXIT.
030200     IF NOT YB-CTL-PRESENT
030300         PERFORM 1300-GET-RUN-PARAMETERS
030400             THRU 1300-EXIT
030500     END-IF.
030510     IF YB-SELECT-TYPE = "F"
030520         PERFORM 1500-LOAD-FAMILY
030530             THRU 1500-EXIT
030540         IF YB-MAX-RC NOT < 8
030550             GO TO 1000-EXIT
030560         END-IF
030570     END-IF.
030600     PERFORM 1400-COMPUTE-YEAR-WEEKS
030700         THRU 1400-EXIT.
030800     PERFORM 1100-LOAD-HOLIDAYS
030900         THRU 1100-EXIT.
031000
031100     OPEN I-O LAYOUT-FILE.
031200     IF YB-LAYOUT-STATUS = "35"
031300         OPEN OUTPUT LAYOUT-FILE
031400         CLOSE LAYOUT-FILE
031500         OPEN I-O LAYOUT-FILE
031600     END-IF.
031700     IF YB-LAYOUT-STATUS NOT = "00"
031800         DISPLAY "** Unable to open WEEKLAYT - status "
031900                 YB-LAYOUT-STATUS "."
032000         MOVE 8 TO YB-MAX-RC
032100         GO TO 1000-EXIT
032200     END-IF.
032300
032400     OPEN EXTEND LOG-FILE.
032500     IF YB-LOG-STATUS = "35"
032600         OPEN OUTPUT LOG-FILE
032700         CLOSE LOG-FILE
032800         OPEN EXTEND LOG-FILE
032900     END-IF.
033000 1000-EXIT.
033100     EXIT.
033200
033300******************************************************************
033400* 1100-LOAD-HOLIDAYS - only the calendar dates that fall inside  *
033500*   the weeks being built are tabled, every market's together;   *
033600*   each template picks out its own market's dates as its weeks  *
033700*   are flagged.  A missing calendar means no holidays.          *
033800******************************************************************
033900 1100-LOAD-HOLIDAYS.
034000     MOVE ZERO TO YB-HOLIDAY-COUNT.
034100     MOVE "N" TO YB-HOLIDAY-EOF-SW.
034200     COMPUTE YB-HOL-FROM-DATE =
034300             FUNCTION DATE-OF-INTEGER(YB-YEAR-FIRST-INT).
034400     COMPUTE YB-HOL-TO-DATE =
034500             FUNCTION DATE-OF-INTEGER(YB-YEAR-LAST-INT + 6).
034600     OPEN INPUT HOLIDAY-FILE.
034700     IF YB-HOLIDAY-STATUS NOT = "00"
034800         GO TO 1100-EXIT
034900     END-IF.
035000     PERFORM 1110-LOAD-ONE-HOLIDAY
035100         THRU 1110-EXIT
035200         UNTIL YB-HOLIDAY-EOF.
035300     CLOSE HOLIDAY-FILE.
035400 1100-EXIT.
035500     EXIT.
035600
035700******************************************************************
035800* 1110-LOAD-ONE-HOLIDAY                                          *
035900******************************************************************
036000 1110-LOAD-ONE-HOLIDAY.
036100     READ HOLIDAY-FILE
036200         AT END
036300             SET YB-HOLIDAY-EOF TO TRUE
036400             GO TO 1110-EXIT
036500     END-READ.
036600     IF HOL-DATE NOT NUMERIC
036700         DISPLAY "** Holiday calendar date '" HOL-DATE
036800                 "' is not numeric - skipped; fix it in HOLMNT."
036900         GO TO 1110-EXIT
037000     END-IF.
037100     IF HOL-DATE < YB-HOL-FROM-DATE
037200             OR HOL-DATE > YB-HOL-TO-DATE
037300         GO TO 1110-EXIT
037400     END-IF.
037500     IF YB-HOLIDAY-COUNT >= YB-HOLIDAY-MAX
037600         DISPLAY "** Holiday calendar is over " YB-HOLIDAY-MAX
037700                 " dates for the year - " HOL-DATE " dropped."
037800         GO TO 1110-EXIT
037900     END-IF.
038000     ADD 1 TO YB-HOLIDAY-COUNT.
038100     MOVE HOL-DATE TO YB-HOL-DATE-TBL (YB-HOLIDAY-COUNT).
038200     MOVE HOL-COUNTRY TO YB-HOL-CTRY-TBL (YB-HOLIDAY-COUNT).
038300 1110-EXIT.
038400     EXIT.
038500
038600******************************************************************
038700* 1200-READ-CONTROL-CARD - a YEARCTL card carries the year, the  *
038800*   selection, and the restart decision.  No card leaves the     *
038900*   prompts in charge; a card that is present but wrong is a    *
039000*   dead stop with return code 8.                                *
039100******************************************************************
039200 1200-READ-CONTROL-CARD.
039300     MOVE "N" TO YB-CTL-PRESENT-SW.
039400     OPEN INPUT CONTROL-FILE.
039500     IF YB-CONTROL-STATUS NOT = "00"
039600         GO TO 1200-EXIT
039700     END-IF.
039800     READ CONTROL-FILE
039900         AT END
040000             CLOSE CONTROL-FILE
040100             GO TO 1200-EXIT
040200     END-READ.
040300     CLOSE CONTROL-FILE.
040400
040500     IF YRC-DIARY-YEAR NOT NUMERIC
040600             OR YRC-DIARY-YEAR < 1601
040700         DISPLAY "** Control card diary year must be numeric "
040800                 "YYYY - was '" YRC-DIARY-YEAR "'."
040900         MOVE 8 TO RETURN-CODE
041000         STOP RUN
041100     END-IF.
041200     IF YRC-SELECT-TYPE = "m"
041300         MOVE "M" TO YRC-SELECT-TYPE
041400     END-IF.
041410     IF YRC-SELECT-TYPE = "f"
041420         MOVE "F" TO YRC-SELECT-TYPE
041430     END-IF.
041500     IF NOT YRC-SELECT-ALL AND NOT YRC-SELECT-MARKET
041510             AND NOT YRC-SELECT-FAMILY
041600         DISPLAY "** Control card selection must be space, M "
041700                 "or F - was '" YRC-SELECT-TYPE "'."
041800         MOVE 8 TO RETURN-CODE
041900         STOP RUN
042000     END-IF.
042100     IF YRC-RESUME = "y"
042200         MOVE "Y" TO YRC-RESUME
042300     END-IF.
042400     IF YRC-RESUME = "n"
042500         MOVE "N" TO YRC-RESUME
042600     END-IF.
042700     IF YRC-RESUME NOT = "Y" AND YRC-RESUME NOT = "N"
042800         DISPLAY "** Control card resume must be Y or N - was '"
042900                 YRC-RESUME "'."
043000         MOVE 8 TO RETURN-CODE
043100         STOP RUN
043200     END-IF.
043300
043400     MOVE YRC-DIARY-YEAR TO YB-DIARY-YEAR.
043500     MOVE YRC-SELECT-TYPE TO YB-SELECT-TYPE.
043600     MOVE YRC-SELECT-CODE TO YB-SELECT-CODE.
043700     IF YB-SELECT-TYPE = SPACE
043800         MOVE SPACES TO YB-SELECT-CODE
043900     END-IF.
044000     MOVE YRC-RESUME TO YB-RESUME-INPUT.
044100     SET YB-CTL-PRESENT TO TRUE.
044200     DISPLAY "Control card: year " YB-DIARY-YEAR ", selection '"
044300             YB-SELECT-TYPE "' " YB-SELECT-CODE ", resume "
044400             YB-RESUME-INPUT ".".
044500 1200-EXIT.
044600     EXIT.
044700
044800******************************************************************
044900* 1300-GET-RUN-PARAMETERS - the console prompts used when no     *
045000*   control card is present.                                     *
045100******************************************************************
045200 1300-GET-RUN-PARAMETERS.
045300     DISPLAY "Enter the diary year (YYYY): " WITH NO ADVANCING.
045400     ACCEPT YB-YEAR-INPUT.
045500     IF YB-YEAR-INPUT NOT NUMERIC
045600         DISPLAY "** Year must be numeric YYYY - try again."
045700         GO TO 1300-GET-RUN-PARAMETERS
045800     END-IF.
045900     MOVE YB-YEAR-INPUT TO YB-DIARY-YEAR.
046000     IF YB-DIARY-YEAR < 1601
046100         DISPLAY "** Year must be 1601 or later - try again."
046200         GO TO 1300-GET-RUN-PARAMETERS
046300     END-IF.
046310 1300-GET-FAMILY.
046320     MOVE SPACE TO YB-SELECT-TYPE.
046330     MOVE SPACES TO YB-SELECT-CODE.
046340     DISPLAY "Limit the build to one template family - enter "
046350             "the family code, spaces for none: "
046360             WITH NO ADVANCING.
046370     ACCEPT YB-SELECT-CODE.
046380     IF YB-SELECT-CODE NOT = SPACES
046390         MOVE "F" TO YB-SELECT-TYPE
046392         GO TO 1300-EXIT
046394     END-IF.
046400 1300-GET-MARKET.
046500     MOVE SPACE TO YB-SELECT-TYPE.
046600     MOVE SPACES TO YB-SELECT-CODE.
046700     DISPLAY "Limit the build to one market - enter the "
046800             "country/region code, spaces for every template: "
046900             WITH NO ADVANCING.
047000     ACCEPT YB-SELECT-CODE.
047100     IF YB-SELECT-CODE NOT = SPACES
047200         MOVE "M" TO YB-SELECT-TYPE
047300     END-IF.
047400 1300-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800* 1400-COMPUTE-YEAR-WEEKS - the diary year runs from the week    *
047900*   holding 1 January to the week holding 31 December; each      *
048000*   week is filed under its Monday.  Day 1 of the integer date   *
048100*   calendar is a Monday, so MOD 7 of 1 marks every Monday.      *
048200******************************************************************
048300 1400-COMPUTE-YEAR-WEEKS.
048400     COMPUTE YB-WORK-DATE = YB-DIARY-YEAR * 10000 + 0101.
048500     COMPUTE YB-YEAR-FIRST-INT =
048600             FUNCTION INTEGER-OF-DATE(YB-WORK-DATE).
048700     COMPUTE YB-YEAR-FIRST-INT = YB-YEAR-FIRST-INT
048800             - FUNCTION MOD(YB-YEAR-FIRST-INT - 1, 7).
048900     COMPUTE YB-WORK-DATE = YB-DIARY-YEAR * 10000 + 1231.
049000     COMPUTE YB-YEAR-LAST-INT =
049100             FUNCTION INTEGER-OF-DATE(YB-WORK-DATE).
049200     COMPUTE YB-YEAR-LAST-INT = YB-YEAR-LAST-INT
049300             - FUNCTION MOD(YB-YEAR-LAST-INT - 1, 7).
049400     MOVE YB-DIARY-YEAR TO YB-TTL-YEAR.
049500     IF YB-SELECT-TYPE = "M"
049600         MOVE SPACES TO YB-TTL-SELECT
049700         STRING "MARKET " YB-SELECT-CODE
049800             DELIMITED BY SIZE INTO YB-TTL-SELECT
049900     ELSE
049910         IF YB-SELECT-TYPE = "F"
049920             MOVE SPACES TO YB-TTL-SELECT
049930             STRING "FAMILY " YB-SELECT-CODE
049940                 DELIMITED BY SIZE INTO YB-TTL-SELECT
049950         ELSE
050000             MOVE "ALL TEMPLATES" TO YB-TTL-SELECT
050050         END-IF
050100     END-IF.
050200     MOVE SPACES TO YB-JOB-REF.
050300     STRING "YEAR" YB-DIARY-YEAR
050400         DELIMITED BY SIZE INTO YB-JOB-REF.
050500 1400-EXIT.
050600     EXIT.
050600
050600******************************************************************
050600* 1500-LOAD-FAMILY - the member templates of the selected family *
050600*   off FAMMAST; a family not on file is a dead stop, since the *
050600*   build would otherwise file nothing.                          *
050600******************************************************************
050600 1500-LOAD-FAMILY.
050600     MOVE ZERO TO YB-FAMILY-COUNT.
050600     OPEN INPUT FAMILY-FILE.
050600     IF YB-FAMILY-STATUS NOT = "00"
050600         DISPLAY "** Unable to open FAMMAST - status "
050600                 YB-FAMILY-STATUS " - maintain it with FAMMNT."
050600         MOVE 8 TO YB-MAX-RC
050600         GO TO 1500-EXIT
050600     END-IF.
050600     MOVE YB-SELECT-CODE TO FAM-CODE.
050600     READ FAMILY-FILE
050600         INVALID KEY
050600             DISPLAY "** Family " YB-SELECT-CODE
050600                     " is not on FAMMAST."
050600             MOVE 8 TO YB-MAX-RC
050600             CLOSE FAMILY-FILE
050600             GO TO 1500-EXIT
050600     END-READ.
050600     CLOSE FAMILY-FILE.
050600     PERFORM 1510-LOAD-ONE-MEMBER
050600         THRU 1510-EXIT
050600         VARYING YB-MBR-IDX FROM 1 BY 1
050600         UNTIL YB-MBR-IDX > FAM-MEMBER-COUNT
050600            OR YB-MBR-IDX > YB-MEMBER-MAX.
050600 1500-EXIT.
050600     EXIT.
050600
050600******************************************************************
050600* 1510-LOAD-ONE-MEMBER                                           *
050600******************************************************************
050600 1510-LOAD-ONE-MEMBER.
050600     ADD 1 TO YB-FAMILY-COUNT.
050600     MOVE FAM-MEMBER-NAME (YB-MBR-IDX)
050600         TO YB-FAMILY-MEMBER (YB-FAMILY-COUNT).
050600 1510-EXIT.
050600     EXIT.
050700
050800******************************************************************
050900* 9000-TERMINATE                                                *
051000******************************************************************
051100 9000-TERMINATE.
051200     CLOSE LAYOUT-FILE.
051300     CLOSE LOG-FILE.
051400 9000-EXIT.
051500     EXIT.
051600
051700******************************************************************
051800* 2000-BUILD-YEAR - drives the master a name group at a time,    *
051900*   each template through every week of the year.                *
052000******************************************************************
052100 2000-BUILD-YEAR.
052200     OPEN INPUT MASTER-FILE.
052300     IF YB-MASTER-STATUS NOT = "00"
052400         DISPLAY "** Unable to open TMPLMAST - status "
052500                 YB-MASTER-STATUS " - maintain it with TMPLMNT."
052600         MOVE 8 TO YB-MAX-RC
052700         GO TO 2000-EXIT
052800     END-IF.
052900     MOVE "N" TO YB-MASTER-EOF-SW.
053000     MOVE LOW-VALUES TO TMPM-KEY.
053100     START MASTER-FILE KEY NOT < TMPM-KEY
053200         INVALID KEY
053300             SET YB-MASTER-EOF TO TRUE
053400     END-START.
053500     IF NOT YB-MASTER-EOF
053600         PERFORM 2120-READ-MASTER-RAW
053700             THRU 2120-EXIT
053800     END-IF.
053900
054000     PERFORM 2050-CHECK-FOR-RESTART
054100         THRU 2050-EXIT.
054200     IF YB-RESUMING
054300         OPEN EXTEND REPORT-FILE
054310         IF YB-REPORT-STATUS = "35"
054320             OPEN OUTPUT REPORT-FILE
054330         END-IF
054400     ELSE
054500         OPEN OUTPUT REPORT-FILE
054600     END-IF.
054700     IF YB-REPORT-STATUS NOT = "00"
054800         DISPLAY "** Unable to open YEARRPT - status "
054900                 YB-REPORT-STATUS "."
055000         MOVE 8 TO YB-MAX-RC
055100         CLOSE MASTER-FILE
055200         GO TO 2000-EXIT
055300     END-IF.
055400     IF YB-RESUMING
055500         OPEN EXTEND WORK-ORDER-FILE
055510         IF YB-WORK-STATUS = "35"
055520             OPEN OUTPUT WORK-ORDER-FILE
055530         END-IF
055600     ELSE
055700         OPEN OUTPUT WORK-ORDER-FILE
055800     END-IF.
055900     IF YB-WORK-STATUS NOT = "00"
056000         DISPLAY "** Unable to open WEEKWORK - status "
056100                 YB-WORK-STATUS "."
056200         MOVE 8 TO YB-MAX-RC
056300         CLOSE MASTER-FILE
056400         CLOSE REPORT-FILE
056500         GO TO 2000-EXIT
056600     END-IF.
056700     MOVE YB-CURRENT-DATE TO YB-TTL-DATE.
056800     MOVE 999 TO YB-RPT-LINE-CTR.
056900
057000     MOVE "N" TO YB-BUILD-EOF-SW.
057100     PERFORM 2100-LOAD-NEXT-TEMPLATE
057200         THRU 2100-EXIT.
057300     PERFORM 2200-BUILD-ONE-TEMPLATE
057400         THRU 2200-EXIT
057500         UNTIL YB-BUILD-EOF.
057600
057700     CLOSE MASTER-FILE.
057800     CLOSE WORK-ORDER-FILE.
057900     PERFORM 2900-PRINT-TRAILER
058000         THRU 2900-EXIT.
058100     CLOSE REPORT-FILE.
058200     PERFORM 2500-CLEAR-CHECKPOINT
058300         THRU 2500-EXIT.
058400     DISPLAY "Year " YB-DIARY-YEAR ": " YB-TEMPLATES-DONE
058500             " template(s), " YB-TOTAL-FILED " week(s) filed, "
058600             YB-TOTAL-REJECTED " rejected - see YEARRPT.".
058700 2000-EXIT.
058800     EXIT.
058900
059000******************************************************************
059100* 2050-CHECK-FOR-RESTART - a checkpoint left by a run of the     *
059200*   same year and selection offers a resume; one left by a       *
059300*   different build cannot be resumed here and is reported.      *
059400******************************************************************
059500 2050-CHECK-FOR-RESTART.
059600     MOVE "N" TO YB-RESUME-SW.
059700     MOVE SPACES TO YCK-TEMPLATE-NAME.
059800     OPEN INPUT CHECKPOINT-FILE.
059900     IF YB-CHECKPOINT-STATUS = "00"
060000         READ CHECKPOINT-FILE
060100             AT END
060200                 MOVE SPACES TO YCK-TEMPLATE-NAME
060300         END-READ
060400         CLOSE CHECKPOINT-FILE
060500     END-IF.
060600
060700     IF YCK-TEMPLATE-NAME = SPACES
060800         GO TO 2050-EXIT
060900     END-IF.
061000     IF YCK-DIARY-YEAR NOT = YB-DIARY-YEAR
061100             OR YCK-SELECT-TYPE NOT = YB-SELECT-TYPE
061200             OR YCK-SELECT-CODE NOT = YB-SELECT-CODE
061300         DISPLAY "** YEARCKPT holds a restart for year "
061400                 YCK-DIARY-YEAR " selection '" YCK-SELECT-TYPE
061500                 "' " YCK-SELECT-CODE " - not this build; "
061600                 "starting clean."
061700         GO TO 2050-EXIT
061800     END-IF.
061900     IF YB-CTL-PRESENT
062000         DISPLAY "A prior build stopped at template "
062100                 YCK-TEMPLATE-NAME " week " YCK-WEEK-DATE
062200                 " - control card says resume " YB-RESUME-INPUT
062300                 "."
062400     ELSE
062500         DISPLAY "A prior build stopped at template "
062600                 YCK-TEMPLATE-NAME " week " YCK-WEEK-DATE
062700                 ".  Resume (Y/N)? " WITH NO ADVANCING
062800         ACCEPT YB-RESUME-INPUT
062900     END-IF.
063000     IF YB-RESUME-INPUT = "Y" OR YB-RESUME-INPUT = "y"
063100         MOVE YCK-TEMPLATE-NAME TO YB-RESUME-NAME
063200         MOVE YCK-WEEK-DATE TO YB-RESUME-WEEK
063300         MOVE YCK-TEMPLATES-DONE TO YB-TEMPLATES-DONE
063400         MOVE YCK-TOTAL-FILED TO YB-TOTAL-FILED
063500         MOVE YCK-TOTAL-REJECTED TO YB-TOTAL-REJECTED
063600         SET YB-RESUMING TO TRUE
063700     END-IF.
063800 2050-EXIT.
063900     EXIT.
064000
064100******************************************************************
064200* 2100-LOAD-NEXT-TEMPLATE - every revision of the next template  *
064300*   name into the revision table, in effective-date order, so    *
064400*   each week can take the revision in force on its own Monday.  *
064500******************************************************************
064600 2100-LOAD-NEXT-TEMPLATE.
064700     IF YB-MASTER-EOF
064800         SET YB-BUILD-EOF TO TRUE
064900         GO TO 2100-EXIT
065000     END-IF.
065100     MOVE YB-NEXT-NAME TO YB-GROUP-NAME.
065200     MOVE ZERO TO YB-REVISION-COUNT.
065300     PERFORM 2110-LOAD-ONE-REVISION
065400         THRU 2110-EXIT
065500         UNTIL YB-MASTER-EOF
065600             OR YB-NEXT-NAME NOT = YB-GROUP-NAME.
065700 2100-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100* 2110-LOAD-ONE-REVISION                                         *
066200******************************************************************
066300 2110-LOAD-ONE-REVISION.
066400     IF YB-REVISION-COUNT >= YB-REVISION-MAX
066500         DISPLAY "** " YB-GROUP-NAME " has over "
066600                 YB-REVISION-MAX " revisions - effective "
066700                 YB-NEXT-EFF " not used."
066800     ELSE
066900         ADD 1 TO YB-REVISION-COUNT
067000         MOVE YB-NEXT-MASTER
067100             TO YB-REV-IMAGE (YB-REVISION-COUNT)
067200     END-IF.
067300     PERFORM 2120-READ-MASTER-RAW
067400         THRU 2120-EXIT.
067500 2110-EXIT.
067600     EXIT.
067700
067800******************************************************************
067900* 2120-READ-MASTER-RAW - the one-record lookahead the name       *
068000*   grouping needs; the record waits in YB-NEXT-MASTER.          *
068100******************************************************************
068200 2120-READ-MASTER-RAW.
068300     READ MASTER-FILE NEXT
068400         AT END
068500             SET YB-MASTER-EOF TO TRUE
068600         NOT AT END
068700             MOVE MASTER-RECORD TO YB-NEXT-MASTER
068800     END-READ.
068900 2120-EXIT.
069000     EXIT.
069100
069200******************************************************************
069300* 2200-BUILD-ONE-TEMPLATE - one template through the year.  On   *
069400*   a resumed run the templates wholly done are passed over,     *
069500*   and the template the run stopped in picks up at the week    *
069600*   after its last checkpointed week with its counts restored.   *
069700******************************************************************
069800 2200-BUILD-ONE-TEMPLATE.
069900     MOVE YB-YEAR-FIRST-INT TO YB-WEEK-START-INT.
070000     MOVE ZERO TO YB-TMPL-FILED.
070100     MOVE ZERO TO YB-TMPL-REJECTED.
070200     IF YB-RESUMING
070300         IF YB-GROUP-NAME < YB-RESUME-NAME
070400             PERFORM 2100-LOAD-NEXT-TEMPLATE
070500                 THRU 2100-EXIT
070600             GO TO 2200-EXIT
070700         END-IF
070800         MOVE "N" TO YB-RESUME-SW
070900         IF YB-GROUP-NAME = YB-RESUME-NAME
071000             IF YB-RESUME-WEEK = 99999999
071100                 PERFORM 2100-LOAD-NEXT-TEMPLATE
071200                     THRU 2100-EXIT
071300                 GO TO 2200-EXIT
071400             END-IF
071500             MOVE YCK-TMPL-FILED TO YB-TMPL-FILED
071600             MOVE YCK-TMPL-REJECTED TO YB-TMPL-REJECTED
071700             COMPUTE YB-WEEK-START-INT =
071800                     FUNCTION INTEGER-OF-DATE(YB-RESUME-WEEK)
071900                     + 7
072000         END-IF
072100     END-IF.
072110     IF YB-SELECT-TYPE = "F"
072120         MOVE "N" TO YB-MEMBER-SW
072130         PERFORM 2210-CHECK-ONE-MEMBER
072140             THRU 2210-EXIT
072150             VARYING YB-MBR-IDX FROM 1 BY 1
072160             UNTIL YB-MBR-IDX > YB-FAMILY-COUNT
072170                OR YB-MEMBER-OF-FAMILY
072180         IF NOT YB-MEMBER-OF-FAMILY
072190             ADD 1 TO YB-TMPL-OTHER-FAMILY
072192             PERFORM 2100-LOAD-NEXT-TEMPLATE
072194                 THRU 2100-EXIT
072196             GO TO 2200-EXIT
072198         END-IF
072199     END-IF.
072200
072300     PERFORM 2300-BUILD-ONE-WEEK
072400         THRU 2300-EXIT
072500         VARYING YB-WEEK-INT FROM YB-WEEK-START-INT BY 7
072600         UNTIL YB-WEEK-INT > YB-YEAR-LAST-INT.
072700
072800     IF YB-TMPL-FILED > ZERO OR YB-TMPL-REJECTED > ZERO
072900         ADD 1 TO YB-TEMPLATES-DONE
073000         PERFORM 2800-WRITE-TEMPLATE-SUMMARY
073100             THRU 2800-EXIT
073200     END-IF.
073300     MOVE 99999999 TO YB-WEEK-DATE.
073400     PERFORM 2400-WRITE-CHECKPOINT
073500         THRU 2400-EXIT.
073600     PERFORM 2100-LOAD-NEXT-TEMPLATE
073700         THRU 2100-EXIT.
073800 2200-EXIT.
073900     EXIT.
073910
073920******************************************************************
073930* 2210-CHECK-ONE-MEMBER                                          *
073940******************************************************************
073950 2210-CHECK-ONE-MEMBER.
073960     IF YB-FAMILY-MEMBER (YB-MBR-IDX) = YB-GROUP-NAME
073970         SET YB-MEMBER-OF-FAMILY TO TRUE
073980     END-IF.
073990 2210-EXIT.
073995     EXIT.
074000
074100******************************************************************
074200* 2300-BUILD-ONE-WEEK - the revision in force on the week's      *
074300*   Monday, held to the same checks as the weekly batch run;     *
074400*   a week that fails them is rejected onto the report.  Weeks   *
074410*   before the template's first effective date are not yet its   *
074420*   to file, nor are weeks whose revision belongs to another     *
074430*   market than the one selected; both are only counted.         *
074700******************************************************************
074800 2300-BUILD-ONE-WEEK.
074900     COMPUTE YB-WEEK-DATE = FUNCTION DATE-OF-INTEGER(YB-WEEK-INT).
075000     PERFORM 2310-FIND-REVISION
075100         THRU 2310-EXIT.
075200     IF NOT YB-REVISION-IN-FORCE
075300         ADD 1 TO YB-WEEKS-NOT-IN-FORCE
075600         GO TO 2300-CHECKPOINT
075700     END-IF.
075800     MOVE YB-REV-IMAGE (YB-SELECTED-REV) TO MASTER-RECORD.
075900     IF YB-SELECT-TYPE = "M"
076000             AND TMPM-COUNTRY NOT = YB-SELECT-CODE (1:3)
076100         ADD 1 TO YB-WEEKS-OUT-OF-MARKET
076200         GO TO 2300-CHECKPOINT
076300     END-IF.
076400
076500     PERFORM 2320-SET-SPLIT-FROM-MASTER
076600         THRU 2320-EXIT.
076700     IF WN-SPLIT-N < YB-N-MINIMUM
076800         MOVE "REJECTED - BAD LINE COUNT" TO YB-REJECT-REASON
076900         PERFORM 2700-WRITE-REJECT-LINE
077000             THRU 2700-EXIT
077100         GO TO 2300-CHECKPOINT
077200     END-IF.
077300     IF NOT YB-SECTIONS-OK
077400         MOVE "REJECTED - BAD SECTIONS" TO YB-REJECT-REASON
077500         PERFORM 2700-WRITE-REJECT-LINE
077600             THRU 2700-EXIT
077700         GO TO 2300-CHECKPOINT
077800     END-IF.
077900
078000     PERFORM 2350-SET-DAY-FLAGS
078100         THRU 2350-EXIT.
078200     MOVE YB-WEEK-FLAGS TO WN-SPLIT-DAY-FLAGS.
078300     MOVE SPACE TO WN-SPLIT-FIXED-DAY.
078400     CALL "WKSPLIT" USING WN-SPLIT-PARM.
078500     PERFORM 3000-WRITE-LAYOUT-RECORD
078600         THRU 3000-EXIT.
078700     PERFORM 3100-WRITE-LOG-RECORD
078800         THRU 3100-EXIT.
078900     PERFORM 3200-WRITE-WORK-ORDER
079000         THRU 3200-EXIT.
079100     ADD 1 TO YB-TMPL-FILED.
079200     ADD 1 TO YB-TOTAL-FILED.
079300 2300-CHECKPOINT.
079400     PERFORM 2400-WRITE-CHECKPOINT
079500         THRU 2400-EXIT.
079600 2300-EXIT.
079700     EXIT.
079800
079900******************************************************************
080000* 2310-FIND-REVISION - the table is in effective-date order, so  *
080100*   the last revision not later than the Monday is in force.     *
080200******************************************************************
080300 2310-FIND-REVISION.
080400     MOVE "N" TO YB-IN-FORCE-SW.
080500     MOVE ZERO TO YB-SELECTED-REV.
080600     PERFORM 2315-TEST-ONE-REVISION
080700         THRU 2315-EXIT
080800         VARYING YB-REV-IDX FROM 1 BY 1
080900         UNTIL YB-REV-IDX > YB-REVISION-COUNT.
081000 2310-EXIT.
081100     EXIT.
081200
081300******************************************************************
081400* 2315-TEST-ONE-REVISION                                         *
081500******************************************************************
081600 2315-TEST-ONE-REVISION.
081700     IF YB-REV-EFF (YB-REV-IDX) NOT > YB-WEEK-DATE
081800         MOVE YB-REV-IDX TO YB-SELECTED-REV
081900         SET YB-REVISION-IN-FORCE TO TRUE
082000     END-IF.
082100 2315-EXIT.
082200     EXIT.
082300
082400******************************************************************
082500* 2320-SET-SPLIT-FROM-MASTER - the line count (entered or        *
082600*   derived from the page dimensions), weekend priority, and     *
082700*   section shares off the revision in force, exactly as the     *
082800*   weekly batch run takes them.  Bad dimension data drives the  *
082900*   count to zero so the below-minimum reject picks it up.       *
083000******************************************************************
083100 2320-SET-SPLIT-FROM-MASTER.
083200     MOVE TMPM-COUNTRY TO YB-TEMPLATE-COUNTRY.
083300     IF TMPM-DIMENSION-SW = "Y" OR TMPM-DIMENSION-SW = "y"
083400         IF TMPM-PAGE-HEIGHT NOT NUMERIC
083500                 OR TMPM-PAGE-MARGIN NOT NUMERIC
083600                 OR TMPM-LINE-HEIGHT NOT NUMERIC
083700                 OR TMPM-LINE-HEIGHT = ZERO
083800                 OR (2 * TMPM-PAGE-MARGIN) >= TMPM-PAGE-HEIGHT
083900             MOVE ZERO TO WN-SPLIT-N
084000         ELSE
084100             COMPUTE WN-SPLIT-N =
084200                 (TMPM-PAGE-HEIGHT - (2 * TMPM-PAGE-MARGIN))
084300                 / TMPM-LINE-HEIGHT
084400         END-IF
084500     ELSE
084600         IF TMPM-LINE-COUNT NOT NUMERIC
084700             MOVE ZERO TO WN-SPLIT-N
084800         ELSE
084900             MOVE TMPM-LINE-COUNT TO WN-SPLIT-N
085000         END-IF
085100     END-IF.
085200     MOVE TMPM-PRIORITY-FLAG TO WN-SPLIT-PRIORITY.
085300     IF WN-SPLIT-PRIORITY = "s"
085400         MOVE "S" TO WN-SPLIT-PRIORITY
085500     END-IF.
085600     IF WN-SPLIT-PRIORITY = "u"
085700         MOVE "U" TO WN-SPLIT-PRIORITY
085800     END-IF.
085900     IF NOT WN-PRIORITY-SATURDAY AND NOT WN-PRIORITY-SUNDAY
086000         SET WN-PRIORITY-SATURDAY TO TRUE
086100     END-IF.
086200
086300     SET YB-SECTIONS-OK TO TRUE.
086400     MOVE ZERO TO WN-SPLIT-SECTION-COUNT.
086500     MOVE SPACES TO YB-SECTION-NAMES.
086600     MOVE ZERO TO WN-SPLIT-SECTION-PCT (1).
086700     MOVE ZERO TO WN-SPLIT-SECTION-PCT (2).
086800     MOVE ZERO TO WN-SPLIT-SECTION-PCT (3).
086900     MOVE ZERO TO WN-SPLIT-SECTION-PCT (4).
087000     IF TMPM-SECTION-COUNT NOT NUMERIC
087100             OR TMPM-SECTION-COUNT = ZERO
087200         GO TO 2320-EXIT
087300     END-IF.
087400     IF TMPM-SECTION-COUNT > 4
087500         MOVE "N" TO YB-SECTIONS-OK-SW
087600         GO TO 2320-EXIT
087700     END-IF.
087800     MOVE TMPM-SECTION-COUNT TO WN-SPLIT-SECTION-COUNT.
087900     MOVE ZERO TO YB-PCT-TOTAL.
088000     PERFORM 2325-SET-ONE-SECTION
088100         THRU 2325-EXIT
088200         VARYING YB-SEC-IDX FROM 1 BY 1
088300         UNTIL YB-SEC-IDX > WN-SPLIT-SECTION-COUNT.
088400     IF YB-PCT-TOTAL NOT = 100
088500         MOVE "N" TO YB-SECTIONS-OK-SW
088600     END-IF.
088700     IF NOT YB-SECTIONS-OK
088800         MOVE ZERO TO WN-SPLIT-SECTION-COUNT
088900     END-IF.
089000 2320-EXIT.
089100     EXIT.
089200
089300******************************************************************
089400* 2325-SET-ONE-SECTION                                           *
089500******************************************************************
089600 2325-SET-ONE-SECTION.
089700     IF TMPM-SECTION-PCT (YB-SEC-IDX) NOT NUMERIC
089800         MOVE "N" TO YB-SECTIONS-OK-SW
089900         GO TO 2325-EXIT
090000     END-IF.
090100     MOVE TMPM-SECTION-NAME (YB-SEC-IDX)
090200         TO YB-SECTION-NAME (YB-SEC-IDX).
090300     MOVE TMPM-SECTION-PCT (YB-SEC-IDX)
090400         TO WN-SPLIT-SECTION-PCT (YB-SEC-IDX).
090500     ADD TMPM-SECTION-PCT (YB-SEC-IDX) TO YB-PCT-TOTAL.
090600 2325-EXIT.
090700     EXIT.
090800
090900******************************************************************
091000* 2350-SET-DAY-FLAGS - marks each of the week's seven days       *
091100*   working or holiday off the tabled calendar, honouring only   *
091200*   the template's own market and the all-market dates.          *
091300******************************************************************
091400 2350-SET-DAY-FLAGS.
091500     PERFORM 2360-FLAG-ONE-DAY
091600         THRU 2360-EXIT
091700         VARYING YB-DAY-IDX FROM 1 BY 1
091800         UNTIL YB-DAY-IDX > 7.
091900 2350-EXIT.
092000     EXIT.
092100
092200******************************************************************
092300* 2360-FLAG-ONE-DAY                                              *
092400******************************************************************
092500 2360-FLAG-ONE-DAY.
092600     COMPUTE YB-DAY-DATE = FUNCTION DATE-OF-INTEGER
092700             (YB-WEEK-INT + YB-DAY-IDX - 1).
092800     MOVE "Y" TO YB-WEEK-DAY-FLAG (YB-DAY-IDX).
092900     IF YB-HOLIDAY-COUNT > ZERO
093000         PERFORM 2370-CHECK-ONE-HOLIDAY
093100             THRU 2370-EXIT
093200             VARYING YB-HOL-IDX FROM 1 BY 1
093300             UNTIL YB-HOL-IDX > YB-HOLIDAY-COUNT
093400     END-IF.
093500 2360-EXIT.
093600     EXIT.
093700
093800******************************************************************
093900* 2370-CHECK-ONE-HOLIDAY                                         *
094000******************************************************************
094100 2370-CHECK-ONE-HOLIDAY.
094200     IF YB-HOL-DATE-TBL (YB-HOL-IDX) = YB-DAY-DATE
094300             AND (YB-HOL-CTRY-TBL (YB-HOL-IDX) = SPACES
094400              OR YB-HOL-CTRY-TBL (YB-HOL-IDX)
094500                 = YB-TEMPLATE-COUNTRY)
094600         MOVE "H" TO YB-WEEK-DAY-FLAG (YB-DAY-IDX)
094700     END-IF.
094800 2370-EXIT.
094900     EXIT.
095000
095100******************************************************************
095200* 2400-WRITE-CHECKPOINT - rewrites the single-record checkpoint  *
095300*   after every template-week.  The checkpoint is the only       *
095400*   record of how far the build has gotten, so a failed OPEN or  *
095500*   WRITE here stops the run with return code 16.                *
095600******************************************************************
095700 2400-WRITE-CHECKPOINT.
095800     MOVE YB-DIARY-YEAR TO YCK-DIARY-YEAR.
095900     MOVE YB-SELECT-TYPE TO YCK-SELECT-TYPE.
096000     MOVE YB-SELECT-CODE TO YCK-SELECT-CODE.
096100     MOVE YB-GROUP-NAME TO YCK-TEMPLATE-NAME.
096200     MOVE YB-WEEK-DATE TO YCK-WEEK-DATE.
096300     MOVE YB-TMPL-FILED TO YCK-TMPL-FILED.
096400     MOVE YB-TMPL-REJECTED TO YCK-TMPL-REJECTED.
096500     MOVE YB-TEMPLATES-DONE TO YCK-TEMPLATES-DONE.
096600     MOVE YB-TOTAL-FILED TO YCK-TOTAL-FILED.
096700     MOVE YB-TOTAL-REJECTED TO YCK-TOTAL-REJECTED.
096800 2400-WRITE-RECORD.
096900     OPEN OUTPUT CHECKPOINT-FILE.
097000     IF YB-CHECKPOINT-STATUS NOT = "00"
097100         DISPLAY "** Unable to open YEARCKPT - status "
097200                 YB-CHECKPOINT-STATUS "."
097300         MOVE 16 TO RETURN-CODE
097400         STOP RUN
097500     END-IF.
097600     WRITE YEAR-CHECKPOINT-RECORD.
097700     IF YB-CHECKPOINT-STATUS NOT = "00"
097800         DISPLAY "** Unable to write YEARCKPT - status "
097900                 YB-CHECKPOINT-STATUS "."
098000         CLOSE CHECKPOINT-FILE
098100         MOVE 16 TO RETURN-CODE
098200         STOP RUN
098300     END-IF.
098400     CLOSE CHECKPOINT-FILE.
098500 2400-EXIT.
098600     EXIT.
098700
098800******************************************************************
098900* 2500-CLEAR-CHECKPOINT - a finished build needs no restart.     *
099000******************************************************************
099100 2500-CLEAR-CHECKPOINT.
099200     MOVE SPACES TO YEAR-CHECKPOINT-RECORD.
099300     MOVE ZERO TO YCK-DIARY-YEAR.
099400     MOVE ZERO TO YCK-WEEK-DATE.
099500     MOVE ZERO TO YCK-TMPL-FILED.
099600     MOVE ZERO TO YCK-TMPL-REJECTED.
099700     MOVE ZERO TO YCK-TEMPLATES-DONE.
099800     MOVE ZERO TO YCK-TOTAL-FILED.
099900     MOVE ZERO TO YCK-TOTAL-REJECTED.
100000     PERFORM 2400-WRITE-RECORD
100100         THRU 2400-EXIT.
100200 2500-EXIT.
100300     EXIT.
100400
100500******************************************************************
100600* 2700-WRITE-REJECT-LINE - one report line per week rejected.    *
100700******************************************************************
100800 2700-WRITE-REJECT-LINE.
100900     MOVE SPACES TO YB-RPT-DETAIL-LINE.
101000     MOVE YB-GROUP-NAME TO YB-DTL-TEMPLATE.
101100     MOVE YB-WEEK-DATE TO YB-DTL-WEEK.
101200     MOVE YB-REJECT-REASON TO YB-DTL-NOTE.
101300     MOVE YB-RPT-DETAIL-LINE TO YB-RPT-WORK-LINE.
101400     PERFORM 2750-WRITE-RPT-LINE
101500         THRU 2750-EXIT.
101600     ADD 1 TO YB-TMPL-REJECTED.
101700     ADD 1 TO YB-TOTAL-REJECTED.
101800 2700-EXIT.
101900     EXIT.
102000
102100******************************************************************
102200* 2750-WRITE-RPT-LINE - one line onto YEARRPT, breaking to a     *
102300*   fresh page with the title and column headings every          *
102400*   YB-RPT-LINES-PER-PAGE lines.                                 *
102500******************************************************************
102600 2750-WRITE-RPT-LINE.
102700     IF YB-RPT-LINE-CTR > YB-RPT-LINES-PER-PAGE
102800         PERFORM 2760-START-REPORT-PAGE
102900             THRU 2760-EXIT
103000     END-IF.
103100     WRITE REPORT-PRINT-LINE FROM YB-RPT-WORK-LINE.
103200     ADD 1 TO YB-RPT-LINE-CTR.
103300 2750-EXIT.
103400     EXIT.
103500
103600******************************************************************
103700* 2760-START-REPORT-PAGE                                         *
103800******************************************************************
103900 2760-START-REPORT-PAGE.
104000     ADD 1 TO YB-RPT-PAGE-CTR.
104100     MOVE YB-RPT-PAGE-CTR TO YB-TTL-PAGE.
104200     WRITE REPORT-PRINT-LINE FROM YB-RPT-TITLE-LINE.
104300     WRITE REPORT-PRINT-LINE FROM YB-RPT-COLUMN-HEADING.
104400     MOVE SPACES TO REPORT-PRINT-LINE.
104500     WRITE REPORT-PRINT-LINE.
104600     MOVE 3 TO YB-RPT-LINE-CTR.
104700 2760-EXIT.
104800     EXIT.
104900
105000******************************************************************
105100* 2800-WRITE-TEMPLATE-SUMMARY - the template's weeks filed and   *
105200*   rejected for the year, after its reject lines.               *
105300******************************************************************
105400 2800-WRITE-TEMPLATE-SUMMARY.
105500     MOVE SPACES TO YB-RPT-DETAIL-LINE.
105600     MOVE YB-GROUP-NAME TO YB-DTL-TEMPLATE.
105700     MOVE "YEAR" TO YB-DTL-WEEK.
105800     MOVE YB-TMPL-FILED TO YB-DTL-FILED.
105900     MOVE YB-TMPL-REJECTED TO YB-DTL-REJECTED.
106000     IF YB-TMPL-REJECTED = ZERO
106100         MOVE "TEMPLATE TOTAL - CLEAN" TO YB-DTL-NOTE
106200     ELSE
106300         MOVE "TEMPLATE TOTAL" TO YB-DTL-NOTE
106400     END-IF.
106500     MOVE YB-RPT-DETAIL-LINE TO YB-RPT-WORK-LINE.
106600     PERFORM 2750-WRITE-RPT-LINE
106700         THRU 2750-EXIT.
106800     MOVE SPACES TO YB-RPT-WORK-LINE.
106900     PERFORM 2750-WRITE-RPT-LINE
107000         THRU 2750-EXIT.
107100 2800-EXIT.
107200     EXIT.
107300
107400******************************************************************
107500* 2900-PRINT-TRAILER - a fresh page with the year's counts.      *
107600******************************************************************
107700 2900-PRINT-TRAILER.
107800     ADD 1 TO YB-RPT-PAGE-CTR.
107900     MOVE YB-RPT-PAGE-CTR TO YB-TTL-PAGE.
108000     WRITE REPORT-PRINT-LINE FROM YB-RPT-TITLE-LINE.
108100     MOVE "YEAR SUMMARY" TO REPORT-PRINT-LINE.
108200     WRITE REPORT-PRINT-LINE.
108300     MOVE SPACES TO REPORT-PRINT-LINE.
108400     WRITE REPORT-PRINT-LINE.
108500     MOVE "TEMPLATES BUILT       :" TO YB-RPT-CNT-LABEL.
108600     MOVE YB-TEMPLATES-DONE TO YB-RPT-CNT-VALUE.
108700     WRITE REPORT-PRINT-LINE FROM YB-RPT-COUNT-LINE.
108800     MOVE "WEEKS FILED           :" TO YB-RPT-CNT-LABEL.
108900     MOVE YB-TOTAL-FILED TO YB-RPT-CNT-VALUE.
109000     WRITE REPORT-PRINT-LINE FROM YB-RPT-COUNT-LINE.
109100     MOVE "WEEKS REJECTED        :" TO YB-RPT-CNT-LABEL.
109200     MOVE YB-TOTAL-REJECTED TO YB-RPT-CNT-VALUE.
109300     WRITE REPORT-PRINT-LINE FROM YB-RPT-COUNT-LINE.
109310     MOVE "WEEKS NOT YET IN FORCE:" TO YB-RPT-CNT-LABEL.
109320     MOVE YB-WEEKS-NOT-IN-FORCE TO YB-RPT-CNT-VALUE.
109330     WRITE REPORT-PRINT-LINE FROM YB-RPT-COUNT-LINE.
109400     IF YB-SELECT-TYPE = "M"
109500         MOVE "WEEKS OTHER MARKET    :" TO YB-RPT-CNT-LABEL
109600         MOVE YB-WEEKS-OUT-OF-MARKET TO YB-RPT-CNT-VALUE
109700         WRITE REPORT-PRINT-LINE FROM YB-RPT-COUNT-LINE
109800     END-IF.
109810     IF YB-SELECT-TYPE = "F"
109820         MOVE "TEMPLATES OTHER FAMILY:" TO YB-RPT-CNT-LABEL
109830         MOVE YB-TMPL-OTHER-FAMILY TO YB-RPT-CNT-VALUE
109840         WRITE REPORT-PRINT-LINE FROM YB-RPT-COUNT-LINE
109850     END-IF.
109900 2900-EXIT.
110000     EXIT.
110100
110200******************************************************************
110300* 3000-WRITE-LAYOUT-RECORD - the week filed (or re-filed) as a   *
110400*   draft under the template name and the week's Monday.         *
110500******************************************************************
110600 3000-WRITE-LAYOUT-RECORD.
110700     MOVE TMPM-NAME TO LAY-TEMPLATE-NAME.
110800     MOVE YB-WEEK-DATE TO LAY-PAGE-DATE.
110900     MOVE WN-SPLIT-WEEKDAYS TO LAY-WEEKDAYS.
111000     MOVE WN-SPLIT-SATURDAY TO LAY-SATURDAY.
111100     MOVE WN-SPLIT-SUNDAY TO LAY-SUNDAY.
111200     MOVE WN-SPLIT-ACTUAL-TOTAL TO LAY-TOTAL-LINES.
111300     MOVE WN-SPLIT-SECTION-COUNT TO LAY-SECTION-COUNT.
111400     MOVE TMPM-LANGUAGE TO LAY-LANGUAGE.
111500     SET LAY-APPR-DRAFT TO TRUE.
111600     MOVE SPACES TO LAY-APPROVER.
111700     MOVE ZERO TO LAY-APPROVAL-DATE.
111700     MOVE TMPM-EFFECTIVE-DATE TO LAY-TEMPLATE-REV.
111700     MOVE SPACE TO LAY-RULES-STATUS.
111800     PERFORM 3010-FILL-ONE-LAY-DAY
111900         THRU 3010-EXIT
112000         VARYING YB-DAY-IDX FROM 1 BY 1
112100         UNTIL YB-DAY-IDX > 7.
112200     PERFORM 3020-FILL-ONE-LAY-SECTION
112300         THRU 3020-EXIT
112400         VARYING YB-SEC-IDX FROM 1 BY 1
112500         UNTIL YB-SEC-IDX > 4.
112600     WRITE LAYOUT-RECORD
112700         INVALID KEY
112800             REWRITE LAYOUT-RECORD
112900     END-WRITE.
113000 3000-EXIT.
113100     EXIT.
113200
113300******************************************************************
113400* 3010-FILL-ONE-LAY-DAY                                          *
113500******************************************************************
113600 3010-FILL-ONE-LAY-DAY.
113700     MOVE WN-SPLIT-DAY (YB-DAY-IDX)
113800         TO LAY-DAY-LINES (YB-DAY-IDX).
113900     MOVE WN-SPLIT-DAY-FLAG (YB-DAY-IDX)
114000         TO LAY-DAY-FLAG (YB-DAY-IDX).
114100     PERFORM 3015-FILL-ONE-LAY-DAY-SEC
114200         THRU 3015-EXIT
114300         VARYING YB-SEC-IDX FROM 1 BY 1
114400         UNTIL YB-SEC-IDX > 4.
114500 3010-EXIT.
114600     EXIT.
114700
114800******************************************************************
114900* 3015-FILL-ONE-LAY-DAY-SEC                                      *
115000******************************************************************
115100 3015-FILL-ONE-LAY-DAY-SEC.
115200     MOVE WN-SPLIT-SECTION-LINES (YB-DAY-IDX, YB-SEC-IDX)
115300         TO LAY-SECTION-LINES (YB-DAY-IDX, YB-SEC-IDX).
115400 3015-EXIT.
115500     EXIT.
115600
115700******************************************************************
115800* 3020-FILL-ONE-LAY-SECTION                                      *
115900******************************************************************
116000 3020-FILL-ONE-LAY-SECTION.
116100     MOVE YB-SECTION-NAME (YB-SEC-IDX)
116200         TO LAY-SECTION-NAME (YB-SEC-IDX).
116300 3020-EXIT.
116400     EXIT.
116500
116600******************************************************************
116700* 3100-WRITE-LOG-RECORD - one audit line per week filed, the     *
116800*   same trail a WeeklyNote split leaves.                        *
116900******************************************************************
117000 3100-WRITE-LOG-RECORD.
117100     MOVE SPACES TO LOG-RECORD.
117200     ACCEPT YB-CURRENT-TIME FROM TIME.
117300     MOVE YB-CURRENT-DATE TO YB-LOG-TIMESTAMP (1:8).
117400     MOVE YB-CURRENT-TIME-X (1:6) TO YB-LOG-TIMESTAMP (9:6).
117500     MOVE YB-LOG-TIMESTAMP TO LOG-TIMESTAMP.
117600     MOVE TMPM-NAME TO LOG-TEMPLATE-NAME.
117700     MOVE WN-SPLIT-N TO LOG-N.
117800     MOVE WN-SPLIT-WEEKDAYS TO LOG-WEEKDAYS.
117900     MOVE WN-SPLIT-SATURDAY TO LOG-SATURDAY.
118000     MOVE WN-SPLIT-SUNDAY TO LOG-SUNDAY.
118100     PERFORM 3110-FILL-ONE-LOG-DAY
118200         THRU 3110-EXIT
118300         VARYING YB-DAY-IDX FROM 1 BY 1
118400         UNTIL YB-DAY-IDX > 7.
118500     WRITE LOG-RECORD.
118600 3100-EXIT.
118700     EXIT.
118800
118900******************************************************************
119000* 3110-FILL-ONE-LOG-DAY                                          *
119100******************************************************************
119200 3110-FILL-ONE-LOG-DAY.
119300     MOVE WN-SPLIT-DAY (YB-DAY-IDX)
119400         TO LOG-DAY-LINES (YB-DAY-IDX).
119500 3110-EXIT.
119600     EXIT.
119700
119800******************************************************************
119900* 3200-WRITE-WORK-ORDER - one print request per week filed, one  *
120000*   copy, under the year's job reference for the bindery.        *
120100******************************************************************
120200 3200-WRITE-WORK-ORDER.
120300     MOVE SPACES TO WORK-ORDER-RECORD.
120400     MOVE TMPM-NAME TO WKO-TEMPLATE-NAME.
120500     MOVE YB-WEEK-DATE TO WKO-PAGE-DATE.
120600     MOVE 001 TO WKO-COPIES.
120700     MOVE YB-JOB-REF TO WKO-JOB-REF.
120800     WRITE WORK-ORDER-RECORD.
120900 3200-EXIT.
121000     EXIT.
121100
121200******************************************************************
121300* 9500-STAMP-START-TS - the start of job, to the second, for     *
121400*   the run-statistics record.                                   *
121500******************************************************************
121600 9500-STAMP-START-TS.
121700     ACCEPT YB-CURRENT-DATE FROM DATE YYYYMMDD.
121800     ACCEPT YB-CURRENT-TIME FROM TIME.
121900     MOVE YB-CURRENT-DATE TO YB-START-TS (1:8).
122000     MOVE YB-CURRENT-TIME-X (1:6) TO YB-START-TS (9:6).
122100 9500-EXIT.
122200     EXIT.
122300
122400******************************************************************
122500* 9600-WRITE-RUN-STATS - one record onto the shared RUNSTATS     *
122600*   file at end of job, created automatically on the first run.  *
122700******************************************************************
122800 9600-WRITE-RUN-STATS.
122900     ACCEPT YB-CURRENT-DATE FROM DATE YYYYMMDD.
123000     ACCEPT YB-CURRENT-TIME FROM TIME.
123100     MOVE YB-CURRENT-DATE TO YB-END-TS (1:8).
123200     MOVE YB-CURRENT-TIME-X (1:6) TO YB-END-TS (9:6).
123300     OPEN EXTEND RUN-STATS-FILE.
123400     IF YB-RUNSTATS-STATUS = "35"
123500         OPEN OUTPUT RUN-STATS-FILE
123600         CLOSE RUN-STATS-FILE
123700         OPEN EXTEND RUN-STATS-FILE
123800     END-IF.
123900     IF YB-RUNSTATS-STATUS NOT = "00"
124000         DISPLAY "** Unable to open RUNSTATS - status "
124100                 YB-RUNSTATS-STATUS " - run not recorded."
124200         GO TO 9600-EXIT
124300     END-IF.
124400     MOVE SPACES TO RUN-STATS-RECORD.
124500     MOVE "YEARBLD" TO RS-PROGRAM.
124600     MOVE YB-START-TS TO RS-START-TS.
124700     MOVE YB-END-TS TO RS-END-TS.
124800     COMPUTE RS-RECORDS-IN = YB-TOTAL-FILED + YB-TOTAL-REJECTED.
124900     MOVE YB-TOTAL-FILED TO RS-RECORDS-OUT.
125000     MOVE YB-TOTAL-REJECTED TO RS-RECORDS-REJ.
125100     MOVE YB-MAX-RC TO RS-RETURN-CODE.
125200     WRITE RUN-STATS-RECORD.
125300     CLOSE RUN-STATS-FILE.
125400 9600-EXIT.
125500     EXIT.
