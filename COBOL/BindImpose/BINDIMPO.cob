000100******************************************************************
000200* PROGRAM      : BINDIMPO                                       *
000300* AUTHOR       : J. HALVERSEN                                   *
000400* INSTALLATION : DIARY LAYOUT UNIT                               *
000500* DATE-WRITTEN : 2026.10.15                                      *
000600* DATE-COMPILED:                                                 *
000700*                                                                *
000800* PURPOSE.                                                      *
000900*   Bindery imposition for one template and diary year.  Every  *
001000*   week of the diary year - the Monday on or before 1 January  *
001100*   to the Monday on or before 31 December, as YEARBLD builds   *
001200*   it - is looked up on WEEKLAYT, and the approved weeks are   *
001300*   taken in date order, one page each.  The template's         *
001400*   TMPLBIND binding record gives the signature size (16 or 32 *
001500*   pages) and the front and back matter page counts.  Folios   *
001600*   run front matter, weeks, back matter, and the last          *
001700*   signature is made up with notes pages.  Each 16 pages go on *
001800*   one press sheet, eight a side; a 32-page signature is two   *
001900*   sheets, the second inset in the first.  The plan - every    *
002000*   page with its signature, sheet, side, position and folio -  *
002100*   goes to BINDPLAN.<template>.<year> for WEEKPRNT to render a *
002200*   signature in imposed order, and to the BINDIRPT report with *
002300*   any week left out as not filed or not approved.             *
002400*   Return code 0 clean, 4 weeks left out, 8 no binding record, *
002500*   nothing to impose, or a file that would not open.           *
002600*                                                                *
002700* MODIFICATION HISTORY.                                         *
002800*   2026.10.15  JH  Original version.                            *
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.    BINDIMPO.
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
004400     SELECT LAYOUT-FILE
004500         ASSIGN TO "WEEKLAYT"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS LAY-LAYOUT-KEY
004900         FILE STATUS IS BI-LAYOUT-STATUS.
005000
005100     SELECT BINDING-FILE
005200         ASSIGN TO "TMPLBIND"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS BI-BINDING-STATUS.
005500
005600     SELECT PLAN-FILE
005700         ASSIGN TO DYNAMIC BI-PLAN-NAME
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS BI-PLAN-STATUS.
006000
006100     SELECT REPORT-FILE
006200         ASSIGN TO "BINDIRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS BI-REPORT-STATUS.
006500
006600     SELECT RUN-STATS-FILE
006700         ASSIGN TO "RUNSTATS"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS BI-RUNSTATS-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  LAYOUT-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY WKLAYREC.
007600
007700 FD  BINDING-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY WKBINDRE.
008000
008100 FD  PLAN-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY WKIMPLRE.
008400
008500 FD  REPORT-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  REPORT-PRINT-LINE               PIC X(100).
008800
008900 FD  RUN-STATS-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY WKRSTAT.
009200
009300 WORKING-STORAGE SECTION.
009400 01  BI-SWITCHES.
009500     05  BI-BINDING-EOF-SW           PIC X(01).
009600         88  BI-BINDING-EOF              VALUE 'Y'.
009700     05  BI-BINDING-FOUND-SW         PIC X(01).
009800         88  BI-BINDING-FOUND            VALUE 'Y'.
009900     05  BI-PLAN-OPEN-SW             PIC X(01).
010000         88  BI-PLAN-OPEN                VALUE 'Y'.
010100
010200 01  BI-FILE-STATUS-GROUP.
010300     05  BI-LAYOUT-STATUS            PIC X(02).
010400     05  BI-BINDING-STATUS           PIC X(02).
010500     05  BI-PLAN-STATUS              PIC X(02).
010600     05  BI-REPORT-STATUS            PIC X(02).
010700     05  BI-RUNSTATS-STATUS          PIC X(02).
010800
010900 77  BI-MAX-RC                       PIC 9(02) VALUE ZERO.
011000 77  BI-TEMPLATE-INPUT               PIC X(08).
011100 77  BI-YEAR-INPUT                   PIC X(04).
011200 77  BI-DIARY-YEAR                   PIC 9(04).
011300 77  BI-WORK-DATE                    PIC 9(08).
011400 77  BI-FIRST-INT                    PIC 9(07).
011500 77  BI-LAST-INT                     PIC 9(07).
011600 77  BI-WEEK-INT                     PIC 9(07).
011700 01  BI-PLAN-NAME                    PIC X(30).
011800
011900*    Off the template's binding record.
012000 77  BI-SIG-PAGES                    PIC 9(02).
012100 77  BI-SHEETS-PER-SIG               PIC 9(01).
012200 77  BI-FRONT-PAGES                  PIC 9(03).
012300 77  BI-BACK-PAGES                   PIC 9(03).
012400
012500*    The approved weeks, in date order.  A diary year has at
012600*    most 53 Mondays.
012700 77  BI-WEEK-IDX                     PIC 9(02) COMP.
012800 01  BI-WEEK-TABLE.
012900     05  BI-WEEK-COUNT               PIC 9(02) VALUE ZERO.
013000     05  BI-WEEK-DATE                PIC 9(08) OCCURS 54.
013100
013200*    A 16-page sheet, as the page of the folded section that
013300*    lands at each position - front side then back, positions
013400*    1-4 across the top row and 5-8 across the bottom.
013500 01  BI-SCHEME-VALUES.
013600     05  FILLER                      PIC X(16)
013700         VALUE "0512090804131601".
013800     05  FILLER                      PIC X(16)
013900         VALUE "0710110602151403".
014000 01  BI-SCHEME-TABLE REDEFINES BI-SCHEME-VALUES.
014100     05  BI-SCHEME-SIDE OCCURS 2.
014200         10  BI-SCHEME-PAGE          PIC 9(02) OCCURS 8.
014300
014400 77  BI-SIG-IDX                      PIC 9(03) COMP.
014500 77  BI-SHEET-IDX                    PIC 9(01) COMP.
014600 77  BI-SIDE-IDX                     PIC 9(01) COMP.
014700 77  BI-POS-IDX                      PIC 9(02) COMP.
014800 77  BI-SECTION-PAGE                 PIC 9(02).
014900 77  BI-SIG-PAGE                     PIC 9(02).
015000 77  BI-FOLIO                        PIC 9(04).
015100 77  BI-FIRST-WEEK-FOLIO             PIC 9(04).
015200 77  BI-FIRST-BACK-FOLIO             PIC 9(04).
015300 77  BI-FIRST-NOTES-FOLIO            PIC 9(04).
015400
015500 77  BI-WEEKS-IN-YEAR                PIC 9(05) VALUE ZERO.
015600 77  BI-WEEKS-NOT-FILED              PIC 9(05) VALUE ZERO.
015700 77  BI-WEEKS-NOT-APPROVED           PIC 9(05) VALUE ZERO.
015800 77  BI-BOOK-PAGES                   PIC 9(05) VALUE ZERO.
015900 77  BI-NOTES-PAGES                  PIC 9(05) VALUE ZERO.
016000 77  BI-TOTAL-PAGES                  PIC 9(05) VALUE ZERO.
016100 77  BI-SIGNATURE-COUNT              PIC 9(03) VALUE ZERO.
016200 77  BI-SHEET-COUNT                  PIC 9(05) VALUE ZERO.
016300 77  BI-PLAN-WRITTEN                 PIC 9(05) VALUE ZERO.
016400
016500 77  BI-CURRENT-DATE                 PIC 9(08).
016600 01  BI-TIME-GROUP.
016700     05  BI-CURRENT-TIME             PIC 9(08).
016800     05  BI-CURRENT-TIME-X REDEFINES BI-CURRENT-TIME
016900                                     PIC X(08).
017000 77  BI-START-TS                     PIC X(14).
017100 77  BI-END-TS                       PIC X(14).
017200
017300 77  BI-RPT-LINE-CTR                 PIC 9(03) VALUE 999.
017400 77  BI-RPT-PAGE-CTR                 PIC 9(05) VALUE ZERO.
017500 77  BI-RPT-LINES-PER-PAGE           PIC 9(03) VALUE 055.
017600 01  BI-RPT-WORK-LINE                PIC X(100).
017700 01  BI-RPT-HEADING-LINE             PIC X(100).
017800
017900 01  BI-RPT-TITLE-LINE.
018000     05  FILLER                      PIC X(26)
018100         VALUE "BINDERY IMPOSITION PLAN".
018200     05  BI-TTL-TEMPLATE             PIC X(08).
018300     05  FILLER                      PIC X(02).
018400     05  BI-TTL-YEAR                 PIC 9(04).
018500     05  FILLER                      PIC X(06) VALUE "  RUN ".
018600     05  BI-TTL-DATE                 PIC 9(08).
018700     05  FILLER                      PIC X(07) VALUE "   PAGE".
018800     05  BI-TTL-PAGE                 PIC ZZZZ9.
018900
019000 01  BI-RPT-EXCEPTION-HEADING.
019100     05  FILLER                      PIC X(10) VALUE "WEEK".
019200     05  FILLER                      PIC X(40)
019300         VALUE "LEFT OUT OF THE IMPOSITION".
019400
019500 01  BI-RPT-PLAN-HEADING.
019600     05  FILLER                      PIC X(06) VALUE "SIG".
019700     05  FILLER                      PIC X(07) VALUE "SHEET".
019800     05  FILLER                      PIC X(07) VALUE "SIDE".
019900     05  FILLER                      PIC X(05) VALUE "POS".
020000     05  FILLER                      PIC X(07) VALUE "FOLIO".
020100     05  FILLER                      PIC X(20) VALUE "PAGE".
020200
020300 01  BI-RPT-EXCEPTION-LINE.
020400     05  BI-EXC-WEEK                 PIC 9(08).
020500     05  FILLER                      PIC X(02).
020600     05  BI-EXC-REASON               PIC X(40).
020700
020800 01  BI-RPT-PLAN-LINE.
020900     05  BI-PLN-SIGNATURE            PIC ZZ9.
021000     05  FILLER                      PIC X(03).
021100     05  BI-PLN-SHEET                PIC ZZ9.
021200     05  FILLER                      PIC X(04).
021300     05  BI-PLN-SIDE                 PIC X(05).
021400     05  FILLER                      PIC X(02).
021500     05  BI-PLN-POSITION             PIC Z9.
021600     05  FILLER                      PIC X(03).
021700     05  BI-PLN-FOLIO                PIC ZZZ9.
021800     05  FILLER                      PIC X(03).
021900     05  BI-PLN-PAGE                 PIC X(20).
022000
022100 01  BI-RPT-COUNT-LINE.
022200     05  BI-RPT-CNT-LABEL            PIC X(28).
022300     05  BI-RPT-CNT-VALUE            PIC ZZZZZZ9.
022400
022500 PROCEDURE DIVISION.
022600
022700******************************************************************
022800* 0000-MAINLINE                                                 *
022900******************************************************************
023000 0000-MAINLINE.
023100     PERFORM 9500-STAMP-START-TS
023200         THRU 9500-EXIT.
023300     PERFORM 1000-INITIALIZE
023400         THRU 1000-EXIT.
023500     IF BI-MAX-RC < 8
023600         PERFORM 2000-COLLECT-WEEKS
023700             THRU 2000-EXIT
023800         PERFORM 3000-NUMBER-PAGES
023900             THRU 3000-EXIT
024000     END-IF.
024100     IF BI-MAX-RC < 8
024200         PERFORM 4000-IMPOSE-SIGNATURES
024300             THRU 4000-EXIT
024400     END-IF.
024500     IF BI-REPORT-STATUS = "00"
024600         PERFORM 6000-PRINT-TRAILER
024700             THRU 6000-EXIT
024800     END-IF.
024900     PERFORM 9000-TERMINATE
025000         THRU 9000-EXIT.
025100     PERFORM 9600-WRITE-RUN-STATS
025200         THRU 9600-EXIT.
025300     MOVE BI-MAX-RC TO RETURN-CODE.
025400     STOP RUN.
025500
025600******************************************************************
025700* 1000-INITIALIZE - the template and year, the template's        *
025800*   binding record, then the files.  Without a binding record    *
025900*   there is no telling where the weeks start, so the run stops. *
026000******************************************************************
026100 1000-INITIALIZE.
026200     ACCEPT BI-CURRENT-DATE FROM DATE YYYYMMDD.
026300     MOVE BI-CURRENT-DATE TO BI-TTL-DATE.
026400     MOVE "N" TO BI-PLAN-OPEN-SW.
026500     MOVE "99" TO BI-REPORT-STATUS.
026600     MOVE "99" TO BI-LAYOUT-STATUS.
026700     PERFORM 1100-GET-RUN-PARAMETERS
026800         THRU 1100-EXIT.
026900     PERFORM 1200-LOAD-BINDING
027000         THRU 1200-EXIT.
027100     IF BI-MAX-RC > 4
027200         GO TO 1000-EXIT
027300     END-IF.
027400     OPEN INPUT LAYOUT-FILE.
027500     IF BI-LAYOUT-STATUS NOT = "00"
027600         DISPLAY "** Unable to open WEEKLAYT - status "
027700                 BI-LAYOUT-STATUS "."
027800         MOVE 8 TO BI-MAX-RC
027900         GO TO 1000-EXIT
028000     END-IF.
028100     OPEN OUTPUT REPORT-FILE.
028200     IF BI-REPORT-STATUS NOT = "00"
028300         DISPLAY "** Unable to open BINDIRPT - status "
028400                 BI-REPORT-STATUS "."
028500         MOVE 8 TO BI-MAX-RC
028600         GO TO 1000-EXIT
028700     END-IF.
028800     MOVE SPACES TO BI-PLAN-NAME.
028900     STRING "BINDPLAN." DELIMITED BY SIZE
029000            BI-TEMPLATE-INPUT DELIMITED BY SPACE
029100            "." DELIMITED BY SIZE
029200            BI-YEAR-INPUT DELIMITED BY SIZE
029300         INTO BI-PLAN-NAME
029400     END-STRING.
029500     OPEN OUTPUT PLAN-FILE.
029600     IF BI-PLAN-STATUS NOT = "00"
029700         DISPLAY "** Unable to open " BI-PLAN-NAME
029800                 " - status " BI-PLAN-STATUS "."
029900         MOVE 8 TO BI-MAX-RC
030000         GO TO 1000-EXIT
030100     END-IF.
030200     SET BI-PLAN-OPEN TO TRUE.
030300 1000-EXIT.
030400     EXIT.
030500
030600******************************************************************
030700* 1100-GET-RUN-PARAMETERS                                        *
030800******************************************************************
030900 1100-GET-RUN-PARAMETERS.
031000     DISPLAY "Enter the template name to impose: "
031100             WITH NO ADVANCING.
031200     ACCEPT BI-TEMPLATE-INPUT.
031300     IF BI-TEMPLATE-INPUT = SPACES
031400         DISPLAY "** A template name is needed - try again."
031500         GO TO 1100-GET-RUN-PARAMETERS
031600     END-IF.
031700 1100-GET-YEAR.
031800     DISPLAY "Enter the diary year (YYYY): " WITH NO ADVANCING.
031900     ACCEPT BI-YEAR-INPUT.
032000     IF BI-YEAR-INPUT NOT NUMERIC
032100         DISPLAY "** Year must be numeric YYYY - try again."
032200         GO TO 1100-GET-YEAR
032300     END-IF.
032400     MOVE BI-YEAR-INPUT TO BI-DIARY-YEAR.
032500     IF BI-DIARY-YEAR < 1601
032600         DISPLAY "** Year must be 1601 or later - try again."
032700         GO TO 1100-GET-YEAR
032800     END-IF.
032900     MOVE BI-TEMPLATE-INPUT TO BI-TTL-TEMPLATE.
033000     MOVE BI-DIARY-YEAR TO BI-TTL-YEAR.
033100 1100-EXIT.
033200     EXIT.
033300
033400******************************************************************
033500* 1200-LOAD-BINDING - the template's TMPLBIND record.  A blank   *
033600*   signature size is 16 and blank matter counts are none; any   *
033700*   other size, or a count that is not a number, stops the run.  *
033800******************************************************************
033900 1200-LOAD-BINDING.
034000     MOVE "N" TO BI-BINDING-FOUND-SW.
034100     MOVE "N" TO BI-BINDING-EOF-SW.
034200     OPEN INPUT BINDING-FILE.
034300     IF BI-BINDING-STATUS NOT = "00"
034400         DISPLAY "** Unable to open TMPLBIND - status "
034500                 BI-BINDING-STATUS "."
034600         MOVE 8 TO BI-MAX-RC
034700         GO TO 1200-EXIT
034800     END-IF.
034900     PERFORM 1210-READ-ONE-BINDING
035000         THRU 1210-EXIT
035100         UNTIL BI-BINDING-EOF OR BI-BINDING-FOUND.
035200     CLOSE BINDING-FILE.
035300     IF NOT BI-BINDING-FOUND
035400         DISPLAY "** No TMPLBIND binding record for "
035500                 BI-TEMPLATE-INPUT " - nothing imposed."
035600         MOVE 8 TO BI-MAX-RC
035700         GO TO 1200-EXIT
035800     END-IF.
035900     IF BND-SIGNATURE-PAGES-X = SPACES
036000         MOVE 16 TO BI-SIG-PAGES
036100     ELSE
036200         IF BND-SIGNATURE-PAGES NOT NUMERIC
036300                 OR (BND-SIGNATURE-PAGES NOT = 16
036400                 AND BND-SIGNATURE-PAGES NOT = 32)
036500             DISPLAY "** TMPLBIND signature size for "
036600                     BI-TEMPLATE-INPUT " is '"
036700                     BND-SIGNATURE-PAGES-X
036800                     "' - must be 16 or 32."
036900             MOVE 8 TO BI-MAX-RC
037000             GO TO 1200-EXIT
037100         END-IF
037200         MOVE BND-SIGNATURE-PAGES TO BI-SIG-PAGES
037300     END-IF.
037400     IF BND-FRONT-PAGES-X = SPACES
037500         MOVE ZERO TO BI-FRONT-PAGES
037600     ELSE
037700         IF BND-FRONT-PAGES NOT NUMERIC
037800             DISPLAY "** TMPLBIND front matter count for "
037900                     BI-TEMPLATE-INPUT " is not numeric."
038000             MOVE 8 TO BI-MAX-RC
038100             GO TO 1200-EXIT
038200         END-IF
038300         MOVE BND-FRONT-PAGES TO BI-FRONT-PAGES
038400     END-IF.
038500     IF BND-BACK-PAGES-X = SPACES
038600         MOVE ZERO TO BI-BACK-PAGES
038700     ELSE
038800         IF BND-BACK-PAGES NOT NUMERIC
038900             DISPLAY "** TMPLBIND back matter count for "
039000                     BI-TEMPLATE-INPUT " is not numeric."
039100             MOVE 8 TO BI-MAX-RC
039200             GO TO 1200-EXIT
039300         END-IF
039400         MOVE BND-BACK-PAGES TO BI-BACK-PAGES
039500     END-IF.
039600     COMPUTE BI-SHEETS-PER-SIG = BI-SIG-PAGES / 16.
039700 1200-EXIT.
039800     EXIT.
039900
040000******************************************************************
040100* 1210-READ-ONE-BINDING                                          *
040200******************************************************************
040300 1210-READ-ONE-BINDING.
040400     READ BINDING-FILE
040500         AT END
040600             SET BI-BINDING-EOF TO TRUE
040700             GO TO 1210-EXIT
040800     END-READ.
040900     IF BND-TEMPLATE-NAME = BI-TEMPLATE-INPUT
041000         SET BI-BINDING-FOUND TO TRUE
041100     END-IF.
041200 1210-EXIT.
041300     EXIT.
041400
041500******************************************************************
041600* 2000-COLLECT-WEEKS - every Monday of the diary year in turn.   *
041700*   Day 1 of the integer date calendar is a Monday, so MOD 7 of  *
041800*   1 marks every Monday.                                        *
041900******************************************************************
042000 2000-COLLECT-WEEKS.
042100     MOVE BI-RPT-EXCEPTION-HEADING TO BI-RPT-HEADING-LINE.
042200     COMPUTE BI-WORK-DATE = BI-DIARY-YEAR * 10000 + 0101.
042300     COMPUTE BI-FIRST-INT =
042400             FUNCTION INTEGER-OF-DATE(BI-WORK-DATE).
042500     COMPUTE BI-FIRST-INT = BI-FIRST-INT
042600             - FUNCTION MOD(BI-FIRST-INT - 1, 7).
042700     COMPUTE BI-WORK-DATE = BI-DIARY-YEAR * 10000 + 1231.
042800     COMPUTE BI-LAST-INT =
042900             FUNCTION INTEGER-OF-DATE(BI-WORK-DATE).
043000     COMPUTE BI-LAST-INT = BI-LAST-INT
043100             - FUNCTION MOD(BI-LAST-INT - 1, 7).
043200     PERFORM 2100-COLLECT-ONE-WEEK
043300         THRU 2100-EXIT
043400         VARYING BI-WEEK-INT FROM BI-FIRST-INT BY 7
043500         UNTIL BI-WEEK-INT > BI-LAST-INT.
043600     IF BI-WEEKS-NOT-FILED > ZERO OR BI-WEEKS-NOT-APPROVED > ZERO
043700         MOVE 4 TO BI-MAX-RC
043800         DISPLAY "** " BI-WEEKS-NOT-FILED " week(s) not filed "
043900                 "and "
044000                 BI-WEEKS-NOT-APPROVED " not approved are left "
044100                 "out - see BINDIRPT."
044200     END-IF.
044300 2000-EXIT.
044400     EXIT.
044500
044600******************************************************************
044700* 2100-COLLECT-ONE-WEEK - an approved week joins the book; a     *
044800*   week not filed, or not approved, is listed and left out.     *
044900******************************************************************
045000 2100-COLLECT-ONE-WEEK.
045100     ADD 1 TO BI-WEEKS-IN-YEAR.
045200     COMPUTE BI-WORK-DATE =
045300             FUNCTION DATE-OF-INTEGER(BI-WEEK-INT).
045400     MOVE BI-TEMPLATE-INPUT TO LAY-TEMPLATE-NAME.
045500     MOVE BI-WORK-DATE TO LAY-PAGE-DATE.
045600     MOVE BI-WORK-DATE TO BI-EXC-WEEK.
045700     READ LAYOUT-FILE
045800         INVALID KEY
045900             ADD 1 TO BI-WEEKS-NOT-FILED
046000             MOVE "NOT FILED ON WEEKLAYT" TO BI-EXC-REASON
046100             MOVE BI-RPT-EXCEPTION-LINE TO BI-RPT-WORK-LINE
046200             PERFORM 4270-WRITE-RPT-LINE
046300                 THRU 4270-EXIT
046400             GO TO 2100-EXIT
046500     END-READ.
046600     IF NOT LAY-APPR-APPROVED
046700         ADD 1 TO BI-WEEKS-NOT-APPROVED
046800         IF LAY-APPR-REJECTED
046900             MOVE "NOT APPROVED - REJECTED" TO BI-EXC-REASON
047000         ELSE
047100             MOVE "NOT APPROVED - DRAFT" TO BI-EXC-REASON
047200         END-IF
047300         MOVE BI-RPT-EXCEPTION-LINE TO BI-RPT-WORK-LINE
047400         PERFORM 4270-WRITE-RPT-LINE
047500             THRU 4270-EXIT
047600         GO TO 2100-EXIT
047700     END-IF.
047800     ADD 1 TO BI-WEEK-COUNT.
047900     MOVE BI-WORK-DATE TO BI-WEEK-DATE (BI-WEEK-COUNT).
048000 2100-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400* 3000-NUMBER-PAGES - folios run front matter, the weeks, back   *
048500*   matter, then notes pages to the end of the last signature.   *
048600******************************************************************
048700 3000-NUMBER-PAGES.
048800     COMPUTE BI-BOOK-PAGES =
048900             BI-FRONT-PAGES + BI-WEEK-COUNT + BI-BACK-PAGES.
049000     IF BI-BOOK-PAGES = ZERO
049100         DISPLAY "** Nothing to impose for " BI-TEMPLATE-INPUT
049200                 " " BI-DIARY-YEAR " - no approved weeks and no "
049300                 "front or back matter."
049400         MOVE 8 TO BI-MAX-RC
049500         GO TO 3000-EXIT
049600     END-IF.
049700     COMPUTE BI-SIGNATURE-COUNT =
049800             (BI-BOOK-PAGES + BI-SIG-PAGES - 1) / BI-SIG-PAGES.
049900     COMPUTE BI-TOTAL-PAGES = BI-SIGNATURE-COUNT * BI-SIG-PAGES.
050000     COMPUTE BI-NOTES-PAGES = BI-TOTAL-PAGES - BI-BOOK-PAGES.
050100     COMPUTE BI-SHEET-COUNT =
050200             BI-SIGNATURE-COUNT * BI-SHEETS-PER-SIG.
050300     COMPUTE BI-FIRST-WEEK-FOLIO = BI-FRONT-PAGES + 1.
050400     COMPUTE BI-FIRST-BACK-FOLIO =
050500             BI-FIRST-WEEK-FOLIO + BI-WEEK-COUNT.
050600     COMPUTE BI-FIRST-NOTES-FOLIO =
050700             BI-FIRST-BACK-FOLIO + BI-BACK-PAGES.
050800 3000-EXIT.
050900     EXIT.
051000
051100******************************************************************
051200* 4000-IMPOSE-SIGNATURES - the plan in press order: signature,   *
051300*   sheet, front side then back, position.                       *
051400******************************************************************
051500 4000-IMPOSE-SIGNATURES.
051600     MOVE BI-RPT-PLAN-HEADING TO BI-RPT-HEADING-LINE.
051700     MOVE 999 TO BI-RPT-LINE-CTR.
051800     PERFORM 4100-IMPOSE-ONE-SIGNATURE
051900         THRU 4100-EXIT
052000         VARYING BI-SIG-IDX FROM 1 BY 1
052100         UNTIL BI-SIG-IDX > BI-SIGNATURE-COUNT.
052200     DISPLAY BI-TEMPLATE-INPUT " " BI-DIARY-YEAR ": "
052300             BI-TOTAL-PAGES " page(s) on " BI-SIGNATURE-COUNT
052400             " signature(s) - plan in " BI-PLAN-NAME.
052500 4000-EXIT.
052600     EXIT.
052700
052800******************************************************************
052900* 4100-IMPOSE-ONE-SIGNATURE                                      *
053000******************************************************************
053100 4100-IMPOSE-ONE-SIGNATURE.
053200     PERFORM 4200-IMPOSE-ONE-SHEET
053300         THRU 4200-EXIT
053400         VARYING BI-SHEET-IDX FROM 1 BY 1
053500         UNTIL BI-SHEET-IDX > BI-SHEETS-PER-SIG.
053600 4100-EXIT.
053700     EXIT.
053800
053900******************************************************************
054000* 4200-IMPOSE-ONE-SHEET                                          *
054100******************************************************************
054200 4200-IMPOSE-ONE-SHEET.
054300     PERFORM 4300-IMPOSE-ONE-SIDE
054400         THRU 4300-EXIT
054500         VARYING BI-SIDE-IDX FROM 1 BY 1
054600         UNTIL BI-SIDE-IDX > 2.
054700 4200-EXIT.
054800     EXIT.
054900
055000******************************************************************
055100* 4300-IMPOSE-ONE-SIDE                                           *
055200******************************************************************
055300 4300-IMPOSE-ONE-SIDE.
055400     PERFORM 4400-IMPOSE-ONE-PAGE
055500         THRU 4400-EXIT
055600         VARYING BI-POS-IDX FROM 1 BY 1
055700         UNTIL BI-POS-IDX > 8.
055800 4300-EXIT.
055900     EXIT.
056000
056100******************************************************************
056200* 4400-IMPOSE-ONE-PAGE - the scheme gives the page of the        *
056300*   16-page section at this position.  Sheet n of a signature    *
056400*   is inset: its first eight pages follow those of the sheets   *
056500*   outside it, its last eight come before theirs.               *
056600******************************************************************
056700 4400-IMPOSE-ONE-PAGE.
056800     MOVE BI-SCHEME-PAGE (BI-SIDE-IDX, BI-POS-IDX)
056900         TO BI-SECTION-PAGE.
057000     IF BI-SECTION-PAGE NOT > 8
057100         COMPUTE BI-SIG-PAGE =
057200                 (BI-SHEET-IDX - 1) * 8 + BI-SECTION-PAGE
057300     ELSE
057400         COMPUTE BI-SIG-PAGE = BI-SIG-PAGES
057500                 - (BI-SHEET-IDX * 8) + (BI-SECTION-PAGE - 8)
057600     END-IF.
057700     COMPUTE BI-FOLIO =
057800             (BI-SIG-IDX - 1) * BI-SIG-PAGES + BI-SIG-PAGE.
057900     MOVE SPACES TO PLAN-RECORD.
058000     MOVE BI-TEMPLATE-INPUT TO IMP-TEMPLATE-NAME.
058100     MOVE BI-DIARY-YEAR TO IMP-DIARY-YEAR.
058200     MOVE BI-SIG-IDX TO IMP-SIGNATURE.
058300     COMPUTE IMP-SHEET =
058400             (BI-SIG-IDX - 1) * BI-SHEETS-PER-SIG + BI-SHEET-IDX.
058500     IF BI-SIDE-IDX = 1
058600         SET IMP-SIDE-FRONT TO TRUE
058700     ELSE
058800         SET IMP-SIDE-BACK TO TRUE
058900     END-IF.
059000     MOVE BI-POS-IDX TO IMP-POSITION.
059100     MOVE BI-FOLIO TO IMP-FOLIO.
059200     PERFORM 4500-CLASSIFY-FOLIO
059300         THRU 4500-EXIT.
059400     WRITE PLAN-RECORD.
059500     ADD 1 TO BI-PLAN-WRITTEN.
059600     PERFORM 4600-REPORT-PAGE
059700         THRU 4600-EXIT.
059800 4400-EXIT.
059900     EXIT.
060000
060100******************************************************************
060200* 4500-CLASSIFY-FOLIO - what the folio carries.                  *
060300******************************************************************
060400 4500-CLASSIFY-FOLIO.
060500     MOVE ZERO TO IMP-PAGE-DATE.
060600     IF BI-FOLIO < BI-FIRST-WEEK-FOLIO
060700         SET IMP-FRONT-MATTER TO TRUE
060800         GO TO 4500-EXIT
060900     END-IF.
061000     IF BI-FOLIO < BI-FIRST-BACK-FOLIO
061100         SET IMP-WEEK-PAGE TO TRUE
061200         COMPUTE BI-WEEK-IDX =
061300                 BI-FOLIO - BI-FIRST-WEEK-FOLIO + 1
061400         MOVE BI-WEEK-DATE (BI-WEEK-IDX) TO IMP-PAGE-DATE
061500         GO TO 4500-EXIT
061600     END-IF.
061700     IF BI-FOLIO < BI-FIRST-NOTES-FOLIO
061800         SET IMP-BACK-MATTER TO TRUE
061900         GO TO 4500-EXIT
062000     END-IF.
062100     SET IMP-NOTES-PAGE TO TRUE.
062200 4500-EXIT.
062300     EXIT.
062400
062500******************************************************************
062600* 4600-REPORT-PAGE                                               *
062700******************************************************************
062800 4600-REPORT-PAGE.
062900     MOVE SPACES TO BI-RPT-PLAN-LINE.
063000     MOVE IMP-SIGNATURE TO BI-PLN-SIGNATURE.
063100     MOVE IMP-SHEET TO BI-PLN-SHEET.
063200     IF IMP-SIDE-FRONT
063300         MOVE "FRONT" TO BI-PLN-SIDE
063400     ELSE
063500         MOVE "BACK" TO BI-PLN-SIDE
063600     END-IF.
063700     MOVE IMP-POSITION TO BI-PLN-POSITION.
063800     MOVE IMP-FOLIO TO BI-PLN-FOLIO.
063900     IF IMP-WEEK-PAGE
064000         STRING "WEEK " DELIMITED BY SIZE
064100                IMP-PAGE-DATE DELIMITED BY SIZE
064200             INTO BI-PLN-PAGE
064300         END-STRING
064400     ELSE
064500         IF IMP-FRONT-MATTER
064600             MOVE "FRONT MATTER" TO BI-PLN-PAGE
064700         ELSE
064800             IF IMP-BACK-MATTER
064900                 MOVE "BACK MATTER" TO BI-PLN-PAGE
065000             ELSE
065100                 MOVE "NOTES" TO BI-PLN-PAGE
065200             END-IF
065300         END-IF
065400     END-IF.
065500     MOVE BI-RPT-PLAN-LINE TO BI-RPT-WORK-LINE.
065600     PERFORM 4270-WRITE-RPT-LINE
065700         THRU 4270-EXIT.
065800 4600-EXIT.
065900     EXIT.
066000
066100******************************************************************
066200* 4270-WRITE-RPT-LINE - one line onto BINDIRPT, breaking to a    *
066300*   fresh page with the title and column headings every          *
066400*   BI-RPT-LINES-PER-PAGE lines.                                 *
066500******************************************************************
066600 4270-WRITE-RPT-LINE.
066700     IF BI-RPT-LINE-CTR > BI-RPT-LINES-PER-PAGE
066800         PERFORM 4280-START-REPORT-PAGE
066900             THRU 4280-EXIT
067000     END-IF.
067100     WRITE REPORT-PRINT-LINE FROM BI-RPT-WORK-LINE.
067200     ADD 1 TO BI-RPT-LINE-CTR.
067300 4270-EXIT.
067400     EXIT.
067500
067600******************************************************************
067700* 4280-START-REPORT-PAGE                                         *
067800******************************************************************
067900 4280-START-REPORT-PAGE.
068000     ADD 1 TO BI-RPT-PAGE-CTR.
068100     MOVE BI-RPT-PAGE-CTR TO BI-TTL-PAGE.
068200     WRITE REPORT-PRINT-LINE FROM BI-RPT-TITLE-LINE.
068300     WRITE REPORT-PRINT-LINE FROM BI-RPT-HEADING-LINE.
068400     MOVE SPACES TO REPORT-PRINT-LINE.
068500     WRITE REPORT-PRINT-LINE.
068600     MOVE 3 TO BI-RPT-LINE-CTR.
068700 4280-EXIT.
068800     EXIT.
068900
069000******************************************************************
069100* 6000-PRINT-TRAILER - a fresh page with the run's counts.       *
069200******************************************************************
069300 6000-PRINT-TRAILER.
069400     ADD 1 TO BI-RPT-PAGE-CTR.
069500     MOVE BI-RPT-PAGE-CTR TO BI-TTL-PAGE.
069600     WRITE REPORT-PRINT-LINE FROM BI-RPT-TITLE-LINE.
069700     MOVE SPACES TO REPORT-PRINT-LINE.
069800     WRITE REPORT-PRINT-LINE.
069900     MOVE "WEEKS IN THE DIARY YEAR   :" TO BI-RPT-CNT-LABEL.
070000     MOVE BI-WEEKS-IN-YEAR TO BI-RPT-CNT-VALUE.
070100     WRITE REPORT-PRINT-LINE FROM BI-RPT-COUNT-LINE.
070200     MOVE "  IMPOSED                 :" TO BI-RPT-CNT-LABEL.
070300     MOVE BI-WEEK-COUNT TO BI-RPT-CNT-VALUE.
070400     WRITE REPORT-PRINT-LINE FROM BI-RPT-COUNT-LINE.
070500     MOVE "  NOT FILED               :" TO BI-RPT-CNT-LABEL.
070600     MOVE BI-WEEKS-NOT-FILED TO BI-RPT-CNT-VALUE.
070700     WRITE REPORT-PRINT-LINE FROM BI-RPT-COUNT-LINE.
070800     MOVE "  NOT APPROVED            :" TO BI-RPT-CNT-LABEL.
070900     MOVE BI-WEEKS-NOT-APPROVED TO BI-RPT-CNT-VALUE.
071000     WRITE REPORT-PRINT-LINE FROM BI-RPT-COUNT-LINE.
071100     MOVE "FRONT MATTER PAGES        :" TO BI-RPT-CNT-LABEL.
071200     MOVE BI-FRONT-PAGES TO BI-RPT-CNT-VALUE.
071300     WRITE REPORT-PRINT-LINE FROM BI-RPT-COUNT-LINE.
071400     MOVE "BACK MATTER PAGES         :" TO BI-RPT-CNT-LABEL.
071500     MOVE BI-BACK-PAGES TO BI-RPT-CNT-VALUE.
071600     WRITE REPORT-PRINT-LINE FROM BI-RPT-COUNT-LINE.
071700     MOVE "NOTES PAGES ADDED         :" TO BI-RPT-CNT-LABEL.
071800     MOVE BI-NOTES-PAGES TO BI-RPT-CNT-VALUE.
071900     WRITE REPORT-PRINT-LINE FROM BI-RPT-COUNT-LINE.
072000     MOVE "TOTAL PAGES               :" TO BI-RPT-CNT-LABEL.
072100     MOVE BI-TOTAL-PAGES TO BI-RPT-CNT-VALUE.
072200     WRITE REPORT-PRINT-LINE FROM BI-RPT-COUNT-LINE.
072300     MOVE "PAGES PER SIGNATURE       :" TO BI-RPT-CNT-LABEL.
072400     MOVE BI-SIG-PAGES TO BI-RPT-CNT-VALUE.
072500     WRITE REPORT-PRINT-LINE FROM BI-RPT-COUNT-LINE.
072600     MOVE "SIGNATURES                :" TO BI-RPT-CNT-LABEL.
072700     MOVE BI-SIGNATURE-COUNT TO BI-RPT-CNT-VALUE.
072800     WRITE REPORT-PRINT-LINE FROM BI-RPT-COUNT-LINE.
072900     MOVE "PRESS SHEETS              :" TO BI-RPT-CNT-LABEL.
073000     MOVE BI-SHEET-COUNT TO BI-RPT-CNT-VALUE.
073100     WRITE REPORT-PRINT-LINE FROM BI-RPT-COUNT-LINE.
073200 6000-EXIT.
073300     EXIT.
073400
073500******************************************************************
073600* 9000-TERMINATE                                                 *
073700******************************************************************
073800 9000-TERMINATE.
073900     IF BI-PLAN-OPEN
074000         CLOSE PLAN-FILE
074100     END-IF.
074200     IF BI-REPORT-STATUS = "00"
074300         CLOSE REPORT-FILE
074400     END-IF.
074500     IF BI-LAYOUT-STATUS = "00"
074600         CLOSE LAYOUT-FILE
074700     END-IF.
074800 9000-EXIT.
074900     EXIT.
075000
075100******************************************************************
075200* 9500-STAMP-START-TS - the start of job, to the second, for     *
075300*   the run-statistics record.                                   *
075400******************************************************************
075500 9500-STAMP-START-TS.
075600     ACCEPT BI-CURRENT-DATE FROM DATE YYYYMMDD.
075700     ACCEPT BI-CURRENT-TIME FROM TIME.
075800     MOVE BI-CURRENT-DATE TO BI-START-TS (1:8).
075900     MOVE BI-CURRENT-TIME-X (1:6) TO BI-START-TS (9:6).
076000 9500-EXIT.
076100     EXIT.
076200
076300******************************************************************
076400* 9600-WRITE-RUN-STATS - one record onto the shared RUNSTATS     *
076500*   file at end of job, created automatically on the first run.  *
076600******************************************************************
076700 9600-WRITE-RUN-STATS.
076800     ACCEPT BI-CURRENT-DATE FROM DATE YYYYMMDD.
076900     ACCEPT BI-CURRENT-TIME FROM TIME.
077000     MOVE BI-CURRENT-DATE TO BI-END-TS (1:8).
077100     MOVE BI-CURRENT-TIME-X (1:6) TO BI-END-TS (9:6).
077200     OPEN EXTEND RUN-STATS-FILE.
077300     IF BI-RUNSTATS-STATUS = "35"
077400         OPEN OUTPUT RUN-STATS-FILE
077500         CLOSE RUN-STATS-FILE
077600         OPEN EXTEND RUN-STATS-FILE
077700     END-IF.
077800     IF BI-RUNSTATS-STATUS NOT = "00"
077900         DISPLAY "** Unable to open RUNSTATS - status "
078000                 BI-RUNSTATS-STATUS " - run not recorded."
078100         GO TO 9600-EXIT
078200     END-IF.
078300     MOVE SPACES TO RUN-STATS-RECORD.
078400     MOVE "BINDIMPO" TO RS-PROGRAM.
078500     MOVE BI-START-TS TO RS-START-TS.
078600     MOVE BI-END-TS TO RS-END-TS.
078700     MOVE BI-WEEKS-IN-YEAR TO RS-RECORDS-IN.
078800     MOVE BI-PLAN-WRITTEN TO RS-RECORDS-OUT.
078900     COMPUTE RS-RECORDS-REJ =
079000             BI-WEEKS-NOT-FILED + BI-WEEKS-NOT-APPROVED.
079100     MOVE BI-MAX-RC TO RS-RETURN-CODE.
079200     WRITE RUN-STATS-RECORD.
079300     CLOSE RUN-STATS-FILE.
079400 9600-EXIT.
079500     EXIT.
