000100******************************************************************
000200* PROGRAM      : BINDCOST                                       *
000300* AUTHOR       : J. HALVERSEN                                   *
000400* INSTALLATION : DIARY LAYOUT UNIT                               *
000500* DATE-WRITTEN : 2026.10.15                                      *
000600* DATE-COMPILED:                                                 *
000700*                                                                *
000800* PURPOSE.                                                      *
000900*   Costs a bindery proof run for the finance chargeback.       *
001000*   Reads the WEEKMANF manifest WEEKPRNT's work-order mode      *
001100*   wrote, in step with the WEEKWORK orders behind it, and      *
001200*   prices every request printed: the pages a copy takes come  *
001300*   from the template revision in force for the week - its     *
001400*   page height less top and bottom margin, over the line      *
001500*   height, against the week's total lines - the paper size is *
001600*   the smallest on the BINDRATE rate table the page fits, and  *
001700*   each copy carries the per-proof handling charge.  Requests  *
001800*   refused unapproved or whose layout was not found are shown *
001900*   apart as waste.  The BINDRPT chargeback report lists every *
002000*   request, the waste, and the sheets and cost per job         *
002100*   reference, per template, per month and per paper size; the *
002200*   same totals go to the BINDSUMM summary file for finance.    *
002300*   Return code 0 clean, 4 when the manifest and the orders do  *
002400*   not tie up or a table overflowed, 8 when a file will not    *
002500*   open or the rate table carries no paper.                    *
002600*                                                                *
002700* MODIFICATION HISTORY.                                         *
002800*   2026.10.15  JH  Original version.                            *
002800*   2026.10.15  JH  A WEEKWORK family request is matched to the *
002800*                   manifest line of every member of the family *
002800*                   off FAMMAST; FAMILY NOT FOUND lines are     *
002800*                   waste.                                      *
002800*   2026.10.15  JH  WEEKWORK signature orders and their          *
002800*                   SIGNATURE manifest lines are passed over -   *
002800*                   press signatures are not proof work.         *
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.    BINDCOST.
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
004400     SELECT MANIFEST-FILE
004500         ASSIGN TO "WEEKMANF"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS BC-MANIFEST-STATUS.
004800
004900     SELECT WORK-ORDER-FILE
005000         ASSIGN TO "WEEKWORK"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS BC-WORK-STATUS.
005300
005400     SELECT MASTER-FILE
005500         ASSIGN TO "TMPLMAST"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS TMPM-KEY
005900         FILE STATUS IS BC-MASTER-STATUS.
006000
006100     SELECT RATE-FILE
006200         ASSIGN TO "BINDRATE"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS BC-RATE-STATUS.
006500
006600     SELECT REPORT-FILE
006700         ASSIGN TO "BINDRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS BC-REPORT-STATUS.
007000
007100     SELECT SUMMARY-FILE
007200         ASSIGN TO "BINDSUMM"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS BC-SUMMARY-STATUS.
007500
007600     SELECT RUN-STATS-FILE
007700         ASSIGN TO "RUNSTATS"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS BC-RUNSTATS-STATUS.
007900
007900     SELECT FAMILY-FILE
007900         ASSIGN TO "FAMMAST"
007900         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS FAM-CODE
007900         FILE STATUS IS BC-FAMILY-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300******************************************************************
008400* The manifest is WEEKPRNT's print file; its detail lines are    *
008500* laid out as WEEKPRNT's WP-MANIFEST-LINE, and the title,        *
008600* heading and count lines are recognised and passed over.        *
008700******************************************************************
008800 FD  MANIFEST-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  MANIFEST-LINE.
009100     05  MNF-JOB-REF                 PIC X(10).
009200     05  FILLER                      PIC X(02).
009300     05  MNF-TEMPLATE                PIC X(08).
009400     05  FILLER                      PIC X(02).
009500     05  MNF-WEEK                    PIC X(08).
009600     05  MNF-WEEK-N REDEFINES MNF-WEEK
009700                                     PIC 9(08).
009800     05  FILLER                      PIC X(02).
009900     05  MNF-COPIES                  PIC ZZ9.
010000     05  FILLER                      PIC X(04).
010100     05  MNF-DISPOSITION             PIC X(22).
010200         88  MNF-PRINTED                 VALUE "PRINTED".
010300         88  MNF-NOT-FOUND               VALUE
010400                                         "LAYOUT NOT FOUND".
010500         88  MNF-REFUSED                 VALUE
010600                                         "SKIPPED - UNAPPROVED".
010600         88  MNF-FAMILY-NOT-FOUND        VALUE
010600                                         "FAMILY NOT FOUND".
010700     05  MNF-LINES                   PIC ZZZ9.
010800     05  FILLER                      PIC X(15).
010900
011000 FD  WORK-ORDER-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY WKWORKRE.
011300
011400 FD  MASTER-FILE
011500     LABEL RECORDS ARE STANDARD.
011600     COPY WKTMPLM.
011700
011800 FD  RATE-FILE
011900     LABEL RECORDS ARE STANDARD.
012000     COPY WKRATERE.
012100
012200 FD  REPORT-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  REPORT-PRINT-LINE               PIC X(80).
012500
012600 FD  SUMMARY-FILE
012700     LABEL RECORDS ARE STANDARD.
012800     COPY WKBNDSUM.
012900
013000 FD  RUN-STATS-FILE
013100     LABEL RECORDS ARE STANDARD.
013200     COPY WKRSTAT.
013200
013200 FD  FAMILY-FILE
013200     LABEL RECORDS ARE STANDARD.
013200     COPY WKFAMM.
013300
013400 WORKING-STORAGE SECTION.
013500 01  BC-SWITCHES.
013600     05  BC-MANIFEST-EOF-SW          PIC X(01).
013700         88  BC-MANIFEST-EOF             VALUE 'Y'.
013800     05  BC-WORK-EOF-SW              PIC X(01).
013900         88  BC-WORK-EOF                 VALUE 'Y'.
014000     05  BC-WORK-OPEN-SW             PIC X(01).
014100         88  BC-WORK-OPEN                VALUE 'Y'.
014200     05  BC-RATE-EOF-SW              PIC X(01).
014300         88  BC-RATE-EOF                 VALUE 'Y'.
014400     05  BC-REV-EOF-SW               PIC X(01).
014500         88  BC-REV-EOF                  VALUE 'Y'.
014600     05  BC-IN-FORCE-SW              PIC X(01).
014700         88  BC-REVISION-IN-FORCE        VALUE 'Y'.
014800     05  BC-ENTRY-FOUND-SW           PIC X(01).
014900         88  BC-ENTRY-FOUND              VALUE 'Y'.
015000     05  BC-WASTE-SW                 PIC X(01).
015100         88  BC-WASTE                    VALUE 'Y'.
015110     05  BC-FAMILY-OPEN-SW           PIC X(01).
015120         88  BC-FAMILY-OPEN              VALUE 'Y'.
015130     05  BC-FAMILY-HELD-SW           PIC X(01).
015140         88  BC-FAMILY-HELD              VALUE 'Y'.
015150     05  BC-FAMILY-FOUND-SW          PIC X(01).
015160         88  BC-FAMILY-FOUND             VALUE 'Y'.
015170     05  BC-MEMBER-SW                PIC X(01).
015180         88  BC-MEMBER-OF-FAMILY         VALUE 'Y'.
015200
015300 01  BC-FILE-STATUS-GROUP.
015400     05  BC-MANIFEST-STATUS          PIC X(02).
015500     05  BC-WORK-STATUS              PIC X(02).
015600     05  BC-MASTER-STATUS            PIC X(02).
015700     05  BC-RATE-STATUS              PIC X(02).
015800     05  BC-REPORT-STATUS            PIC X(02).
015900     05  BC-SUMMARY-STATUS           PIC X(02).
016000     05  BC-RUNSTATS-STATUS          PIC X(02).
016050     05  BC-FAMILY-STATUS            PIC X(02).
016100
016200 77  BC-MAX-RC                       PIC 9(02) VALUE ZERO.
016300 77  BC-REQUESTS-READ                PIC 9(07) VALUE ZERO.
016400 77  BC-REQ-COSTED                   PIC 9(07) VALUE ZERO.
016500 77  BC-REQ-NOTFOUND                 PIC 9(07) VALUE ZERO.
016600 77  BC-REQ-REFUSED                  PIC 9(07) VALUE ZERO.
016700 77  BC-REQ-NOT-RUN                  PIC 9(07) VALUE ZERO.
016800 77  BC-OUT-OF-STEP                  PIC 9(07) VALUE ZERO.
016900 77  BC-STD-SIZE-COUNT               PIC 9(07) VALUE ZERO.
016950 77  BC-MBR-IDX                      PIC 9(02).
016960 77  BC-MEMBER-MAX                   PIC 9(02) VALUE 10.
017000
017100 77  BC-REQ-COPIES                   PIC 9(03).
017200 77  BC-REQ-LINES                    PIC 9(04).
017300 77  BC-REQ-PAGES                    PIC 9(04).
017400 77  BC-REQ-SHEETS                   PIC 9(07).
017500 77  BC-REQ-SHEET-COST               PIC 9(07)V9(02).
017600 77  BC-REQ-HANDLING                 PIC 9(07)V9(02).
017700 77  BC-REQ-NOTE                     PIC X(22).
017800 77  BC-LINES-PER-PAGE               PIC 9(03).
017900 77  BC-USABLE-HEIGHT                PIC 9(03)V9(02).
018000 77  BC-PPR-IDX                      PIC 9(02) COMP.
018100 77  BC-PPR-SCAN                     PIC 9(02) COMP.
018200 77  BC-PROOF-CHARGE                 PIC 9(03)V9(02) VALUE ZERO.
018300 01  BC-SELECTED-MASTER              PIC X(101).
018400
018500 01  BC-PAPER-TABLE.
018600     05  BC-PAPER-COUNT              PIC 9(02) VALUE ZERO.
018700     05  BC-PAPER-ENTRY OCCURS 10.
018800         10  BC-PPR-SIZE             PIC X(04).
018900         10  BC-PPR-MAX-HEIGHT       PIC 9(03)V9(02).
019000         10  BC-PPR-SHEET-COST       PIC 9(03)V9(04).
019100         10  BC-PPR-REQUESTS         PIC 9(05).
019200         10  BC-PPR-COPIES           PIC 9(06).
019300         10  BC-PPR-SHEETS           PIC 9(07).
019400         10  BC-PPR-COST             PIC 9(07)V9(02).
019500 77  BC-PAPER-MAX                    PIC 9(02) VALUE 10.
019600
019700******************************************************************
019800* The chargeback totals - one entry per job reference ('J'),     *
019900* template ('T') and month ('M'), in order first seen, plus the  *
020000* grand total.                                                   *
020100******************************************************************
020200 01  BC-TOTAL-TABLE.
020300     05  BC-TOTAL-COUNT              PIC 9(03) VALUE ZERO.
020400     05  BC-TOTAL-ENTRY OCCURS 300.
020500         10  BC-TOT-TYPE             PIC X(01).
020600         10  BC-TOT-KEY              PIC X(10).
020700         10  BC-TOT-REQUESTS         PIC 9(05).
020800         10  BC-TOT-COPIES           PIC 9(06).
020900         10  BC-TOT-SHEETS           PIC 9(07).
021000         10  BC-TOT-SHEET-COST       PIC 9(07)V9(02).
021100         10  BC-TOT-HANDLING         PIC 9(07)V9(02).
021200         10  BC-TOT-WASTE-REQ        PIC 9(05).
021300         10  BC-TOT-WASTE-COPIES     PIC 9(06).
021400 77  BC-TOTAL-MAX                    PIC 9(03) VALUE 300.
021500 77  BC-TOT-IDX                      PIC 9(03) COMP.
021600 77  BC-TOT-SCAN                     PIC 9(03) COMP.
021700 77  BC-ACC-TYPE                     PIC X(01).
021800 77  BC-ACC-KEY                      PIC X(10).
021900 77  BC-PRINT-TYPE                   PIC X(01).
022000
022100 01  BC-GRAND-TOTAL.
022200     05  BC-GRD-REQUESTS             PIC 9(05) VALUE ZERO.
022300     05  BC-GRD-COPIES               PIC 9(06) VALUE ZERO.
022400     05  BC-GRD-SHEETS               PIC 9(07) VALUE ZERO.
022500     05  BC-GRD-SHEET-COST           PIC 9(07)V9(02) VALUE ZERO.
022600     05  BC-GRD-HANDLING             PIC 9(07)V9(02) VALUE ZERO.
022700     05  BC-GRD-WASTE-REQ            PIC 9(05) VALUE ZERO.
022800     05  BC-GRD-WASTE-COPIES         PIC 9(06) VALUE ZERO.
022900
023000******************************************************************
023100* The waste requests, held for their own section of the report. *
023200******************************************************************
023300 01  BC-WASTE-TABLE.
023400     05  BC-WASTE-COUNT              PIC 9(03) VALUE ZERO.
023500     05  BC-WASTE-ENTRY OCCURS 200.
023600         10  BC-WST-LINE             PIC X(80).
023700 77  BC-WASTE-MAX                    PIC 9(03) VALUE 200.
023800 77  BC-WST-IDX                      PIC 9(03) COMP.
023900
024000 77  BC-CURRENT-DATE                 PIC 9(08).
024100 01  BC-TIME-GROUP.
024200     05  BC-CURRENT-TIME             PIC 9(08).
024300     05  BC-CURRENT-TIME-X REDEFINES BC-CURRENT-TIME
024400                                     PIC X(08).
024500 77  BC-START-TS                     PIC X(14).
024600 77  BC-END-TS                       PIC X(14).
024700
024800 77  BC-RPT-LINE-CTR                 PIC 9(03) VALUE 999.
024900 77  BC-RPT-PAGE-CTR                 PIC 9(05) VALUE ZERO.
025000 77  BC-RPT-LINES-PER-PAGE           PIC 9(03) VALUE 055.
025100 01  BC-RPT-WORK-LINE                PIC X(80).
025200 01  BC-RPT-CURRENT-HEADING          PIC X(80).
025300
025400 01  BC-RPT-TITLE-LINE.
025500     05  BC-TTL-TEXT                 PIC X(50).
025600     05  FILLER                      PIC X(05) VALUE "RUN ".
025700     05  BC-TTL-DATE                 PIC 9(08).
025800     05  FILLER                      PIC X(09) VALUE "    PAGE".
025900     05  BC-TTL-PAGE                 PIC ZZZZ9.
026000
026100 01  BC-RPT-DETAIL-HEADING.
026200     05  FILLER                      PIC X(41)
026300         VALUE "JOB REF    TEMPLATE WEEK     COP PGS SIZE".
026400     05  FILLER                      PIC X(39)
026500         VALUE "SHEETS      COST NOTE".
026600
026700 01  BC-RPT-DETAIL-LINE.
026800     05  BC-DTL-JOB-REF              PIC X(10).
026900     05  FILLER                      PIC X(01).
027000     05  BC-DTL-TEMPLATE             PIC X(08).
027100     05  FILLER                      PIC X(01).
027200     05  BC-DTL-WEEK                 PIC X(08).
027300     05  FILLER                      PIC X(01).
027400     05  BC-DTL-COPIES               PIC ZZ9.
027500     05  FILLER                      PIC X(01).
027600     05  BC-DTL-PAGES                PIC ZZ9.
027700     05  FILLER                      PIC X(01).
027800     05  BC-DTL-PAPER                PIC X(04).
027900     05  FILLER                      PIC X(01).
028000     05  BC-DTL-SHEETS               PIC ZZZZ9.
028100     05  FILLER                      PIC X(01).
028200     05  BC-DTL-COST                 PIC ZZ,ZZ9.99.
028300     05  FILLER                      PIC X(01).
028400     05  BC-DTL-NOTE                 PIC X(22).
028500
028600 01  BC-RPT-TOTAL-HEADING.
028700     05  FILLER                      PIC X(40)
028800         VALUE "             REQS COPIES  SHEETS SHEET C".
028900     05  FILLER                      PIC X(40)
029000         VALUE "OST  HANDLING      TOTAL  WASTE".
029100
029200 01  BC-RPT-TOTAL-LINE.
029300     05  BC-SUM-KEY                  PIC X(10).
029400     05  FILLER                      PIC X(02).
029500     05  BC-SUM-REQUESTS             PIC ZZZZ9.
029600     05  FILLER                      PIC X(01).
029700     05  BC-SUM-COPIES               PIC ZZZZZ9.
029800     05  FILLER                      PIC X(01).
029900     05  BC-SUM-SHEETS               PIC ZZZZZZ9.
030000     05  FILLER                      PIC X(01).
030100     05  BC-SUM-SHEET-COST           PIC ZZZ,ZZ9.99.
030200     05  FILLER                      PIC X(01).
030300     05  BC-SUM-HANDLING             PIC ZZ,ZZ9.99.
030400     05  FILLER                      PIC X(01).
030500     05  BC-SUM-TOTAL                PIC ZZZ,ZZ9.99.
030600     05  FILLER                      PIC X(02).
030700     05  BC-SUM-WASTE                PIC ZZZZ9.
030800
030900 01  BC-RPT-COUNT-LINE.
031000     05  BC-RPT-CNT-LABEL            PIC X(28).
031100     05  BC-RPT-CNT-VALUE            PIC ZZZZZZ9.
031200
031300 PROCEDURE DIVISION.
031400
031500******************************************************************
031600* 0000-MAINLINE                                                 *
031700******************************************************************
031800 0000-MAINLINE.
031900     PERFORM 9500-STAMP-START-TS
032000         THRU 9500-EXIT.
032100     PERFORM 1000-INITIALIZE
032200         THRU 1000-EXIT.
032300     IF BC-MAX-RC < 8
032400         PERFORM 2000-COST-MANIFEST
032500             THRU 2000-EXIT
032600         PERFORM 6000-PRINT-CHARGEBACK
032700             THRU 6000-EXIT
032800         PERFORM 9000-TERMINATE
032900             THRU 9000-EXIT
033000     END-IF.
033100     PERFORM 9600-WRITE-RUN-STATS
033200         THRU 9600-EXIT.
033300     MOVE BC-MAX-RC TO RETURN-CODE.
033400     STOP RUN.
033500
033600******************************************************************
033700* 1000-INITIALIZE - the rate table first, since nothing can be   *
033800*   priced without it, then the files.  A missing WEEKWORK only  *
033900*   means the manifest cannot be tied back to its orders.        *
034000******************************************************************
034100 1000-INITIALIZE.
034200     ACCEPT BC-CURRENT-DATE FROM DATE YYYYMMDD.
034300     MOVE BC-CURRENT-DATE TO BC-TTL-DATE.
034400     PERFORM 1100-LOAD-RATES
034500         THRU 1100-EXIT.
034600     IF BC-MAX-RC NOT < 8
034700         GO TO 1000-EXIT
034800     END-IF.
034900
035000     OPEN INPUT MANIFEST-FILE.
035100     IF BC-MANIFEST-STATUS NOT = "00"
035200         DISPLAY "** Unable to open WEEKMANF - status "
035300                 BC-MANIFEST-STATUS "."
035400         MOVE 8 TO BC-MAX-RC
035500         GO TO 1000-EXIT
035600     END-IF.
035700     OPEN INPUT MASTER-FILE.
035800     IF BC-MASTER-STATUS NOT = "00"
035900         DISPLAY "** Unable to open TMPLMAST - status "
036000                 BC-MASTER-STATUS "."
036100         CLOSE MANIFEST-FILE
036200         MOVE 8 TO BC-MAX-RC
036300         GO TO 1000-EXIT
036400     END-IF.
036500     OPEN OUTPUT REPORT-FILE.
036600     IF BC-REPORT-STATUS NOT = "00"
036700         DISPLAY "** Unable to open BINDRPT - status "
036800                 BC-REPORT-STATUS "."
036900         CLOSE MANIFEST-FILE
037000         CLOSE MASTER-FILE
037100         MOVE 8 TO BC-MAX-RC
037200         GO TO 1000-EXIT
037300     END-IF.
037400     OPEN OUTPUT SUMMARY-FILE.
037500     IF BC-SUMMARY-STATUS NOT = "00"
037600         DISPLAY "** Unable to open BINDSUMM - status "
037700                 BC-SUMMARY-STATUS "."
037800         CLOSE MANIFEST-FILE
037900         CLOSE MASTER-FILE
038000         CLOSE REPORT-FILE
038100         MOVE 8 TO BC-MAX-RC
038200         GO TO 1000-EXIT
038300     END-IF.
038400
038500     MOVE "N" TO BC-WORK-OPEN-SW.
038600     MOVE "N" TO BC-WORK-EOF-SW.
038700     OPEN INPUT WORK-ORDER-FILE.
038800     IF BC-WORK-STATUS = "00"
038900         SET BC-WORK-OPEN TO TRUE
039000     ELSE
039100         DISPLAY "** Unable to open WEEKWORK - status "
039200                 BC-WORK-STATUS " - manifest costed without "
039300                 "its orders."
039400         SET BC-WORK-EOF TO TRUE
039500         MOVE 4 TO BC-MAX-RC
039600     END-IF.
039610     MOVE "N" TO BC-FAMILY-OPEN-SW.
039620     MOVE "N" TO BC-FAMILY-HELD-SW.
039630     OPEN INPUT FAMILY-FILE.
039640     IF BC-FAMILY-STATUS = "00"
039650         SET BC-FAMILY-OPEN TO TRUE
039660     END-IF.
039700 1000-EXIT.
039800     EXIT.
039900
040000******************************************************************
040100* 1100-LOAD-RATES - the whole BINDRATE table into storage; no    *
040200*   paper size on it stops the run.                              *
040300******************************************************************
040400 1100-LOAD-RATES.
040500     MOVE "N" TO BC-RATE-EOF-SW.
040600     OPEN INPUT RATE-FILE.
040700     IF BC-RATE-STATUS NOT = "00"
040800         DISPLAY "** Unable to open BINDRATE - status "
040900                 BC-RATE-STATUS "."
041000         MOVE 8 TO BC-MAX-RC
041100         GO TO 1100-EXIT
041200     END-IF.
041300     PERFORM 1110-LOAD-ONE-RATE
041400         THRU 1110-EXIT
041500         UNTIL BC-RATE-EOF.
041600     CLOSE RATE-FILE.
041700     IF BC-PAPER-COUNT = ZERO
041800         DISPLAY "** BINDRATE carries no paper size - nothing "
041900                 "can be costed."
042000         MOVE 8 TO BC-MAX-RC
042100     END-IF.
042200 1100-EXIT.
042300     EXIT.
042400
042500******************************************************************
042600* 1110-LOAD-ONE-RATE                                             *
042700******************************************************************
042800 1110-LOAD-ONE-RATE.
042900     READ RATE-FILE
043000         AT END
043100             SET BC-RATE-EOF TO TRUE
043200             GO TO 1110-EXIT
043300     END-READ.
043400     IF RTE-HANDLING-RATE
043500         IF RTE-PROOF-CHARGE NUMERIC
043600             MOVE RTE-PROOF-CHARGE TO BC-PROOF-CHARGE
043700         ELSE
043800             DISPLAY "** BINDRATE handling charge not numeric "
043900                     "- ignored."
044000         END-IF
044100         GO TO 1110-EXIT
044200     END-IF.
044300     IF NOT RTE-PAPER-RATE
044400         GO TO 1110-EXIT
044500     END-IF.
044600     IF RTE-MAX-HEIGHT NOT NUMERIC
044700             OR RTE-SHEET-COST NOT NUMERIC
044800         DISPLAY "** BINDRATE paper " RTE-PAPER-SIZE
044900                 " not numeric - ignored."
045000         GO TO 1110-EXIT
045100     END-IF.
045200     IF BC-PAPER-COUNT >= BC-PAPER-MAX
045300         DISPLAY "** BINDRATE is over " BC-PAPER-MAX
045400                 " paper sizes - " RTE-PAPER-SIZE " dropped."
045500         GO TO 1110-EXIT
045600     END-IF.
045700     ADD 1 TO BC-PAPER-COUNT.
045800     MOVE RTE-PAPER-SIZE TO BC-PPR-SIZE (BC-PAPER-COUNT).
045900     MOVE RTE-MAX-HEIGHT TO BC-PPR-MAX-HEIGHT (BC-PAPER-COUNT).
046000     MOVE RTE-SHEET-COST TO BC-PPR-SHEET-COST (BC-PAPER-COUNT).
046100     MOVE ZERO TO BC-PPR-REQUESTS (BC-PAPER-COUNT).
046200     MOVE ZERO TO BC-PPR-COPIES (BC-PAPER-COUNT).
046300     MOVE ZERO TO BC-PPR-SHEETS (BC-PAPER-COUNT).
046400     MOVE ZERO TO BC-PPR-COST (BC-PAPER-COUNT).
046500 1110-EXIT.
046600     EXIT.
046700
046800******************************************************************
046900* 9000-TERMINATE                                                *
047000******************************************************************
047100 9000-TERMINATE.
047200     CLOSE MANIFEST-FILE.
047300     CLOSE MASTER-FILE.
047400     CLOSE REPORT-FILE.
047500     CLOSE SUMMARY-FILE.
047600     IF BC-WORK-OPEN
047700         CLOSE WORK-ORDER-FILE
047800     END-IF.
047810     IF BC-FAMILY-OPEN
047820         CLOSE FAMILY-FILE
047830     END-IF.
047900     DISPLAY BC-REQ-COSTED " request(s) costed, "
048000             BC-GRD-SHEETS " sheet(s), "
048100             BC-GRD-WASTE-REQ " waste - see BINDRPT.".
048200 9000-EXIT.
048300     EXIT.
048400
048500******************************************************************
048600* 2000-COST-MANIFEST - every manifest request in turn, then any  *
048700*   orders left on WEEKWORK that the run never reached.          *
048800******************************************************************
048900 2000-COST-MANIFEST.
049000     MOVE "N" TO BC-MANIFEST-EOF-SW.
049100     MOVE "REQUEST DETAIL" TO BC-TTL-TEXT.
049200     MOVE BC-RPT-DETAIL-HEADING TO BC-RPT-CURRENT-HEADING.
049300     PERFORM 2100-COST-ONE-REQUEST
049400         THRU 2100-EXIT
049500         UNTIL BC-MANIFEST-EOF.
049600     PERFORM 2800-LIST-ONE-NOT-RUN
049700         THRU 2800-EXIT
049800         UNTIL BC-WORK-EOF.
049900 2000-EXIT.
050000     EXIT.
050100
050200******************************************************************
050300* 2100-COST-ONE-REQUEST - a manifest line that is not a request  *
050400*   (title, heading, blank, count) is passed over.  Each request *
050500*   is matched to the next order on WEEKWORK - WEEKPRNT writes   *
050600*   one line per non-blank order in order - and a mismatch is    *
050700*   noted but the manifest, being what was printed, is costed.   *
050800******************************************************************
050900 2100-COST-ONE-REQUEST.
051000     READ MANIFEST-FILE
051100         AT END
051200             SET BC-MANIFEST-EOF TO TRUE
051300             GO TO 2100-EXIT
051400     END-READ.
051500     IF MNF-WEEK NOT NUMERIC
051600         GO TO 2100-EXIT
051700     END-IF.
051800     IF NOT MNF-PRINTED AND NOT MNF-NOT-FOUND
051900             AND NOT MNF-REFUSED AND NOT MNF-FAMILY-NOT-FOUND
052000         GO TO 2100-EXIT
052100     END-IF.
052200     ADD 1 TO BC-REQUESTS-READ.
052300     MOVE SPACES TO BC-REQ-NOTE.
052400     PERFORM 2200-MATCH-WORK-ORDER
052500         THRU 2200-EXIT.
052600
052700     MOVE MNF-COPIES TO BC-REQ-COPIES.
052800     MOVE MNF-LINES TO BC-REQ-LINES.
052900     MOVE ZERO TO BC-REQ-PAGES.
053000     MOVE ZERO TO BC-REQ-SHEETS.
053100     MOVE ZERO TO BC-REQ-SHEET-COST.
053200     MOVE ZERO TO BC-REQ-HANDLING.
053300     MOVE ZERO TO BC-PPR-IDX.
053400     MOVE "N" TO BC-WASTE-SW.
053500
053600     IF MNF-PRINTED
053700         ADD 1 TO BC-REQ-COSTED
053800         PERFORM 2300-PRICE-REQUEST
053900             THRU 2300-EXIT
054000     ELSE
054100         SET BC-WASTE TO TRUE
054200         IF MNF-NOT-FOUND OR MNF-FAMILY-NOT-FOUND
054300             ADD 1 TO BC-REQ-NOTFOUND
054400             MOVE "WASTE - NOT FOUND" TO BC-REQ-NOTE
054500         ELSE
054600             ADD 1 TO BC-REQ-REFUSED
054700             MOVE "WASTE - UNAPPROVED" TO BC-REQ-NOTE
054800         END-IF
054900     END-IF.
055000
055100     PERFORM 2500-ACCUMULATE-REQUEST
055200         THRU 2500-EXIT.
055300     PERFORM 2700-LIST-REQUEST
055400         THRU 2700-EXIT.
055500 2100-EXIT.
055600     EXIT.
055700
055800******************************************************************
055900* 2200-MATCH-WORK-ORDER - the next non-blank order on WEEKWORK.  *
055910*   A family order is held while the manifest lines that follow *
055920*   belong to it - one per member, or the one FAMILY NOT FOUND   *
055930*   line - and only then is the next order read.                 *
056000******************************************************************
056100 2200-MATCH-WORK-ORDER.
056200     IF BC-WORK-EOF
056300         GO TO 2200-EXIT
056400     END-IF.
056410     IF BC-FAMILY-HELD
056420         PERFORM 2220-CHECK-FAMILY-LINE
056430             THRU 2220-EXIT
056440         IF BC-MEMBER-OF-FAMILY
056450             GO TO 2200-EXIT
056460         END-IF
056470         MOVE "N" TO BC-FAMILY-HELD-SW
056480     END-IF.
056500     PERFORM 2210-READ-WORK-ORDER
056600         THRU 2210-EXIT.
056700     IF BC-WORK-EOF
056800         ADD 1 TO BC-OUT-OF-STEP
056900         MOVE "NOT ON WEEKWORK" TO BC-REQ-NOTE
057000         GO TO 2200-EXIT
057100     END-IF.
057110     IF WKO-FAMILY-REQUEST
057120         PERFORM 2230-HOLD-FAMILY-ORDER
057130             THRU 2230-EXIT
057140         PERFORM 2220-CHECK-FAMILY-LINE
057150             THRU 2220-EXIT
057160         IF NOT BC-MEMBER-OF-FAMILY
057170             ADD 1 TO BC-OUT-OF-STEP
057180             MOVE "OUT OF STEP - WEEKWORK" TO BC-REQ-NOTE
057190         END-IF
057195         GO TO 2200-EXIT
057198     END-IF.
057200     IF WKO-TEMPLATE-NAME NOT = MNF-TEMPLATE
057300             OR WKO-PAGE-DATE NOT = MNF-WEEK-N
057400             OR WKO-JOB-REF NOT = MNF-JOB-REF
057500         ADD 1 TO BC-OUT-OF-STEP
057600         MOVE "OUT OF STEP - WEEKWORK" TO BC-REQ-NOTE
057700     END-IF.
057800 2200-EXIT.
057900     EXIT.
058000
058100******************************************************************
058200* 2210-READ-WORK-ORDER - blank orders are skipped, as WEEKPRNT   *
058300*   skips them.  Signature orders are passed over, as are the    *
058300*   SIGNATURE lines WEEKPRNT writes for them.                    *
058400******************************************************************
058500 2210-READ-WORK-ORDER.
058600     READ WORK-ORDER-FILE
058700         AT END
058800             SET BC-WORK-EOF TO TRUE
058900             GO TO 2210-EXIT
059000     END-READ.
059100     IF WKO-TEMPLATE-NAME = SPACES OR WKO-SIGNATURE-REQUEST
059200         GO TO 2210-READ-WORK-ORDER
059300     END-IF.
059400 2210-EXIT.
059500     EXIT.
059500
059500******************************************************************
059500* 2220-CHECK-FAMILY-LINE - the manifest line belongs to the held *
059500*   family order when week and job reference agree and the       *
059500*   template is a member, or is the family code itself where the *
059500*   family was not on file.                                      *
059500******************************************************************
059500 2220-CHECK-FAMILY-LINE.
059500     MOVE "N" TO BC-MEMBER-SW.
059500     IF WKO-PAGE-DATE NOT = MNF-WEEK-N
059500             OR WKO-JOB-REF NOT = MNF-JOB-REF
059500         GO TO 2220-EXIT
059500     END-IF.
059500     IF MNF-TEMPLATE = WKO-TEMPLATE-NAME
059500         SET BC-MEMBER-OF-FAMILY TO TRUE
059500         GO TO 2220-EXIT
059500     END-IF.
059500     IF NOT BC-FAMILY-FOUND
059500         GO TO 2220-EXIT
059500     END-IF.
059500     PERFORM 2225-CHECK-ONE-MEMBER
059500         THRU 2225-EXIT
059500         VARYING BC-MBR-IDX FROM 1 BY 1
059500         UNTIL BC-MBR-IDX > FAM-MEMBER-COUNT
059500            OR BC-MBR-IDX > BC-MEMBER-MAX
059500            OR BC-MEMBER-OF-FAMILY.
059500 2220-EXIT.
059500     EXIT.
059500
059500******************************************************************
059500* 2225-CHECK-ONE-MEMBER                                          *
059500******************************************************************
059500 2225-CHECK-ONE-MEMBER.
059500     IF FAM-MEMBER-NAME (BC-MBR-IDX) = MNF-TEMPLATE
059500         SET BC-MEMBER-OF-FAMILY TO TRUE
059500     END-IF.
059500 2225-EXIT.
059500     EXIT.
059500
059500******************************************************************
059500* 2230-HOLD-FAMILY-ORDER - the family named on the order, off    *
059500*   FAMMAST, kept in the record area for the lines that follow.  *
059500******************************************************************
059500 2230-HOLD-FAMILY-ORDER.
059500     SET BC-FAMILY-HELD TO TRUE.
059500     MOVE "N" TO BC-FAMILY-FOUND-SW.
059500     IF NOT BC-FAMILY-OPEN
059500         GO TO 2230-EXIT
059500     END-IF.
059500     MOVE WKO-TEMPLATE-NAME TO FAM-CODE.
059500     READ FAMILY-FILE
059500         INVALID KEY
059500             GO TO 2230-EXIT
059500     END-READ.
059500     SET BC-FAMILY-FOUND TO TRUE.
059500 2230-EXIT.
059500     EXIT.
059600
059700******************************************************************
059800* 2300-PRICE-REQUEST - pages per copy off the revision in force  *
059900*   for the week; a template without dimensions, or no longer on *
060000*   TMPLMAST, goes one page per copy on the standard size.       *
060100******************************************************************
060200 2300-PRICE-REQUEST.
060300     MOVE 1 TO BC-REQ-PAGES.
060400     MOVE 1 TO BC-PPR-IDX.
060500     PERFORM 2400-FIND-REVISION
060600         THRU 2400-EXIT.
060700     IF NOT BC-REVISION-IN-FORCE
060800         MOVE "NO MASTER - STD SIZE" TO BC-REQ-NOTE
060900         ADD 1 TO BC-STD-SIZE-COUNT
061000         GO TO 2300-PRICE
061100     END-IF.
061200     MOVE BC-SELECTED-MASTER TO MASTER-RECORD.
061300     IF TMPM-DIMENSION-SW NOT = "Y"
061400             OR TMPM-PAGE-HEIGHT NOT NUMERIC
061500             OR TMPM-PAGE-MARGIN NOT NUMERIC
061600             OR TMPM-LINE-HEIGHT NOT NUMERIC
061700         MOVE "NO DIMENSIONS - STD" TO BC-REQ-NOTE
061800         ADD 1 TO BC-STD-SIZE-COUNT
061900         GO TO 2300-PRICE
062000     END-IF.
062100     IF TMPM-LINE-HEIGHT = ZERO
062200             OR (2 * TMPM-PAGE-MARGIN) NOT < TMPM-PAGE-HEIGHT
062300         MOVE "NO DIMENSIONS - STD" TO BC-REQ-NOTE
062400         ADD 1 TO BC-STD-SIZE-COUNT
062500         GO TO 2300-PRICE
062600     END-IF.
062700
062800     COMPUTE BC-USABLE-HEIGHT =
062900             TMPM-PAGE-HEIGHT - (2 * TMPM-PAGE-MARGIN).
063000     COMPUTE BC-LINES-PER-PAGE =
063100             BC-USABLE-HEIGHT / TMPM-LINE-HEIGHT.
063200     IF BC-LINES-PER-PAGE > ZERO AND BC-REQ-LINES > ZERO
063300         COMPUTE BC-REQ-PAGES =
063400             (BC-REQ-LINES + BC-LINES-PER-PAGE - 1)
063500             / BC-LINES-PER-PAGE
063600     END-IF.
063700     PERFORM 2350-FIT-PAPER
063800         THRU 2350-EXIT.
063900 2300-PRICE.
064000     COMPUTE BC-REQ-SHEETS = BC-REQ-PAGES * BC-REQ-COPIES.
064100     COMPUTE BC-REQ-SHEET-COST ROUNDED =
064200             BC-REQ-SHEETS * BC-PPR-SHEET-COST (BC-PPR-IDX).
064300     COMPUTE BC-REQ-HANDLING = BC-REQ-COPIES * BC-PROOF-CHARGE.
064400 2300-EXIT.
064500     EXIT.
064600
064700******************************************************************
064800* 2350-FIT-PAPER - the smallest size the page fits; a page       *
064900*   taller than every size goes on the tallest, noted.           *
065000******************************************************************
065100 2350-FIT-PAPER.
065200     MOVE ZERO TO BC-PPR-IDX.
065300     PERFORM 2360-TRY-ONE-PAPER
065400         THRU 2360-EXIT
065500         VARYING BC-PPR-SCAN FROM 1 BY 1
065600         UNTIL BC-PPR-SCAN > BC-PAPER-COUNT.
065700     IF BC-PPR-IDX > ZERO
065800         GO TO 2350-EXIT
065900     END-IF.
066000     MOVE 1 TO BC-PPR-IDX.
066100     PERFORM 2370-TRY-TALLEST
066200         THRU 2370-EXIT
066300         VARYING BC-PPR-SCAN FROM 2 BY 1
066400         UNTIL BC-PPR-SCAN > BC-PAPER-COUNT.
066500     MOVE "OVERSIZE - TALLEST" TO BC-REQ-NOTE.
066600 2350-EXIT.
066700     EXIT.
066800
066900******************************************************************
067000* 2360-TRY-ONE-PAPER                                             *
067100******************************************************************
067200 2360-TRY-ONE-PAPER.
067300     IF BC-PPR-MAX-HEIGHT (BC-PPR-SCAN) < TMPM-PAGE-HEIGHT
067400         GO TO 2360-EXIT
067500     END-IF.
067600     IF BC-PPR-IDX = ZERO
067700         MOVE BC-PPR-SCAN TO BC-PPR-IDX
067800         GO TO 2360-EXIT
067900     END-IF.
068000     IF BC-PPR-MAX-HEIGHT (BC-PPR-SCAN)
068100             < BC-PPR-MAX-HEIGHT (BC-PPR-IDX)
068200         MOVE BC-PPR-SCAN TO BC-PPR-IDX
068300     END-IF.
068400 2360-EXIT.
068500     EXIT.
068600
068700******************************************************************
068800* 2370-TRY-TALLEST                                               *
068900******************************************************************
069000 2370-TRY-TALLEST.
069100     IF BC-PPR-MAX-HEIGHT (BC-PPR-SCAN)
069200             > BC-PPR-MAX-HEIGHT (BC-PPR-IDX)
069300         MOVE BC-PPR-SCAN TO BC-PPR-IDX
069400     END-IF.
069500 2370-EXIT.
069600     EXIT.
069700
069800******************************************************************
069900* 2400-FIND-REVISION - the template's revisions in effective-    *
070000*   date order; the last one not later than the week's page      *
070100*   date is the one in force.                                    *
070200******************************************************************
070300 2400-FIND-REVISION.
070400     MOVE "N" TO BC-IN-FORCE-SW.
070500     MOVE "N" TO BC-REV-EOF-SW.
070600     MOVE MNF-TEMPLATE TO TMPM-NAME.
070700     MOVE ZERO TO TMPM-EFFECTIVE-DATE.
070800     START MASTER-FILE KEY NOT < TMPM-KEY
070900         INVALID KEY
071000             SET BC-REV-EOF TO TRUE
071100     END-START.
071200     PERFORM 2410-SIFT-ONE-REVISION
071300         THRU 2410-EXIT
071400         UNTIL BC-REV-EOF.
071500 2400-EXIT.
071600     EXIT.
071700
071800******************************************************************
071900* 2410-SIFT-ONE-REVISION                                         *
072000******************************************************************
072100 2410-SIFT-ONE-REVISION.
072200     READ MASTER-FILE NEXT
072300         AT END
072400             SET BC-REV-EOF TO TRUE
072500             GO TO 2410-EXIT
072600     END-READ.
072700     IF TMPM-NAME NOT = MNF-TEMPLATE
072800             OR TMPM-EFFECTIVE-DATE > MNF-WEEK-N
072900         SET BC-REV-EOF TO TRUE
073000         GO TO 2410-EXIT
073100     END-IF.
073200     MOVE MASTER-RECORD TO BC-SELECTED-MASTER.
073300     SET BC-REVISION-IN-FORCE TO TRUE.
073400 2410-EXIT.
073500     EXIT.
073600
073700******************************************************************
073800* 2500-ACCUMULATE-REQUEST - the request into its job reference,  *
073900*   template and month, its paper size, and the grand total.     *
074000******************************************************************
074100 2500-ACCUMULATE-REQUEST.
074200     MOVE "J" TO BC-ACC-TYPE.
074300     MOVE MNF-JOB-REF TO BC-ACC-KEY.
074400     IF BC-ACC-KEY = SPACES
074500         MOVE "(NONE)" TO BC-ACC-KEY
074600     END-IF.
074700     PERFORM 2600-ADD-TO-TOTAL
074800         THRU 2600-EXIT.
074900     MOVE "T" TO BC-ACC-TYPE.
075000     MOVE MNF-TEMPLATE TO BC-ACC-KEY.
075100     PERFORM 2600-ADD-TO-TOTAL
075200         THRU 2600-EXIT.
075300     MOVE "M" TO BC-ACC-TYPE.
075400     MOVE SPACES TO BC-ACC-KEY.
075500     MOVE MNF-WEEK (1:4) TO BC-ACC-KEY (1:4).
075600     MOVE "." TO BC-ACC-KEY (5:1).
075700     MOVE MNF-WEEK (5:2) TO BC-ACC-KEY (6:2).
075800     PERFORM 2600-ADD-TO-TOTAL
075900         THRU 2600-EXIT.
076000
076100     IF BC-WASTE
076200         ADD 1 TO BC-GRD-WASTE-REQ
076300         ADD BC-REQ-COPIES TO BC-GRD-WASTE-COPIES
076400         GO TO 2500-EXIT
076500     END-IF.
076600     ADD 1 TO BC-GRD-REQUESTS.
076700     ADD BC-REQ-COPIES TO BC-GRD-COPIES.
076800     ADD BC-REQ-SHEETS TO BC-GRD-SHEETS.
076900     ADD BC-REQ-SHEET-COST TO BC-GRD-SHEET-COST.
077000     ADD BC-REQ-HANDLING TO BC-GRD-HANDLING.
077100     ADD 1 TO BC-PPR-REQUESTS (BC-PPR-IDX).
077200     ADD BC-REQ-COPIES TO BC-PPR-COPIES (BC-PPR-IDX).
077300     ADD BC-REQ-SHEETS TO BC-PPR-SHEETS (BC-PPR-IDX).
077400     ADD BC-REQ-SHEET-COST TO BC-PPR-COST (BC-PPR-IDX).
077500 2500-EXIT.
077600     EXIT.
077700
077800******************************************************************
077900* 2600-ADD-TO-TOTAL - finds or opens the entry for BC-ACC-TYPE   *
078000*   and BC-ACC-KEY; an entry beyond the table is reported and    *
078100*   left out of its breakdown, though still in the grand total.  *
078200******************************************************************
078300 2600-ADD-TO-TOTAL.
078400     MOVE "N" TO BC-ENTRY-FOUND-SW.
078500     MOVE ZERO TO BC-TOT-IDX.
078600     IF BC-TOTAL-COUNT > ZERO
078700         PERFORM 2610-MATCH-ONE-TOTAL
078800             THRU 2610-EXIT
078900             VARYING BC-TOT-SCAN FROM 1 BY 1
079000             UNTIL BC-TOT-SCAN > BC-TOTAL-COUNT
079100                OR BC-ENTRY-FOUND
079200     END-IF.
079300     IF NOT BC-ENTRY-FOUND
079400         IF BC-TOTAL-COUNT >= BC-TOTAL-MAX
079500             DISPLAY "** Over " BC-TOTAL-MAX " chargeback "
079600                     "totals - " BC-ACC-TYPE " " BC-ACC-KEY
079700                     " not broken out."
079800             MOVE 4 TO BC-MAX-RC
079900             GO TO 2600-EXIT
080000         END-IF
080100         ADD 1 TO BC-TOTAL-COUNT
080200         MOVE BC-TOTAL-COUNT TO BC-TOT-IDX
080300         MOVE BC-ACC-TYPE TO BC-TOT-TYPE (BC-TOT-IDX)
080400         MOVE BC-ACC-KEY TO BC-TOT-KEY (BC-TOT-IDX)
080500         MOVE ZERO TO BC-TOT-REQUESTS (BC-TOT-IDX)
080600         MOVE ZERO TO BC-TOT-COPIES (BC-TOT-IDX)
080700         MOVE ZERO TO BC-TOT-SHEETS (BC-TOT-IDX)
080800         MOVE ZERO TO BC-TOT-SHEET-COST (BC-TOT-IDX)
080900         MOVE ZERO TO BC-TOT-HANDLING (BC-TOT-IDX)
081000         MOVE ZERO TO BC-TOT-WASTE-REQ (BC-TOT-IDX)
081100         MOVE ZERO TO BC-TOT-WASTE-COPIES (BC-TOT-IDX)
081200     END-IF.
081300     IF BC-WASTE
081400         ADD 1 TO BC-TOT-WASTE-REQ (BC-TOT-IDX)
081500         ADD BC-REQ-COPIES TO BC-TOT-WASTE-COPIES (BC-TOT-IDX)
081600         GO TO 2600-EXIT
081700     END-IF.
081800     ADD 1 TO BC-TOT-REQUESTS (BC-TOT-IDX).
081900     ADD BC-REQ-COPIES TO BC-TOT-COPIES (BC-TOT-IDX).
082000     ADD BC-REQ-SHEETS TO BC-TOT-SHEETS (BC-TOT-IDX).
082100     ADD BC-REQ-SHEET-COST TO BC-TOT-SHEET-COST (BC-TOT-IDX).
082200     ADD BC-REQ-HANDLING TO BC-TOT-HANDLING (BC-TOT-IDX).
082300 2600-EXIT.
082400     EXIT.
082500
082600******************************************************************
082700* 2610-MATCH-ONE-TOTAL                                           *
082800******************************************************************
082900 2610-MATCH-ONE-TOTAL.
083000     IF BC-TOT-TYPE (BC-TOT-SCAN) = BC-ACC-TYPE
083100             AND BC-TOT-KEY (BC-TOT-SCAN) = BC-ACC-KEY
083200         SET BC-ENTRY-FOUND TO TRUE
083300         MOVE BC-TOT-SCAN TO BC-TOT-IDX
083400     END-IF.
083500 2610-EXIT.
083600     EXIT.
083700
083800******************************************************************
083900* 2700-LIST-REQUEST - a costed request goes on the detail pages; *
084000*   a waste request is held for the waste section.               *
084100******************************************************************
084200 2700-LIST-REQUEST.
084300     MOVE SPACES TO BC-RPT-DETAIL-LINE.
084400     MOVE MNF-JOB-REF TO BC-DTL-JOB-REF.
084500     MOVE MNF-TEMPLATE TO BC-DTL-TEMPLATE.
084600     MOVE MNF-WEEK TO BC-DTL-WEEK.
084700     MOVE BC-REQ-COPIES TO BC-DTL-COPIES.
084800     MOVE BC-REQ-NOTE TO BC-DTL-NOTE.
084900     IF BC-WASTE
085000         IF BC-WASTE-COUNT >= BC-WASTE-MAX
085100             DISPLAY "** Over " BC-WASTE-MAX " waste requests "
085200                     "- " MNF-TEMPLATE " " MNF-WEEK
085300                     " counted but not listed."
085400             MOVE 4 TO BC-MAX-RC
085500             GO TO 2700-EXIT
085600         END-IF
085700         ADD 1 TO BC-WASTE-COUNT
085800         MOVE BC-RPT-DETAIL-LINE
085900             TO BC-WST-LINE (BC-WASTE-COUNT)
086000         GO TO 2700-EXIT
086100     END-IF.
086200     MOVE BC-REQ-PAGES TO BC-DTL-PAGES.
086300     MOVE BC-PPR-SIZE (BC-PPR-IDX) TO BC-DTL-PAPER.
086400     MOVE BC-REQ-SHEETS TO BC-DTL-SHEETS.
086500     COMPUTE BC-DTL-COST = BC-REQ-SHEET-COST + BC-REQ-HANDLING.
086600     MOVE BC-RPT-DETAIL-LINE TO BC-RPT-WORK-LINE.
086700     PERFORM 4270-WRITE-RPT-LINE
086800         THRU 4270-EXIT.
086900 2700-EXIT.
087000     EXIT.
087100
087200******************************************************************
087300* 2800-LIST-ONE-NOT-RUN - an order with no manifest line never   *
087400*   reached the printer; it is listed, not costed.               *
087500******************************************************************
087600 2800-LIST-ONE-NOT-RUN.
087700     PERFORM 2210-READ-WORK-ORDER
087800         THRU 2210-EXIT.
087900     IF BC-WORK-EOF
088000         GO TO 2800-EXIT
088100     END-IF.
088200     ADD 1 TO BC-REQ-NOT-RUN.
088300     MOVE 4 TO BC-MAX-RC.
088400     MOVE SPACES TO BC-RPT-DETAIL-LINE.
088500     MOVE WKO-JOB-REF TO BC-DTL-JOB-REF.
088600     MOVE WKO-TEMPLATE-NAME TO BC-DTL-TEMPLATE.
088700     MOVE WKO-PAGE-DATE TO BC-DTL-WEEK.
088800     IF WKO-COPIES NUMERIC
088900         MOVE WKO-COPIES TO BC-DTL-COPIES
089000     END-IF.
089100     MOVE "NOT RUN - NO MANIFEST" TO BC-DTL-NOTE.
089200     MOVE BC-RPT-DETAIL-LINE TO BC-RPT-WORK-LINE.
089300     PERFORM 4270-WRITE-RPT-LINE
089400         THRU 4270-EXIT.
089500 2800-EXIT.
089600     EXIT.
089700
089800******************************************************************
089900* 4270-WRITE-RPT-LINE - one line onto BINDRPT, breaking to a     *
090000*   fresh page with the title and the current section's column  *
090100*   headings every BC-RPT-LINES-PER-PAGE lines.                  *
090200******************************************************************
090300 4270-WRITE-RPT-LINE.
090400     IF BC-RPT-LINE-CTR > BC-RPT-LINES-PER-PAGE
090500         PERFORM 4280-START-REPORT-PAGE
090600             THRU 4280-EXIT
090700     END-IF.
090800     WRITE REPORT-PRINT-LINE FROM BC-RPT-WORK-LINE.
090900     ADD 1 TO BC-RPT-LINE-CTR.
091000 4270-EXIT.
091100     EXIT.
091200
091300******************************************************************
091400* 4280-START-REPORT-PAGE                                         *
091500******************************************************************
091600 4280-START-REPORT-PAGE.
091700     ADD 1 TO BC-RPT-PAGE-CTR.
091800     MOVE BC-RPT-PAGE-CTR TO BC-TTL-PAGE.
091900     WRITE REPORT-PRINT-LINE FROM BC-RPT-TITLE-LINE.
092000     WRITE REPORT-PRINT-LINE FROM BC-RPT-CURRENT-HEADING.
092100     MOVE SPACES TO REPORT-PRINT-LINE.
092200     WRITE REPORT-PRINT-LINE.
092300     MOVE 3 TO BC-RPT-LINE-CTR.
092400 4280-EXIT.
092500     EXIT.
092600
092700******************************************************************
092800* 6000-PRINT-CHARGEBACK - the waste, then each breakdown on its  *
092900*   own page and onto BINDSUMM, then the grand total and counts. *
093000******************************************************************
093100 6000-PRINT-CHARGEBACK.
093200     MOVE "WASTE - REFUSED UNAPPROVED OR LAYOUT NOT FOUND"
093300         TO BC-TTL-TEXT.
093400     MOVE BC-RPT-DETAIL-HEADING TO BC-RPT-CURRENT-HEADING.
093500     MOVE 999 TO BC-RPT-LINE-CTR.
093600     PERFORM 6100-PRINT-ONE-WASTE
093700         THRU 6100-EXIT
093800         VARYING BC-WST-IDX FROM 1 BY 1
093900         UNTIL BC-WST-IDX > BC-WASTE-COUNT.
094000
094100     MOVE BC-RPT-TOTAL-HEADING TO BC-RPT-CURRENT-HEADING.
094200     MOVE "CHARGEBACK BY JOB REFERENCE" TO BC-TTL-TEXT.
094300     MOVE "J" TO BC-PRINT-TYPE.
094400     PERFORM 6200-PRINT-BREAKDOWN
094500         THRU 6200-EXIT.
094600     MOVE "CHARGEBACK BY TEMPLATE" TO BC-TTL-TEXT.
094700     MOVE "T" TO BC-PRINT-TYPE.
094800     PERFORM 6200-PRINT-BREAKDOWN
094900         THRU 6200-EXIT.
095000     MOVE "CHARGEBACK BY MONTH OF WEEK PRINTED" TO BC-TTL-TEXT.
095100     MOVE "M" TO BC-PRINT-TYPE.
095200     PERFORM 6200-PRINT-BREAKDOWN
095300         THRU 6200-EXIT.
095400     MOVE "PAPER USAGE BY SIZE" TO BC-TTL-TEXT.
095500     MOVE 999 TO BC-RPT-LINE-CTR.
095600     PERFORM 6400-PRINT-ONE-PAPER
095700         THRU 6400-EXIT
095800         VARYING BC-PPR-SCAN FROM 1 BY 1
095900         UNTIL BC-PPR-SCAN > BC-PAPER-COUNT.
096000     PERFORM 6500-PRINT-GRAND-TOTAL
096100         THRU 6500-EXIT.
096200 6000-EXIT.
096300     EXIT.
096400
096500******************************************************************
096600* 6100-PRINT-ONE-WASTE                                           *
096700******************************************************************
096800 6100-PRINT-ONE-WASTE.
096900     MOVE BC-WST-LINE (BC-WST-IDX) TO BC-RPT-WORK-LINE.
097000     PERFORM 4270-WRITE-RPT-LINE
097100         THRU 4270-EXIT.
097200 6100-EXIT.
097300     EXIT.
097400
097500******************************************************************
097600* 6200-PRINT-BREAKDOWN - every total entry of BC-PRINT-TYPE.     *
097700******************************************************************
097800 6200-PRINT-BREAKDOWN.
097900     MOVE 999 TO BC-RPT-LINE-CTR.
098000     PERFORM 6300-PRINT-ONE-TOTAL
098100         THRU 6300-EXIT
098200         VARYING BC-TOT-IDX FROM 1 BY 1
098300         UNTIL BC-TOT-IDX > BC-TOTAL-COUNT.
098400 6200-EXIT.
098500     EXIT.
098600
098700******************************************************************
098800* 6300-PRINT-ONE-TOTAL - the report line and the finance record. *
098900******************************************************************
099000 6300-PRINT-ONE-TOTAL.
099100     IF BC-TOT-TYPE (BC-TOT-IDX) NOT = BC-PRINT-TYPE
099200         GO TO 6300-EXIT
099300     END-IF.
099400     MOVE SPACES TO BC-RPT-TOTAL-LINE.
099500     MOVE BC-TOT-KEY (BC-TOT-IDX) TO BC-SUM-KEY.
099600     MOVE BC-TOT-REQUESTS (BC-TOT-IDX) TO BC-SUM-REQUESTS.
099700     MOVE BC-TOT-COPIES (BC-TOT-IDX) TO BC-SUM-COPIES.
099800     MOVE BC-TOT-SHEETS (BC-TOT-IDX) TO BC-SUM-SHEETS.
099900     MOVE BC-TOT-SHEET-COST (BC-TOT-IDX) TO BC-SUM-SHEET-COST.
100000     MOVE BC-TOT-HANDLING (BC-TOT-IDX) TO BC-SUM-HANDLING.
100100     COMPUTE BC-SUM-TOTAL = BC-TOT-SHEET-COST (BC-TOT-IDX)
100200             + BC-TOT-HANDLING (BC-TOT-IDX).
100300     MOVE BC-TOT-WASTE-REQ (BC-TOT-IDX) TO BC-SUM-WASTE.
100400     MOVE BC-RPT-TOTAL-LINE TO BC-RPT-WORK-LINE.
100500     PERFORM 4270-WRITE-RPT-LINE
100600         THRU 4270-EXIT.
100700
100800     MOVE SPACES TO BINDERY-SUMMARY-RECORD.
100900     MOVE BC-TOT-TYPE (BC-TOT-IDX) TO BSM-RECORD-TYPE.
101000     MOVE BC-TOT-KEY (BC-TOT-IDX) TO BSM-KEY.
101100     MOVE BC-CURRENT-DATE TO BSM-RUN-DATE.
101200     MOVE BC-TOT-REQUESTS (BC-TOT-IDX) TO BSM-REQUESTS.
101300     MOVE BC-TOT-COPIES (BC-TOT-IDX) TO BSM-COPIES.
101400     MOVE BC-TOT-SHEETS (BC-TOT-IDX) TO BSM-SHEETS.
101500     MOVE BC-TOT-SHEET-COST (BC-TOT-IDX) TO BSM-SHEET-COST.
101600     MOVE BC-TOT-HANDLING (BC-TOT-IDX) TO BSM-HANDLING-COST.
101700     COMPUTE BSM-TOTAL-COST = BC-TOT-SHEET-COST (BC-TOT-IDX)
101800             + BC-TOT-HANDLING (BC-TOT-IDX).
101900     MOVE BC-TOT-WASTE-REQ (BC-TOT-IDX) TO BSM-WASTE-REQUESTS.
102000     MOVE BC-TOT-WASTE-COPIES (BC-TOT-IDX) TO BSM-WASTE-COPIES.
102100     WRITE BINDERY-SUMMARY-RECORD.
102200 6300-EXIT.
102300     EXIT.
102400
102500******************************************************************
102600* 6400-PRINT-ONE-PAPER - sheets and sheet cost per paper size;   *
102700*   handling is charged per proof, not per size.                 *
102800******************************************************************
102900 6400-PRINT-ONE-PAPER.
103000     MOVE SPACES TO BC-RPT-TOTAL-LINE.
103100     MOVE BC-PPR-SIZE (BC-PPR-SCAN) TO BC-SUM-KEY.
103200     MOVE BC-PPR-REQUESTS (BC-PPR-SCAN) TO BC-SUM-REQUESTS.
103300     MOVE BC-PPR-COPIES (BC-PPR-SCAN) TO BC-SUM-COPIES.
103400     MOVE BC-PPR-SHEETS (BC-PPR-SCAN) TO BC-SUM-SHEETS.
103500     MOVE BC-PPR-COST (BC-PPR-SCAN) TO BC-SUM-SHEET-COST.
103600     MOVE ZERO TO BC-SUM-HANDLING.
103700     MOVE BC-PPR-COST (BC-PPR-SCAN) TO BC-SUM-TOTAL.
103800     MOVE ZERO TO BC-SUM-WASTE.
103900     MOVE BC-RPT-TOTAL-LINE TO BC-RPT-WORK-LINE.
104000     PERFORM 4270-WRITE-RPT-LINE
104100         THRU 4270-EXIT.
104200
104300     MOVE SPACES TO BINDERY-SUMMARY-RECORD.
104400     SET BSM-BY-PAPER TO TRUE.
104500     MOVE BC-PPR-SIZE (BC-PPR-SCAN) TO BSM-KEY.
104600     MOVE BC-CURRENT-DATE TO BSM-RUN-DATE.
104700     MOVE BC-PPR-REQUESTS (BC-PPR-SCAN) TO BSM-REQUESTS.
104800     MOVE BC-PPR-COPIES (BC-PPR-SCAN) TO BSM-COPIES.
104900     MOVE BC-PPR-SHEETS (BC-PPR-SCAN) TO BSM-SHEETS.
105000     MOVE BC-PPR-COST (BC-PPR-SCAN) TO BSM-SHEET-COST.
105100     MOVE ZERO TO BSM-HANDLING-COST.
105200     MOVE BC-PPR-COST (BC-PPR-SCAN) TO BSM-TOTAL-COST.
105300     MOVE ZERO TO BSM-WASTE-REQUESTS.
105400     MOVE ZERO TO BSM-WASTE-COPIES.
105500     WRITE BINDERY-SUMMARY-RECORD.
105600 6400-EXIT.
105700     EXIT.
105800
105900******************************************************************
106000* 6500-PRINT-GRAND-TOTAL - the run's totals and request counts   *
106100*   on a fresh page, and the grand-total finance record.         *
106200******************************************************************
106300 6500-PRINT-GRAND-TOTAL.
106400     MOVE "RUN TOTALS" TO BC-TTL-TEXT.
106500     MOVE 999 TO BC-RPT-LINE-CTR.
106600     MOVE SPACES TO BC-RPT-TOTAL-LINE.
106700     MOVE "ALL JOBS" TO BC-SUM-KEY.
106800     MOVE BC-GRD-REQUESTS TO BC-SUM-REQUESTS.
106900     MOVE BC-GRD-COPIES TO BC-SUM-COPIES.
107000     MOVE BC-GRD-SHEETS TO BC-SUM-SHEETS.
107100     MOVE BC-GRD-SHEET-COST TO BC-SUM-SHEET-COST.
107200     MOVE BC-GRD-HANDLING TO BC-SUM-HANDLING.
107300     COMPUTE BC-SUM-TOTAL = BC-GRD-SHEET-COST + BC-GRD-HANDLING.
107400     MOVE BC-GRD-WASTE-REQ TO BC-SUM-WASTE.
107500     MOVE BC-RPT-TOTAL-LINE TO BC-RPT-WORK-LINE.
107600     PERFORM 4270-WRITE-RPT-LINE
107700         THRU 4270-EXIT.
107800     MOVE SPACES TO BC-RPT-WORK-LINE.
107900     PERFORM 4270-WRITE-RPT-LINE
108000         THRU 4270-EXIT.
108100
108200     MOVE "REQUESTS ON MANIFEST        :" TO BC-RPT-CNT-LABEL.
108300     MOVE BC-REQUESTS-READ TO BC-RPT-CNT-VALUE.
108400     PERFORM 6600-WRITE-COUNT-LINE
108500         THRU 6600-EXIT.
108600     MOVE "  PRINTED AND COSTED        :" TO BC-RPT-CNT-LABEL.
108700     MOVE BC-REQ-COSTED TO BC-RPT-CNT-VALUE.
108800     PERFORM 6600-WRITE-COUNT-LINE
108900         THRU 6600-EXIT.
109000     MOVE "    ON STANDARD SIZE        :" TO BC-RPT-CNT-LABEL.
109100     MOVE BC-STD-SIZE-COUNT TO BC-RPT-CNT-VALUE.
109200     PERFORM 6600-WRITE-COUNT-LINE
109300         THRU 6600-EXIT.
109400     MOVE "  WASTE - LAYOUT NOT FOUND  :" TO BC-RPT-CNT-LABEL.
109500     MOVE BC-REQ-NOTFOUND TO BC-RPT-CNT-VALUE.
109600     PERFORM 6600-WRITE-COUNT-LINE
109700         THRU 6600-EXIT.
109800     MOVE "  WASTE - REFUSED UNAPPROVED:" TO BC-RPT-CNT-LABEL.
109900     MOVE BC-REQ-REFUSED TO BC-RPT-CNT-VALUE.
110000     PERFORM 6600-WRITE-COUNT-LINE
110100         THRU 6600-EXIT.
110200     MOVE "  WASTE COPIES              :" TO BC-RPT-CNT-LABEL.
110300     MOVE BC-GRD-WASTE-COPIES TO BC-RPT-CNT-VALUE.
110400     PERFORM 6600-WRITE-COUNT-LINE
110500         THRU 6600-EXIT.
110600     MOVE "ORDERS NOT RUN              :" TO BC-RPT-CNT-LABEL.
110700     MOVE BC-REQ-NOT-RUN TO BC-RPT-CNT-VALUE.
110800     PERFORM 6600-WRITE-COUNT-LINE
110900         THRU 6600-EXIT.
111000     MOVE "OUT OF STEP WITH WEEKWORK   :" TO BC-RPT-CNT-LABEL.
111100     MOVE BC-OUT-OF-STEP TO BC-RPT-CNT-VALUE.
111200     PERFORM 6600-WRITE-COUNT-LINE
111300         THRU 6600-EXIT.
111400
111500     MOVE SPACES TO BINDERY-SUMMARY-RECORD.
111600     SET BSM-GRAND-TOTAL TO TRUE.
111700     MOVE "ALL JOBS" TO BSM-KEY.
111800     MOVE BC-CURRENT-DATE TO BSM-RUN-DATE.
111900     MOVE BC-GRD-REQUESTS TO BSM-REQUESTS.
112000     MOVE BC-GRD-COPIES TO BSM-COPIES.
112100     MOVE BC-GRD-SHEETS TO BSM-SHEETS.
112200     MOVE BC-GRD-SHEET-COST TO BSM-SHEET-COST.
112300     MOVE BC-GRD-HANDLING TO BSM-HANDLING-COST.
112400     COMPUTE BSM-TOTAL-COST = BC-GRD-SHEET-COST + BC-GRD-HANDLING.
112500     MOVE BC-GRD-WASTE-REQ TO BSM-WASTE-REQUESTS.
112600     MOVE BC-GRD-WASTE-COPIES TO BSM-WASTE-COPIES.
112700     WRITE BINDERY-SUMMARY-RECORD.
112800 6500-EXIT.
112900     EXIT.
113000
113100******************************************************************
113200* 6600-WRITE-COUNT-LINE                                          *
113300******************************************************************
113400 6600-WRITE-COUNT-LINE.
113500     MOVE BC-RPT-COUNT-LINE TO BC-RPT-WORK-LINE.
113600     PERFORM 4270-WRITE-RPT-LINE
113700         THRU 4270-EXIT.
113800 6600-EXIT.
113900     EXIT.
114000
114100******************************************************************
114200* 9500-STAMP-START-TS - the start of job, to the second, for     *
114300*   the run-statistics record.                                   *
114400******************************************************************
114500 9500-STAMP-START-TS.
114600     ACCEPT BC-CURRENT-DATE FROM DATE YYYYMMDD.
114700     ACCEPT BC-CURRENT-TIME FROM TIME.
114800     MOVE BC-CURRENT-DATE TO BC-START-TS (1:8).
114900     MOVE BC-CURRENT-TIME-X (1:6) TO BC-START-TS (9:6).
115000 9500-EXIT.
115100     EXIT.
115200
115300******************************************************************
115400* 9600-WRITE-RUN-STATS - one record onto the shared RUNSTATS     *
115500*   file at end of job, created automatically on the first run.  *
115600******************************************************************
115700 9600-WRITE-RUN-STATS.
115800     ACCEPT BC-CURRENT-DATE FROM DATE YYYYMMDD.
115900     ACCEPT BC-CURRENT-TIME FROM TIME.
116000     MOVE BC-CURRENT-DATE TO BC-END-TS (1:8).
116100     MOVE BC-CURRENT-TIME-X (1:6) TO BC-END-TS (9:6).
116200     OPEN EXTEND RUN-STATS-FILE.
116300     IF BC-RUNSTATS-STATUS = "35"
116400         OPEN OUTPUT RUN-STATS-FILE
116500         CLOSE RUN-STATS-FILE
116600         OPEN EXTEND RUN-STATS-FILE
116700     END-IF.
116800     IF BC-RUNSTATS-STATUS NOT = "00"
116900         DISPLAY "** Unable to open RUNSTATS - status "
117000                 BC-RUNSTATS-STATUS " - run not recorded."
117100         GO TO 9600-EXIT
117200     END-IF.
117300     MOVE SPACES TO RUN-STATS-RECORD.
117400     MOVE "BINDCOST" TO RS-PROGRAM.
117500     MOVE BC-START-TS TO RS-START-TS.
117600     MOVE BC-END-TS TO RS-END-TS.
117700     MOVE BC-REQUESTS-READ TO RS-RECORDS-IN.
117800     MOVE BC-REQ-COSTED TO RS-RECORDS-OUT.
117900     COMPUTE RS-RECORDS-REJ = BC-REQ-NOTFOUND + BC-REQ-REFUSED.
118000     MOVE BC-MAX-RC TO RS-RETURN-CODE.
118100     WRITE RUN-STATS-RECORD.
118200     CLOSE RUN-STATS-FILE.
118300 9600-EXIT.
118400     EXIT.
