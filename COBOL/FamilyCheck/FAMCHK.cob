000100******************************************************************
000200* PROGRAM      : FAMCHK                                         *
000300* AUTHOR       : J. HALVERSEN                                   *
000400* INSTALLATION : DIARY LAYOUT UNIT                               *
000500* DATE-WRITTEN : 2026.10.15                                      *
000600* DATE-COMPILED:                                                 *
000700*                                                                *
000800* PURPOSE.                                                      *
000900*   Family-consistency report.  Sibling editions of one diary   *
001000*   must rule identically apart from language and holidays, so *
001100*   for one family off FAMMAST - or every family - each filed   *
001200*   WEEKLAYT week of the reference edition is compared with the *
001300*   same week of every other member.  The base figures, total,  *
001400*   and section count must match outright.  Where the members'  *
001500*   holiday flags match, every day's lines and section lines    *
001600*   must match too; where they differ, the reference's total is *
001700*   re-split through WKSPLIT on the member's own flags and the  *
001800*   member's days must come out the same - the difference is   *
001900*   then explained by holidays.  Anything else, and any week    *
002000*   one side has filed and the other has not, is flagged on the *
002100*   FAMCHKRP report with both weeks' day counts.  Section names *
002200*   are not compared - they print in the edition's language.    *
002300*   Return code 0 consistent, 4 weeks flagged, 8 file open      *
002400*   failure or family not on file.                              *
002500*                                                                *
002600* MODIFICATION HISTORY.                                         *
002700*   2026.10.15  JH  Original version.                            *
002750*   2026.10.15  JH  Reference week held at the full 213-byte     *
002750*                   WEEKLAYT record; a member compared after     *
002750*                   one with different holidays no longer        *
002750*                   reports that member's figures; a bad         *
002750*                   section count cannot run past the table.     *
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.    FAMCHK.
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
004300     SELECT FAMILY-FILE
004400         ASSIGN TO "FAMMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS FAM-CODE
004800         FILE STATUS IS FC-FAMILY-STATUS.
004900
005000     SELECT LAYOUT-FILE
005100         ASSIGN TO "WEEKLAYT"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS LAY-LAYOUT-KEY
005500         FILE STATUS IS FC-LAYOUT-STATUS.
005600
005700     SELECT REPORT-FILE
005800         ASSIGN TO "FAMCHKRP"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FC-REPORT-STATUS.
006100
006200     SELECT RUN-STATS-FILE
006300         ASSIGN TO "RUNSTATS"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS FC-RUNSTATS-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  FAMILY-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY WKFAMM.
007200
007300 FD  LAYOUT-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY WKLAYREC.
007600
007700 FD  REPORT-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  REPORT-PRINT-LINE               PIC X(80).
008000
008100 FD  RUN-STATS-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY WKRSTAT.
008400
008500 WORKING-STORAGE SECTION.
008600 COPY WKSPPARM.
008700
008800 01  FC-SWITCHES.
008900     05  FC-FAMILY-EOF-SW            PIC X(01).
009000         88  FC-FAMILY-EOF               VALUE 'Y'.
009100     05  FC-WEEK-EOF-SW              PIC X(01).
009200         88  FC-WEEK-EOF                 VALUE 'Y'.
009300     05  FC-FLAGS-DIFFER-SW          PIC X(01).
009400         88  FC-FLAGS-DIFFER             VALUE 'Y'.
009500     05  FC-DAY-DIFF-SW              PIC X(01).
009600         88  FC-DAY-DIFF                 VALUE 'Y'.
009700     05  FC-SECTION-DIFF-SW          PIC X(01).
009800         88  FC-SECTION-DIFF             VALUE 'Y'.
009900
010000 01  FC-FILE-STATUS-GROUP.
010100     05  FC-FAMILY-STATUS            PIC X(02).
010200     05  FC-LAYOUT-STATUS            PIC X(02).
010300     05  FC-REPORT-STATUS            PIC X(02).
010400     05  FC-RUNSTATS-STATUS          PIC X(02).
010500
010600 77  FC-FAMILY-INPUT                 PIC X(08).
010700 77  FC-DATE-INPUT                   PIC X(08).
010800 77  FC-FROM-DATE                    PIC 9(08) VALUE ZERO.
010900 77  FC-TO-DATE                      PIC 9(08) VALUE 99999999.
011000 77  FC-DATE-INT                     PIC 9(08).
011100 77  FC-MAX-RC                       PIC 9(02) VALUE ZERO.
011200 77  FC-MEMBER-MAX                   PIC 9(02) VALUE 10.
011300 77  FC-MBR-IDX                      PIC 9(02).
011400 77  FC-DAY-IDX                      PIC 9(01) COMP.
011500 77  FC-SEC-IDX                      PIC 9(01) COMP.
011600 77  FC-NOTE                         PIC X(40).
011700 77  FC-MEMBER-NAME                  PIC X(08).
011800 77  FC-MEMBER-DATE                  PIC 9(08).
011900
012000*    The reference edition's week under comparison, laid out as
012100*    the WEEKLAYT record it was read from.
012200 01  FC-REF-LAYOUT.
012300     05  FC-REF-TEMPLATE             PIC X(08).
012400     05  FC-REF-PAGE-DATE            PIC 9(08).
012500     05  FC-REF-WEEKDAYS             PIC 9(03).
012600     05  FC-REF-SATURDAY             PIC 9(03).
012700     05  FC-REF-SUNDAY               PIC 9(03).
012800     05  FC-REF-TOTAL                PIC 9(04).
012900     05  FC-REF-DAY-LINES            PIC 9(03) OCCURS 7.
013000     05  FC-REF-DAY-FLAGS.
013100         10  FC-REF-DAY-FLAG         PIC X(01) OCCURS 7.
013200     05  FC-REF-SECTION-COUNT        PIC 9(01).
013300     05  FILLER                      PIC X(48).
013400     05  FC-REF-DAY-SECTION OCCURS 7.
013500         10  FC-REF-SECTION-LINES    PIC 9(03) OCCURS 4.
013600     05  FILLER                      PIC X(23).
013700 01  FC-EXPECTED-DAYS.
013800     05  FC-EXP-DAY-LINES            PIC 9(03) OCCURS 7.
013900
014000 77  FC-FAMILIES-CHECKED             PIC 9(07) VALUE ZERO.
014100 77  FC-REF-WEEKS                    PIC 9(07) VALUE ZERO.
014200 77  FC-COMPARED-COUNT               PIC 9(07) VALUE ZERO.
014300 77  FC-IDENTICAL-COUNT              PIC 9(07) VALUE ZERO.
014400 77  FC-EXPLAINED-COUNT              PIC 9(07) VALUE ZERO.
014500 77  FC-INCONSISTENT-COUNT           PIC 9(07) VALUE ZERO.
014600 77  FC-MBR-MISSING-COUNT            PIC 9(07) VALUE ZERO.
014700 77  FC-REF-MISSING-COUNT            PIC 9(07) VALUE ZERO.
014800
014900 77  FC-CURRENT-DATE                 PIC 9(08).
015000 01  FC-TIME-GROUP.
015100     05  FC-CURRENT-TIME             PIC 9(08).
015200     05  FC-CURRENT-TIME-X REDEFINES FC-CURRENT-TIME
015300                                     PIC X(08).
015400 77  FC-START-TS                     PIC X(14).
015500 77  FC-END-TS                       PIC X(14).
015600
015700 77  FC-RPT-LINE-CTR                 PIC 9(03) VALUE 999.
015800 77  FC-RPT-PAGE-CTR                 PIC 9(05) VALUE ZERO.
015900 77  FC-RPT-LINES-PER-PAGE           PIC 9(03) VALUE 055.
016000 01  FC-RPT-WORK-LINE                PIC X(80).
016100
016200 01  FC-RPT-TITLE-LINE.
016300     05  FILLER                      PIC X(30)
016400         VALUE "FAMILY CONSISTENCY REPORT -".
016500     05  FC-TTL-SELECT               PIC X(15).
016600     05  FILLER                      PIC X(06) VALUE "  RUN ".
016700     05  FC-TTL-DATE                 PIC 9(08).
016800     05  FILLER                      PIC X(07) VALUE "   PAGE".
016900     05  FC-TTL-PAGE                 PIC ZZZZ9.
017000
017100 01  FC-RPT-COLUMN-HEADING.
017200     05  FILLER                      PIC X(20)
017300         VALUE "FAMILY    TEMPLATE".
017400     05  FILLER                      PIC X(40)
017500         VALUE " MON  TUE  WED  THU  FRI  SAT  SUN TOTAL".
017600
017700 01  FC-RPT-WEEK-LINE.
017800     05  FC-WK-FAMILY                PIC X(08).
017900     05  FILLER                      PIC X(02).
018000     05  FC-WK-TEMPLATE              PIC X(08).
018100     05  FILLER                      PIC X(02).
018200     05  FC-WK-WEEK                  PIC X(08).
018300     05  FILLER                      PIC X(02).
018400     05  FC-WK-NOTE                  PIC X(40).
018500
018600 01  FC-RPT-COUNTS-LINE.
018700     05  FILLER                      PIC X(04).
018800     05  FC-CT-LABEL                 PIC X(16).
018900     05  FC-CT-DAY OCCURS 7.
019000         10  FC-CT-LINES             PIC ZZ9.
019100         10  FC-CT-FLAG              PIC X(01).
019200         10  FILLER                  PIC X(01).
019300     05  FC-CT-TOTAL                 PIC ZZZ9.
019400
019500 01  FC-RPT-COUNT-LINE.
019600     05  FC-RPT-CNT-LABEL            PIC X(28).
019700     05  FC-RPT-CNT-VALUE            PIC ZZZZZZ9.
019800
019900 PROCEDURE DIVISION.
020000
020100******************************************************************
020200* 0000-MAINLINE                                                 *
020300******************************************************************
020400 0000-MAINLINE.
020500     PERFORM 9500-STAMP-START-TS
020600         THRU 9500-EXIT.
020700     PERFORM 1000-INITIALIZE
020800         THRU 1000-EXIT.
020900     IF FC-MAX-RC < 8
021000         PERFORM 2000-CHECK-FAMILIES
021100             THRU 2000-EXIT
021200         PERFORM 6000-PRINT-TRAILER
021300             THRU 6000-EXIT
021400         PERFORM 9000-TERMINATE
021500             THRU 9000-EXIT
021600     END-IF.
021700     IF FC-INCONSISTENT-COUNT > ZERO
021800             OR FC-MBR-MISSING-COUNT > ZERO
021900             OR FC-REF-MISSING-COUNT > ZERO
022000         IF FC-MAX-RC < 4
022100             MOVE 4 TO FC-MAX-RC
022200         END-IF
022300     END-IF.
022400     PERFORM 9600-WRITE-RUN-STATS
022500         THRU 9600-EXIT.
022600     MOVE FC-MAX-RC TO RETURN-CODE.
022700     STOP RUN.
022800
022900******************************************************************
023000* 1000-INITIALIZE - the family and week range to check, then    *
023100*   the files; a missing master or layout file stops the run.   *
023200******************************************************************
023300 1000-INITIALIZE.
023400     ACCEPT FC-CURRENT-DATE FROM DATE YYYYMMDD.
023500     PERFORM 1100-GET-FAMILY
023600         THRU 1100-EXIT.
023700     PERFORM 1200-GET-FROM-DATE
023800         THRU 1200-EXIT.
023900     PERFORM 1300-GET-TO-DATE
024000         THRU 1300-EXIT.
024100     OPEN INPUT FAMILY-FILE.
024200     IF FC-FAMILY-STATUS NOT = "00"
024300         DISPLAY "** Unable to open FAMMAST - status "
024400                 FC-FAMILY-STATUS " - maintain it with FAMMNT."
024500         MOVE 8 TO FC-MAX-RC
024600         GO TO 1000-EXIT
024700     END-IF.
024800     OPEN INPUT LAYOUT-FILE.
024900     IF FC-LAYOUT-STATUS NOT = "00"
025000         DISPLAY "** Unable to open WEEKLAYT - status "
025100                 FC-LAYOUT-STATUS "."
025200         CLOSE FAMILY-FILE
025300         MOVE 8 TO FC-MAX-RC
025400         GO TO 1000-EXIT
025500     END-IF.
025600     OPEN OUTPUT REPORT-FILE.
025700     IF FC-REPORT-STATUS NOT = "00"
025800         DISPLAY "** Unable to open FAMCHKRP - status "
025900                 FC-REPORT-STATUS "."
026000         CLOSE FAMILY-FILE
026100         CLOSE LAYOUT-FILE
026200         MOVE 8 TO FC-MAX-RC
026300         GO TO 1000-EXIT
026400     END-IF.
026500     IF FC-FAMILY-INPUT = SPACES
026600         MOVE "ALL FAMILIES" TO FC-TTL-SELECT
026700     ELSE
026800         MOVE SPACES TO FC-TTL-SELECT
026900         STRING "FAMILY " FC-FAMILY-INPUT
027000             DELIMITED BY SIZE INTO FC-TTL-SELECT
027100     END-IF.
027200     MOVE FC-CURRENT-DATE TO FC-TTL-DATE.
027300 1000-EXIT.
027400     EXIT.
027500
027600******************************************************************
027700* 1100-GET-FAMILY - one family, or spaces for every family.      *
027800******************************************************************
027900 1100-GET-FAMILY.
028000     DISPLAY "Enter the family code (spaces for all): "
028100             WITH NO ADVANCING.
028200     ACCEPT FC-FAMILY-INPUT.
028300 1100-EXIT.
028400     EXIT.
028500
028600******************************************************************
028700* 1200-GET-FROM-DATE - the first week to compare; spaces starts  *
028800*   at the earliest week on file.                                *
028900******************************************************************
029000 1200-GET-FROM-DATE.
029100     DISPLAY "Enter the first week to check (YYYYMMDD, "
029200             "spaces for all): " WITH NO ADVANCING.
029300     ACCEPT FC-DATE-INPUT.
029400     IF FC-DATE-INPUT = SPACES
029500         MOVE ZERO TO FC-FROM-DATE
029600         GO TO 1200-EXIT
029700     END-IF.
029800     IF FC-DATE-INPUT NOT NUMERIC
029900         DISPLAY "** Date must be numeric YYYYMMDD - try again."
030000         GO TO 1200-GET-FROM-DATE
030100     END-IF.
030200     MOVE FC-DATE-INPUT TO FC-FROM-DATE.
030300     COMPUTE FC-DATE-INT =
030400             FUNCTION INTEGER-OF-DATE(FC-FROM-DATE).
030500     IF FC-DATE-INT = ZERO
030600         DISPLAY "** Not a real calendar date - try again."
030700         GO TO 1200-GET-FROM-DATE
030800     END-IF.
030900 1200-EXIT.
031000     EXIT.
031100
031200******************************************************************
031300* 1300-GET-TO-DATE - the last week to compare; spaces runs to    *
031400*   the latest week on file.                                     *
031500******************************************************************
031600 1300-GET-TO-DATE.
031700     DISPLAY "Enter the last week to check (YYYYMMDD, "
031800             "spaces for all): " WITH NO ADVANCING.
031900     ACCEPT FC-DATE-INPUT.
032000     IF FC-DATE-INPUT = SPACES
032100         MOVE 99999999 TO FC-TO-DATE
032200         GO TO 1300-EXIT
032300     END-IF.
032400     IF FC-DATE-INPUT NOT NUMERIC
032500         DISPLAY "** Date must be numeric YYYYMMDD - try again."
032600         GO TO 1300-GET-TO-DATE
032700     END-IF.
032800     MOVE FC-DATE-INPUT TO FC-TO-DATE.
032900     COMPUTE FC-DATE-INT =
033000             FUNCTION INTEGER-OF-DATE(FC-TO-DATE).
033100     IF FC-DATE-INT = ZERO
033200         DISPLAY "** Not a real calendar date - try again."
033300         GO TO 1300-GET-TO-DATE
033400     END-IF.
033500     IF FC-TO-DATE < FC-FROM-DATE
033600         DISPLAY "** Last week is before the first - try again."
033700         GO TO 1300-GET-TO-DATE
033800     END-IF.
033900 1300-EXIT.
034000     EXIT.
034100
034200******************************************************************
034300* 9000-TERMINATE                                                *
034400******************************************************************
034500 9000-TERMINATE.
034600     CLOSE FAMILY-FILE.
034700     CLOSE LAYOUT-FILE.
034800     CLOSE REPORT-FILE.
034900 9000-EXIT.
035000     EXIT.
035100
035200******************************************************************
035300* 2000-CHECK-FAMILIES - the one family asked for, or every      *
035400*   family on the master in code order.                          *
035500******************************************************************
035600 2000-CHECK-FAMILIES.
035700     IF FC-FAMILY-INPUT NOT = SPACES
035800         MOVE FC-FAMILY-INPUT TO FAM-CODE
035900         READ FAMILY-FILE
036000             INVALID KEY
036100                 DISPLAY "** Family " FC-FAMILY-INPUT
036200                         " is not on FAMMAST."
036300                 MOVE 8 TO FC-MAX-RC
036400                 GO TO 2000-EXIT
036500         END-READ
036600         PERFORM 2100-CHECK-ONE-FAMILY
036700             THRU 2100-EXIT
036800         GO TO 2000-EXIT
036900     END-IF.
037000     MOVE "N" TO FC-FAMILY-EOF-SW.
037100     MOVE LOW-VALUES TO FAM-CODE.
037200     START FAMILY-FILE KEY NOT < FAM-CODE
037300         INVALID KEY
037400             SET FC-FAMILY-EOF TO TRUE
037500     END-START.
037600     PERFORM 2050-CHECK-NEXT-FAMILY
037700         THRU 2050-EXIT
037800         UNTIL FC-FAMILY-EOF.
037900 2000-EXIT.
038000     EXIT.
038100
038200******************************************************************
038300* 2050-CHECK-NEXT-FAMILY                                         *
038400******************************************************************
038500 2050-CHECK-NEXT-FAMILY.
038600     READ FAMILY-FILE NEXT
038700         AT END
038800             SET FC-FAMILY-EOF TO TRUE
038900             GO TO 2050-EXIT
039000     END-READ.
039100     PERFORM 2100-CHECK-ONE-FAMILY
039200         THRU 2100-EXIT.
039300 2050-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700* 2100-CHECK-ONE-FAMILY - every reference week in range against  *
039800*   the other members, then each other member's own weeks for    *
039900*   any the reference has not filed.  The layout file is read    *
040000*   at random for the members, so the reference walk restarts    *
040100*   past the week just done each time round.                     *
040200******************************************************************
040300 2100-CHECK-ONE-FAMILY.
040400     IF FAM-MEMBER-COUNT NOT NUMERIC
040500             OR FAM-MEMBER-COUNT > FC-MEMBER-MAX
040600         DISPLAY "** Family " FAM-CODE
040700                 " has a bad member count - not checked."
040800         GO TO 2100-EXIT
040900     END-IF.
041000     ADD 1 TO FC-FAMILIES-CHECKED.
041100     MOVE SPACES TO FC-REF-LAYOUT.
041200     MOVE FAM-REFERENCE TO FC-REF-TEMPLATE.
041300     IF FC-FROM-DATE = ZERO
041400         MOVE ZERO TO FC-REF-PAGE-DATE
041500     ELSE
041600         COMPUTE FC-REF-PAGE-DATE = FC-FROM-DATE - 1
041700     END-IF.
041800     MOVE "N" TO FC-WEEK-EOF-SW.
041900     PERFORM 2200-NEXT-REFERENCE-WEEK
042000         THRU 2200-EXIT.
042100     PERFORM 2300-CHECK-FAMILY-WEEK
042200         THRU 2300-EXIT
042300         UNTIL FC-WEEK-EOF.
042400     PERFORM 2500-CHECK-MEMBER-WEEKS
042500         THRU 2500-EXIT
042600         VARYING FC-MBR-IDX FROM 1 BY 1
042700         UNTIL FC-MBR-IDX > FAM-MEMBER-COUNT.
042800 2100-EXIT.
042900     EXIT.
043000
043100******************************************************************
043200* 2200-NEXT-REFERENCE-WEEK - the reference edition's next filed  *
043300*   week after the one last held, while still in range.          *
043400******************************************************************
043500 2200-NEXT-REFERENCE-WEEK.
043600     MOVE FC-REF-TEMPLATE TO LAY-TEMPLATE-NAME.
043700     MOVE FC-REF-PAGE-DATE TO LAY-PAGE-DATE.
043800     START LAYOUT-FILE KEY > LAY-LAYOUT-KEY
043900         INVALID KEY
044000             SET FC-WEEK-EOF TO TRUE
044100             GO TO 2200-EXIT
044200     END-START.
044300     READ LAYOUT-FILE NEXT
044400         AT END
044500             SET FC-WEEK-EOF TO TRUE
044600             GO TO 2200-EXIT
044700     END-READ.
044800     IF LAY-TEMPLATE-NAME NOT = FAM-REFERENCE
044900             OR LAY-PAGE-DATE > FC-TO-DATE
045000         SET FC-WEEK-EOF TO TRUE
045100         GO TO 2200-EXIT
045200     END-IF.
045300     MOVE LAYOUT-RECORD TO FC-REF-LAYOUT.
045400 2200-EXIT.
045500     EXIT.
045600
045700******************************************************************
045800* 2300-CHECK-FAMILY-WEEK - one reference week against the same   *
045900*   week of every other member.                                  *
046000******************************************************************
046100 2300-CHECK-FAMILY-WEEK.
046200     ADD 1 TO FC-REF-WEEKS.
046300     PERFORM 2400-CHECK-ONE-MEMBER
046400         THRU 2400-EXIT
046500         VARYING FC-MBR-IDX FROM 1 BY 1
046600         UNTIL FC-MBR-IDX > FAM-MEMBER-COUNT.
046700     PERFORM 2200-NEXT-REFERENCE-WEEK
046800         THRU 2200-EXIT.
046900 2300-EXIT.
047000     EXIT.
047100
047200******************************************************************
047300* 2400-CHECK-ONE-MEMBER - base figures, total, and section count *
047400*   must match outright; the days must match the reference, or   *
047500*   the reference re-split on the member's holidays; the section *
047600*   lines must match on every day whose count matches.           *
047700******************************************************************
047800 2400-CHECK-ONE-MEMBER.
047900     IF FAM-MEMBER-NAME (FC-MBR-IDX) = FAM-REFERENCE
048000         GO TO 2400-EXIT
048100     END-IF.
048150     MOVE "N" TO FC-FLAGS-DIFFER-SW.
048150     MOVE "N" TO FC-DAY-DIFF-SW.
048200     MOVE FAM-MEMBER-NAME (FC-MBR-IDX) TO LAY-TEMPLATE-NAME.
048300     MOVE FC-REF-PAGE-DATE TO LAY-PAGE-DATE.
048400     READ LAYOUT-FILE
048500         INVALID KEY
048600             ADD 1 TO FC-MBR-MISSING-COUNT
048700             MOVE FAM-MEMBER-NAME (FC-MBR-IDX) TO FC-MEMBER-NAME
048800             MOVE FC-REF-PAGE-DATE TO FC-MEMBER-DATE
048900             MOVE "NOT FILED - REFERENCE WEEK IS" TO FC-NOTE
049000             PERFORM 4000-REPORT-MISSING
049100                 THRU 4000-EXIT
049200             GO TO 2400-EXIT
049300     END-READ.
049400     ADD 1 TO FC-COMPARED-COUNT.
049500
049600     IF LAY-WEEKDAYS NOT = FC-REF-WEEKDAYS
049700             OR LAY-SATURDAY NOT = FC-REF-SATURDAY
049800             OR LAY-SUNDAY NOT = FC-REF-SUNDAY
049900         MOVE "BASE FIGURES DIFFER" TO FC-NOTE
050000         PERFORM 4100-REPORT-INCONSISTENT
050100             THRU 4100-EXIT
050200         GO TO 2400-EXIT
050300     END-IF.
050400     IF LAY-TOTAL-LINES NOT = FC-REF-TOTAL
050500         MOVE "TOTAL LINES DIFFER" TO FC-NOTE
050600         PERFORM 4100-REPORT-INCONSISTENT
050700             THRU 4100-EXIT
050800         GO TO 2400-EXIT
050900     END-IF.
051000     IF LAY-SECTION-COUNT NOT = FC-REF-SECTION-COUNT
051100         MOVE "SECTION COUNT DIFFERS" TO FC-NOTE
051200         PERFORM 4100-REPORT-INCONSISTENT
051300             THRU 4100-EXIT
051400         GO TO 2400-EXIT
051500     END-IF.
051600
051800     IF LAY-DAY-FLAGS NOT = FC-REF-DAY-FLAGS
051900         SET FC-FLAGS-DIFFER TO TRUE
052000     END-IF.
052100     PERFORM 2410-SET-EXPECTED-DAYS
052200         THRU 2410-EXIT.
052400     PERFORM 2420-COMPARE-ONE-DAY
052500         THRU 2420-EXIT
052600         VARYING FC-DAY-IDX FROM 1 BY 1
052700         UNTIL FC-DAY-IDX > 7.
052800     IF FC-DAY-DIFF
052900         IF FC-FLAGS-DIFFER
053000             MOVE "DAY LINES NOT EXPLAINED BY HOLIDAYS"
053100                 TO FC-NOTE
053200         ELSE
053300             MOVE "DAY LINES DIFFER" TO FC-NOTE
053400         END-IF
053500         PERFORM 4100-REPORT-INCONSISTENT
053600             THRU 4100-EXIT
053700         GO TO 2400-EXIT
053800     END-IF.
053900
054000     MOVE "N" TO FC-SECTION-DIFF-SW.
054100     IF LAY-SECTION-COUNT NUMERIC
054150             AND LAY-SECTION-COUNT > ZERO
054200         PERFORM 2430-COMPARE-DAY-SECTIONS
054300             THRU 2430-EXIT
054400             VARYING FC-DAY-IDX FROM 1 BY 1
054500             UNTIL FC-DAY-IDX > 7
054600     END-IF.
054700     IF FC-SECTION-DIFF
054800         MOVE "SECTION LINES DIFFER" TO FC-NOTE
054900         PERFORM 4100-REPORT-INCONSISTENT
055000             THRU 4100-EXIT
055100         GO TO 2400-EXIT
055200     END-IF.
055300
055400     IF FC-FLAGS-DIFFER
055500         ADD 1 TO FC-EXPLAINED-COUNT
055600     ELSE
055700         ADD 1 TO FC-IDENTICAL-COUNT
055800     END-IF.
055900 2400-EXIT.
056000     EXIT.
056100
056200******************************************************************
056300* 2410-SET-EXPECTED-DAYS - with the same holidays the member's   *
056400*   days must be the reference's; with different holidays they   *
056500*   must be what WKSPLIT makes of the reference's total on the   *
056600*   member's flags.  The weekend priority is whichever one gives *
056700*   back the reference's own base figures.                       *
056800******************************************************************
056900 2410-SET-EXPECTED-DAYS.
057000     IF NOT FC-FLAGS-DIFFER
057100         PERFORM 2415-COPY-ONE-REF-DAY
057200             THRU 2415-EXIT
057300             VARYING FC-DAY-IDX FROM 1 BY 1
057400             UNTIL FC-DAY-IDX > 7
057500         GO TO 2410-EXIT
057600     END-IF.
057700     MOVE FC-REF-TOTAL TO WN-SPLIT-N.
057800     MOVE "S" TO WN-SPLIT-PRIORITY.
057900     PERFORM 2450-CALL-SPLIT
058000         THRU 2450-EXIT.
058100     IF WN-SPLIT-SATURDAY NOT = FC-REF-SATURDAY
058200             OR WN-SPLIT-SUNDAY NOT = FC-REF-SUNDAY
058300         MOVE "U" TO WN-SPLIT-PRIORITY
058400         PERFORM 2450-CALL-SPLIT
058500             THRU 2450-EXIT
058600     END-IF.
058700     MOVE WN-SPLIT-DAY-TABLE TO FC-EXPECTED-DAYS.
058800 2410-EXIT.
058900     EXIT.
059000
059100******************************************************************
059200* 2415-COPY-ONE-REF-DAY                                          *
059300******************************************************************
059400 2415-COPY-ONE-REF-DAY.
059500     MOVE FC-REF-DAY-LINES (FC-DAY-IDX)
059600         TO FC-EXP-DAY-LINES (FC-DAY-IDX).
059700 2415-EXIT.
059800     EXIT.
059900
060000******************************************************************
060100* 2420-COMPARE-ONE-DAY                                           *
060200******************************************************************
060300 2420-COMPARE-ONE-DAY.
060400     IF LAY-DAY-LINES (FC-DAY-IDX)
060500             NOT = FC-EXP-DAY-LINES (FC-DAY-IDX)
060600         SET FC-DAY-DIFF TO TRUE
060700     END-IF.
060800 2420-EXIT.
060900     EXIT.
061000
061100******************************************************************
061200* 2430-COMPARE-DAY-SECTIONS - only a day carrying the same lines *
061300*   as the reference's day can be held to the same sections; a   *
061400*   day a holiday has resized divides its own count.             *
061500******************************************************************
061600 2430-COMPARE-DAY-SECTIONS.
061700     IF LAY-DAY-LINES (FC-DAY-IDX)
061800             NOT = FC-REF-DAY-LINES (FC-DAY-IDX)
061900         GO TO 2430-EXIT
062000     END-IF.
062100     PERFORM 2440-COMPARE-ONE-SECTION
062200         THRU 2440-EXIT
062300         VARYING FC-SEC-IDX FROM 1 BY 1
062400         UNTIL FC-SEC-IDX > LAY-SECTION-COUNT
062450            OR FC-SEC-IDX > 4.
062500 2430-EXIT.
062600     EXIT.
062700
062800******************************************************************
062900* 2440-COMPARE-ONE-SECTION                                       *
063000******************************************************************
063100 2440-COMPARE-ONE-SECTION.
063200     IF LAY-SECTION-LINES (FC-DAY-IDX, FC-SEC-IDX)
063300             NOT = FC-REF-SECTION-LINES (FC-DAY-IDX, FC-SEC-IDX)
063400         SET FC-SECTION-DIFF TO TRUE
063500     END-IF.
063600 2440-EXIT.
063700     EXIT.
063800
063900******************************************************************
064000* 2450-CALL-SPLIT - the reference's total through WKSPLIT on the *
064100*   member's day flags, whole days only.                         *
064200******************************************************************
064300 2450-CALL-SPLIT.
064400     MOVE SPACE TO WN-SPLIT-FIXED-DAY.
064500     MOVE ZERO TO WN-SPLIT-FIXED-VALUE.
064600     MOVE LAY-DAY-FLAGS TO WN-SPLIT-DAY-FLAGS.
064700     MOVE ZERO TO WN-SPLIT-SECTION-COUNT.
064800     MOVE ZERO TO WN-SPLIT-SECTION-PCT (1).
064900     MOVE ZERO TO WN-SPLIT-SECTION-PCT (2).
065000     MOVE ZERO TO WN-SPLIT-SECTION-PCT (3).
065100     MOVE ZERO TO WN-SPLIT-SECTION-PCT (4).
065200     CALL "WKSPLIT" USING WN-SPLIT-PARM.
065300 2450-EXIT.
065400     EXIT.
065500
065600******************************************************************
065700* 2500-CHECK-MEMBER-WEEKS - a member week in range for which the *
065800*   reference edition has nothing filed cannot be compared and   *
065900*   is flagged.                                                  *
066000******************************************************************
066100 2500-CHECK-MEMBER-WEEKS.
066200     IF FAM-MEMBER-NAME (FC-MBR-IDX) = FAM-REFERENCE
066300         GO TO 2500-EXIT
066400     END-IF.
066500     MOVE FAM-MEMBER-NAME (FC-MBR-IDX) TO FC-MEMBER-NAME.
066600     IF FC-FROM-DATE = ZERO
066700         MOVE ZERO TO FC-MEMBER-DATE
066800     ELSE
066900         COMPUTE FC-MEMBER-DATE = FC-FROM-DATE - 1
067000     END-IF.
067100     MOVE "N" TO FC-WEEK-EOF-SW.
067200     PERFORM 2510-CHECK-NEXT-MEMBER-WEEK
067300         THRU 2510-EXIT
067400         UNTIL FC-WEEK-EOF.
067500 2500-EXIT.
067600     EXIT.
067700
067800******************************************************************
067900* 2510-CHECK-NEXT-MEMBER-WEEK                                    *
068000******************************************************************
068100 2510-CHECK-NEXT-MEMBER-WEEK.
068200     MOVE FC-MEMBER-NAME TO LAY-TEMPLATE-NAME.
068300     MOVE FC-MEMBER-DATE TO LAY-PAGE-DATE.
068400     START LAYOUT-FILE KEY > LAY-LAYOUT-KEY
068500         INVALID KEY
068600             SET FC-WEEK-EOF TO TRUE
068700             GO TO 2510-EXIT
068800     END-START.
068900     READ LAYOUT-FILE NEXT
069000         AT END
069100             SET FC-WEEK-EOF TO TRUE
069200             GO TO 2510-EXIT
069300     END-READ.
069400     IF LAY-TEMPLATE-NAME NOT = FC-MEMBER-NAME
069500             OR LAY-PAGE-DATE > FC-TO-DATE
069600         SET FC-WEEK-EOF TO TRUE
069700         GO TO 2510-EXIT
069800     END-IF.
069900     MOVE LAY-PAGE-DATE TO FC-MEMBER-DATE.
070000     MOVE FAM-REFERENCE TO LAY-TEMPLATE-NAME.
070100     MOVE FC-MEMBER-DATE TO LAY-PAGE-DATE.
070200     READ LAYOUT-FILE
070300         INVALID KEY
070400             ADD 1 TO FC-REF-MISSING-COUNT
070500             MOVE "FILED - REFERENCE WEEK IS NOT" TO FC-NOTE
070600             PERFORM 4000-REPORT-MISSING
070700                 THRU 4000-EXIT
070800     END-READ.
070900 2510-EXIT.
071000     EXIT.
071100
071200******************************************************************
071300* 4000-REPORT-MISSING - a week one side has filed and the other  *
071400*   has not.                                                     *
071500******************************************************************
071600 4000-REPORT-MISSING.
071700     MOVE SPACES TO FC-RPT-WEEK-LINE.
071800     MOVE FAM-CODE TO FC-WK-FAMILY.
071900     MOVE FC-MEMBER-NAME TO FC-WK-TEMPLATE.
072000     MOVE FC-MEMBER-DATE TO FC-WK-WEEK.
072100     MOVE FC-NOTE TO FC-WK-NOTE.
072200     MOVE FC-RPT-WEEK-LINE TO FC-RPT-WORK-LINE.
072300     PERFORM 4270-WRITE-RPT-LINE
072400         THRU 4270-EXIT.
072500     MOVE SPACES TO FC-RPT-WORK-LINE.
072600     PERFORM 4270-WRITE-RPT-LINE
072700         THRU 4270-EXIT.
072800 4000-EXIT.
072900     EXIT.
073000
073100******************************************************************
073200* 4100-REPORT-INCONSISTENT - the member's week, why it fails,    *
073300*   and the reference's and member's day counts side by side     *
073400*   (H marks a holiday); where the holidays differ, the counts   *
073500*   they would have explained are shown as well.                 *
073600******************************************************************
073700 4100-REPORT-INCONSISTENT.
073800     ADD 1 TO FC-INCONSISTENT-COUNT.
073900     MOVE SPACES TO FC-RPT-WEEK-LINE.
074000     MOVE FAM-CODE TO FC-WK-FAMILY.
074100     MOVE LAY-TEMPLATE-NAME TO FC-WK-TEMPLATE.
074200     MOVE LAY-PAGE-DATE TO FC-WK-WEEK.
074300     MOVE FC-NOTE TO FC-WK-NOTE.
074400     MOVE FC-RPT-WEEK-LINE TO FC-RPT-WORK-LINE.
074500     PERFORM 4270-WRITE-RPT-LINE
074600         THRU 4270-EXIT.
074700
074800     MOVE SPACES TO FC-RPT-COUNTS-LINE.
074900     MOVE SPACES TO FC-CT-LABEL.
075000     STRING "REF " FC-REF-TEMPLATE
075100         DELIMITED BY SIZE INTO FC-CT-LABEL.
075200     PERFORM 4110-FILL-ONE-REF-DAY
075300         THRU 4110-EXIT
075400         VARYING FC-DAY-IDX FROM 1 BY 1
075500         UNTIL FC-DAY-IDX > 7.
075600     MOVE FC-REF-TOTAL TO FC-CT-TOTAL.
075700     MOVE FC-RPT-COUNTS-LINE TO FC-RPT-WORK-LINE.
075800     PERFORM 4270-WRITE-RPT-LINE
075900         THRU 4270-EXIT.
076000
076100     MOVE SPACES TO FC-RPT-COUNTS-LINE.
076200     MOVE "MEMBER" TO FC-CT-LABEL.
076300     PERFORM 4120-FILL-ONE-MEMBER-DAY
076400         THRU 4120-EXIT
076500         VARYING FC-DAY-IDX FROM 1 BY 1
076600         UNTIL FC-DAY-IDX > 7.
076700     MOVE LAY-TOTAL-LINES TO FC-CT-TOTAL.
076800     MOVE FC-RPT-COUNTS-LINE TO FC-RPT-WORK-LINE.
076900     PERFORM 4270-WRITE-RPT-LINE
077000         THRU 4270-EXIT.
077100
077200     IF FC-FLAGS-DIFFER AND FC-DAY-DIFF
077300         MOVE SPACES TO FC-RPT-COUNTS-LINE
077400         MOVE "HOLIDAYS EXPLAIN" TO FC-CT-LABEL
077500         PERFORM 4130-FILL-ONE-EXPECTED-DAY
077600             THRU 4130-EXIT
077700             VARYING FC-DAY-IDX FROM 1 BY 1
077800             UNTIL FC-DAY-IDX > 7
077900         MOVE FC-REF-TOTAL TO FC-CT-TOTAL
078000         MOVE FC-RPT-COUNTS-LINE TO FC-RPT-WORK-LINE
078100         PERFORM 4270-WRITE-RPT-LINE
078200             THRU 4270-EXIT
078300     END-IF.
078400     MOVE SPACES TO FC-RPT-WORK-LINE.
078500     PERFORM 4270-WRITE-RPT-LINE
078600         THRU 4270-EXIT.
078700 4100-EXIT.
078800     EXIT.
078900
079000******************************************************************
079100* 4110-FILL-ONE-REF-DAY                                          *
079200******************************************************************
079300 4110-FILL-ONE-REF-DAY.
079400     MOVE FC-REF-DAY-LINES (FC-DAY-IDX)
079500         TO FC-CT-LINES (FC-DAY-IDX).
079600     IF FC-REF-DAY-FLAG (FC-DAY-IDX) = "H"
079700         MOVE "H" TO FC-CT-FLAG (FC-DAY-IDX)
079800     END-IF.
079900 4110-EXIT.
080000     EXIT.
080100
080200******************************************************************
080300* 4120-FILL-ONE-MEMBER-DAY                                       *
080400******************************************************************
080500 4120-FILL-ONE-MEMBER-DAY.
080600     MOVE LAY-DAY-LINES (FC-DAY-IDX)
080700         TO FC-CT-LINES (FC-DAY-IDX).
080800     IF LAY-DAY-FLAG (FC-DAY-IDX) = "H"
080900         MOVE "H" TO FC-CT-FLAG (FC-DAY-IDX)
081000     END-IF.
081100 4120-EXIT.
081200     EXIT.
081300
081400******************************************************************
081500* 4130-FILL-ONE-EXPECTED-DAY                                     *
081600******************************************************************
081700 4130-FILL-ONE-EXPECTED-DAY.
081800     MOVE FC-EXP-DAY-LINES (FC-DAY-IDX)
081900         TO FC-CT-LINES (FC-DAY-IDX).
082000     IF LAY-DAY-FLAG (FC-DAY-IDX) = "H"
082100         MOVE "H" TO FC-CT-FLAG (FC-DAY-IDX)
082200     END-IF.
082300 4130-EXIT.
082400     EXIT.
082500
082600******************************************************************
082700* 4270-WRITE-RPT-LINE - one line onto FAMCHKRP, breaking to a    *
082800*   fresh page with the title and column headings every          *
082900*   FC-RPT-LINES-PER-PAGE lines.                                 *
083000******************************************************************
083100 4270-WRITE-RPT-LINE.
083200     IF FC-RPT-LINE-CTR > FC-RPT-LINES-PER-PAGE
083300         PERFORM 4280-START-REPORT-PAGE
083400             THRU 4280-EXIT
083500     END-IF.
083600     WRITE REPORT-PRINT-LINE FROM FC-RPT-WORK-LINE.
083700     ADD 1 TO FC-RPT-LINE-CTR.
083800 4270-EXIT.
083900     EXIT.
084000
084100******************************************************************
084200* 4280-START-REPORT-PAGE                                         *
084300******************************************************************
084400 4280-START-REPORT-PAGE.
084500     ADD 1 TO FC-RPT-PAGE-CTR.
084600     MOVE FC-RPT-PAGE-CTR TO FC-TTL-PAGE.
084700     WRITE REPORT-PRINT-LINE FROM FC-RPT-TITLE-LINE.
084800     WRITE REPORT-PRINT-LINE FROM FC-RPT-COLUMN-HEADING.
084900     MOVE SPACES TO REPORT-PRINT-LINE.
085000     WRITE REPORT-PRINT-LINE.
085100     MOVE 3 TO FC-RPT-LINE-CTR.
085200 4280-EXIT.
085300     EXIT.
085400
085500******************************************************************
085600* 6000-PRINT-TRAILER - a fresh page with the run's counts, also  *
085700*   echoed to the console for operations.                        *
085800******************************************************************
085900 6000-PRINT-TRAILER.
086000     ADD 1 TO FC-RPT-PAGE-CTR.
086100     MOVE FC-RPT-PAGE-CTR TO FC-TTL-PAGE.
086200     WRITE REPORT-PRINT-LINE FROM FC-RPT-TITLE-LINE.
086300     MOVE SPACES TO REPORT-PRINT-LINE.
086400     WRITE REPORT-PRINT-LINE.
086500     MOVE "FAMILIES CHECKED          :" TO FC-RPT-CNT-LABEL.
086600     MOVE FC-FAMILIES-CHECKED TO FC-RPT-CNT-VALUE.
086700     WRITE REPORT-PRINT-LINE FROM FC-RPT-COUNT-LINE.
086800     MOVE "REFERENCE WEEKS           :" TO FC-RPT-CNT-LABEL.
086900     MOVE FC-REF-WEEKS TO FC-RPT-CNT-VALUE.
087000     WRITE REPORT-PRINT-LINE FROM FC-RPT-COUNT-LINE.
087100     MOVE "MEMBER WEEKS COMPARED     :" TO FC-RPT-CNT-LABEL.
087200     MOVE FC-COMPARED-COUNT TO FC-RPT-CNT-VALUE.
087300     WRITE REPORT-PRINT-LINE FROM FC-RPT-COUNT-LINE.
087400     MOVE "  IDENTICAL               :" TO FC-RPT-CNT-LABEL.
087500     MOVE FC-IDENTICAL-COUNT TO FC-RPT-CNT-VALUE.
087600     WRITE REPORT-PRINT-LINE FROM FC-RPT-COUNT-LINE.
087700     MOVE "  EXPLAINED BY HOLIDAYS   :" TO FC-RPT-CNT-LABEL.
087800     MOVE FC-EXPLAINED-COUNT TO FC-RPT-CNT-VALUE.
087900     WRITE REPORT-PRINT-LINE FROM FC-RPT-COUNT-LINE.
088000     MOVE "  INCONSISTENT            :" TO FC-RPT-CNT-LABEL.
088100     MOVE FC-INCONSISTENT-COUNT TO FC-RPT-CNT-VALUE.
088200     WRITE REPORT-PRINT-LINE FROM FC-RPT-COUNT-LINE.
088300     MOVE "MEMBER WEEKS NOT FILED    :" TO FC-RPT-CNT-LABEL.
088400     MOVE FC-MBR-MISSING-COUNT TO FC-RPT-CNT-VALUE.
088500     WRITE REPORT-PRINT-LINE FROM FC-RPT-COUNT-LINE.
088600     MOVE "REFERENCE WEEKS NOT FILED :" TO FC-RPT-CNT-LABEL.
088700     MOVE FC-REF-MISSING-COUNT TO FC-RPT-CNT-VALUE.
088800     WRITE REPORT-PRINT-LINE FROM FC-RPT-COUNT-LINE.
088900
089000     DISPLAY "FAMCHK: " FC-COMPARED-COUNT " compared, "
089100             FC-INCONSISTENT-COUNT " inconsistent, "
089200             FC-MBR-MISSING-COUNT " member and "
089300             FC-REF-MISSING-COUNT " reference week(s) not filed.".
089400 6000-EXIT.
089500     EXIT.
089600
089700******************************************************************
089800* 9500-STAMP-START-TS - the start of job, to the second, for     *
089900*   the run-statistics record.                                   *
090000******************************************************************
090100 9500-STAMP-START-TS.
090200     ACCEPT FC-CURRENT-DATE FROM DATE YYYYMMDD.
090300     ACCEPT FC-CURRENT-TIME FROM TIME.
090400     MOVE FC-CURRENT-DATE TO FC-START-TS (1:8).
090500     MOVE FC-CURRENT-TIME-X (1:6) TO FC-START-TS (9:6).
090600 9500-EXIT.
090700     EXIT.
090800
090900******************************************************************
091000* 9600-WRITE-RUN-STATS - one record onto the shared RUNSTATS     *
091100*   file at end of job, created automatically on the first run.  *
091200******************************************************************
091300 9600-WRITE-RUN-STATS.
091400     ACCEPT FC-CURRENT-DATE FROM DATE YYYYMMDD.
091500     ACCEPT FC-CURRENT-TIME FROM TIME.
091600     MOVE FC-CURRENT-DATE TO FC-END-TS (1:8).
091700     MOVE FC-CURRENT-TIME-X (1:6) TO FC-END-TS (9:6).
091800     OPEN EXTEND RUN-STATS-FILE.
091900     IF FC-RUNSTATS-STATUS = "35"
092000         OPEN OUTPUT RUN-STATS-FILE
092100         CLOSE RUN-STATS-FILE
092200         OPEN EXTEND RUN-STATS-FILE
092300     END-IF.
092400     IF FC-RUNSTATS-STATUS NOT = "00"
092500         DISPLAY "** Unable to open RUNSTATS - status "
092600                 FC-RUNSTATS-STATUS " - run not recorded."
092700         GO TO 9600-EXIT
092800     END-IF.
092900     MOVE SPACES TO RUN-STATS-RECORD.
093000     MOVE "FAMCHK" TO RS-PROGRAM.
093100     MOVE FC-START-TS TO RS-START-TS.
093200     MOVE FC-END-TS TO RS-END-TS.
093300     MOVE FC-COMPARED-COUNT TO RS-RECORDS-IN.
093400     COMPUTE RS-RECORDS-OUT =
093500             FC-IDENTICAL-COUNT + FC-EXPLAINED-COUNT.
093600     COMPUTE RS-RECORDS-REJ = FC-INCONSISTENT-COUNT
093700             + FC-MBR-MISSING-COUNT + FC-REF-MISSING-COUNT.
093800     MOVE FC-MAX-RC TO RS-RETURN-CODE.
093900     WRITE RUN-STATS-RECORD.
094000     CLOSE RUN-STATS-FILE.
094100 9600-EXIT.
094200     EXIT.
