000100******************************************************************
000200* PROGRAM      : OPERRPT                                        *
000300* AUTHOR       : J. HALVERSEN                                   *
000400* INSTALLATION : DIARY LAYOUT UNIT                               *
000500* DATE-WRITTEN : 2026.10.15                                      *
000600* DATE-COMPILED:                                                 *
000700*                                                                *
000800* PURPOSE.                                                      *
000900*   Periodic operator access report.  Every operator on the     *
001000*   OPERMAST master is listed with name, status, and the roles  *
001100*   held, and with what the operator did over the report        *
001200*   period - the SECPARM report days up to the run date (30     *
001300*   when not set): sign-ons let in and refused off SECLOG,      *
001400*   template changes off TMPLJRNL, holiday changes off HOLJRNL, *
001500*   and weeks approved or rejected off WEEKLAYT.  Initials      *
001600*   found in any of these but not on the master are listed      *
001700*   after the operators.  An operator is flagged whose          *
001800*   activity the master does not account for - not on file,     *
001900*   not active, or without the role the work needs - and every  *
002000*   refusal in the period follows in full.  The report goes to  *
002100*   OPERARPT.  Return code 0 clean, 4 an operator flagged, 8 no *
002200*   operator master or a report that would not open.            *
002300*                                                                *
002400* MODIFICATION HISTORY.                                         *
002500*   2026.10.15  JH  Original version.                            *
002550*   2026.10.15  JH  Initials not on file that were only ever     *
002550*                   refused are listed but not flagged.          *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.    OPERRPT.
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
004100     SELECT OPERATOR-FILE
004200         ASSIGN TO "OPERMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS OPR-INITIALS
004600         FILE STATUS IS OR-OPERATOR-STATUS.
004700
004800     SELECT PARM-FILE
004900         ASSIGN TO "SECPARM"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS OR-PARM-STATUS.
005200
005300     SELECT SECURITY-LOG-FILE
005400         ASSIGN TO "SECLOG"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS OR-SECLOG-STATUS.
005700
005800     SELECT JOURNAL-FILE
005900         ASSIGN TO "TMPLJRNL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS OR-JOURNAL-STATUS.
006200
006300     SELECT HOLIDAY-JOURNAL-FILE
006400         ASSIGN TO "HOLJRNL"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS OR-HOLJRNL-STATUS.
006700
006800     SELECT LAYOUT-FILE
006900         ASSIGN TO "WEEKLAYT"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS LAY-LAYOUT-KEY
007300         FILE STATUS IS OR-LAYOUT-STATUS.
007400
007500     SELECT REPORT-FILE
007600         ASSIGN TO "OPERARPT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS OR-REPORT-STATUS.
007900
008000     SELECT RUN-STATS-FILE
008100         ASSIGN TO "RUNSTATS"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS OR-RUNSTATS-STATUS.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  OPERATOR-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY WKOPERM.
009000
009100 FD  PARM-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY WKSECPRM.
009400
009500 FD  SECURITY-LOG-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY WKSECLRE.
009800
009900 FD  JOURNAL-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY WKJRNREC.
010200
010300 FD  HOLIDAY-JOURNAL-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY WKHJRNRE.
010600
010700 FD  LAYOUT-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY WKLAYREC.
011000
011100 FD  REPORT-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  REPORT-PRINT-LINE               PIC X(100).
011400
011500 FD  RUN-STATS-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY WKRSTAT.
011800
011900 WORKING-STORAGE SECTION.
012000 01  OR-SWITCHES.
012100     05  OR-EOF-SW                   PIC X(01).
012200         88  OR-EOF                      VALUE 'Y'.
012300     05  OR-FOUND-SW                 PIC X(01).
012400         88  OR-FOUND                    VALUE 'Y'.
012500     05  OR-OPERATOR-OPEN-SW         PIC X(01).
012600         88  OR-OPERATOR-OPEN            VALUE 'Y'.
012700
012800 01  OR-FILE-STATUS-GROUP.
012900     05  OR-OPERATOR-STATUS          PIC X(02).
013000     05  OR-PARM-STATUS              PIC X(02).
013100     05  OR-SECLOG-STATUS            PIC X(02).
013200     05  OR-JOURNAL-STATUS           PIC X(02).
013300     05  OR-HOLJRNL-STATUS           PIC X(02).
013400     05  OR-LAYOUT-STATUS            PIC X(02).
013500     05  OR-REPORT-STATUS            PIC X(02).
013600     05  OR-RUNSTATS-STATUS          PIC X(02).
013700
013800 77  OR-MAX-RC                       PIC 9(02) VALUE ZERO.
013900 77  OR-REPORT-DAYS                  PIC 9(03) VALUE 030.
014000 77  OR-PERIOD-START                 PIC 9(08).
014100 77  OR-PERIOD-END                   PIC 9(08).
014200 77  OR-ACTIVITY-DATE                PIC 9(08).
014300 77  OR-FIND-INITIALS                PIC X(03).
014400
014500*    One entry per operator on the master, in initials order,
014600*    then one per initials found in the activity files but not
014700*    on the master.
014800 77  OR-OPR-MAX                      PIC 9(03) VALUE 300.
014900 77  OR-OPR-IDX                      PIC 9(03) COMP.
015000 77  OR-OPR-HIT                      PIC 9(03) COMP.
015100 01  OR-OPERATOR-TABLE.
015200     05  OR-OPR-COUNT                PIC 9(03) VALUE ZERO.
015300     05  OR-OPR-ENTRY OCCURS 300.
015400         10  OR-TBL-INITIALS         PIC X(03).
015500         10  OR-TBL-NAME             PIC X(30).
015600         10  OR-TBL-STATUS           PIC X(01).
015700             88  OR-TBL-ACTIVE           VALUE 'A'.
015800             88  OR-TBL-INACTIVE         VALUE 'I'.
015900             88  OR-TBL-NOT-ON-FILE      VALUE 'X'.
016000         10  OR-TBL-ROLES.
016100             15  OR-TBL-ROLE-FLAG    PIC X(01) OCCURS 5.
016200         10  OR-TBL-SIGN-ONS         PIC 9(05).
016300         10  OR-TBL-REFUSALS         PIC 9(05).
016400         10  OR-TBL-TMPL-CHANGES     PIC 9(05).
016500         10  OR-TBL-HOL-CHANGES      PIC 9(05).
016600         10  OR-TBL-SIGN-OFFS        PIC 9(05).
016700         10  OR-TBL-LAST-ACTIVE      PIC 9(08).
016800
016900*    The role letters, in the order of OPR-ROLE-FLAG.
017000 01  OR-ROLE-LETTERS                 PIC X(05) VALUE "THAPS".
017100 01  OR-ROLE-LETTER-TABLE REDEFINES OR-ROLE-LETTERS.
017200     05  OR-ROLE-LETTER              PIC X(01) OCCURS 5.
017300 77  OR-ROLE-IDX                     PIC 9(01) COMP.
017400
017500 77  OR-OPERATORS-ON-FILE            PIC 9(05) VALUE ZERO.
017600 77  OR-OPERATORS-ACTIVE             PIC 9(05) VALUE ZERO.
017700 77  OR-INITIALS-NOT-ON-FILE         PIC 9(05) VALUE ZERO.
017800 77  OR-OPERATORS-FLAGGED            PIC 9(05) VALUE ZERO.
017900 77  OR-TOTAL-SIGN-ONS               PIC 9(07) VALUE ZERO.
018000 77  OR-TOTAL-REFUSALS               PIC 9(07) VALUE ZERO.
018100 77  OR-TOTAL-TMPL-CHANGES           PIC 9(07) VALUE ZERO.
018200 77  OR-TOTAL-HOL-CHANGES            PIC 9(07) VALUE ZERO.
018300 77  OR-TOTAL-SIGN-OFFS              PIC 9(07) VALUE ZERO.
018400 77  OR-TABLE-OVERFLOW               PIC 9(05) VALUE ZERO.
018500
018600 77  OR-CURRENT-DATE                 PIC 9(08).
018700 01  OR-TIME-GROUP.
018800     05  OR-CURRENT-TIME             PIC 9(08).
018900     05  OR-CURRENT-TIME-X REDEFINES OR-CURRENT-TIME
019000                                     PIC X(08).
019100 77  OR-START-TS                     PIC X(14).
019200 77  OR-END-TS                       PIC X(14).
019300
019400 77  OR-RPT-LINE-CTR                 PIC 9(03) VALUE 999.
019500 77  OR-RPT-PAGE-CTR                 PIC 9(05) VALUE ZERO.
019600 77  OR-RPT-LINES-PER-PAGE           PIC 9(03) VALUE 055.
019700 01  OR-RPT-WORK-LINE                PIC X(100).
019800 01  OR-RPT-HEADING-LINE             PIC X(100).
019900
020000 01  OR-RPT-TITLE-LINE.
020100     05  FILLER                      PIC X(24)
020200         VALUE "OPERATOR ACCESS REPORT".
020300     05  OR-TTL-FROM                 PIC 9(08).
020400     05  FILLER                      PIC X(04) VALUE " TO ".
020500     05  OR-TTL-TO                   PIC 9(08).
020600     05  FILLER                      PIC X(06) VALUE "  RUN ".
020700     05  OR-TTL-DATE                 PIC 9(08).
020800     05  FILLER                      PIC X(07) VALUE "   PAGE".
020900     05  OR-TTL-PAGE                 PIC ZZZZ9.
021000
021100 01  OR-RPT-OPERATOR-HEADING.
021200     05  FILLER                      PIC X(05) VALUE "INIT".
021300     05  FILLER                      PIC X(21) VALUE "NAME".
021400     05  FILLER                      PIC X(12) VALUE "STATUS".
021500     05  FILLER                      PIC X(06) VALUE "ROLES".
021600     05  FILLER                      PIC X(06) VALUE "SIGNON".
021700     05  FILLER                      PIC X(06) VALUE "REFUSE".
021800     05  FILLER                      PIC X(06) VALUE "TMPLCH".
021900     05  FILLER                      PIC X(06) VALUE "HOLCHG".
022000     05  FILLER                      PIC X(06) VALUE "SGNOFF".
022100     05  FILLER                      PIC X(09) VALUE "LAST ACT".
022200     05  FILLER                      PIC X(17) VALUE "FLAG".
022300
022400 01  OR-RPT-REFUSAL-HEADING.
022500     05  FILLER                      PIC X(16) VALUE "TIMESTAMP".
022600     05  FILLER                      PIC X(10) VALUE "PROGRAM".
022700     05  FILLER                      PIC X(05) VALUE "INIT".
022800     05  FILLER                      PIC X(06) VALUE "ROLE".
022900     05  FILLER                      PIC X(30)
023000         VALUE "REFUSED - REASON".
023100
023200 01  OR-RPT-OPERATOR-LINE.
023300     05  OR-OPL-INITIALS             PIC X(03).
023400     05  FILLER                      PIC X(02).
023500     05  OR-OPL-NAME                 PIC X(20).
023600     05  FILLER                      PIC X(01).
023700     05  OR-OPL-STATUS               PIC X(11).
023800     05  FILLER                      PIC X(01).
023900     05  OR-OPL-ROLES                PIC X(05).
024000     05  FILLER                      PIC X(01).
024100     05  OR-OPL-SIGN-ONS             PIC ZZZZ9.
024200     05  FILLER                      PIC X(01).
024300     05  OR-OPL-REFUSALS             PIC ZZZZ9.
024400     05  FILLER                      PIC X(01).
024500     05  OR-OPL-TMPL-CHANGES         PIC ZZZZ9.
024600     05  FILLER                      PIC X(01).
024700     05  OR-OPL-HOL-CHANGES          PIC ZZZZ9.
024800     05  FILLER                      PIC X(01).
024900     05  OR-OPL-SIGN-OFFS            PIC ZZZZ9.
025000     05  FILLER                      PIC X(01).
025100     05  OR-OPL-LAST-ACTIVE          PIC X(08).
025200     05  FILLER                      PIC X(01).
025300     05  OR-OPL-FLAG                 PIC X(17).
025400
025500 01  OR-RPT-REFUSAL-LINE.
025600     05  OR-RFL-TIMESTAMP            PIC X(14).
025700     05  FILLER                      PIC X(02).
025800     05  OR-RFL-PROGRAM              PIC X(08).
025900     05  FILLER                      PIC X(02).
026000     05  OR-RFL-INITIALS             PIC X(03).
026100     05  FILLER                      PIC X(04).
026200     05  OR-RFL-ROLE                 PIC X(01).
026300     05  FILLER                      PIC X(03).
026400     05  OR-RFL-REASON               PIC X(60).
026500
026600 01  OR-RPT-LEGEND-LINE              PIC X(100) VALUE
026700     "ROLES: T TEMPLATE  H HOLIDAY  A APPROVER  P PRINT  S OPERATO
026800-    "R ADMINISTRATOR".
026900
027000 01  OR-RPT-COUNT-LINE.
027100     05  OR-RPT-CNT-LABEL            PIC X(28).
027200     05  OR-RPT-CNT-VALUE            PIC ZZZZZZ9.
027300
027400 PROCEDURE DIVISION.
027500
027600******************************************************************
027700* 0000-MAINLINE                                                 *
027800******************************************************************
027900 0000-MAINLINE.
028000     PERFORM 9500-STAMP-START-TS
028100         THRU 9500-EXIT.
028200     PERFORM 1000-INITIALIZE
028300         THRU 1000-EXIT.
028400     IF OR-MAX-RC < 8
028500         PERFORM 2000-LOAD-OPERATORS
028600             THRU 2000-EXIT
028700         PERFORM 3000-COUNT-SIGN-ONS
028800             THRU 3000-EXIT
028900         PERFORM 3200-COUNT-TEMPLATE-CHANGES
029000             THRU 3200-EXIT
029100         PERFORM 3400-COUNT-HOLIDAY-CHANGES
029200             THRU 3400-EXIT
029300         PERFORM 3600-COUNT-SIGN-OFFS
029400             THRU 3600-EXIT
029500         PERFORM 4000-REPORT-OPERATORS
029600             THRU 4000-EXIT
029700         PERFORM 5000-REPORT-REFUSALS
029800             THRU 5000-EXIT
029900     END-IF.
030000     IF OR-REPORT-STATUS = "00"
030100         PERFORM 6000-PRINT-TRAILER
030200             THRU 6000-EXIT
030300     END-IF.
030400     PERFORM 9000-TERMINATE
030500         THRU 9000-EXIT.
030600     PERFORM 9600-WRITE-RUN-STATS
030700         THRU 9600-EXIT.
030800     MOVE OR-MAX-RC TO RETURN-CODE.
030900     STOP RUN.
031000
031100******************************************************************
031200* 1000-INITIALIZE - the report period, then the operator master *
031300*   and the report.  Without the master there is nothing to     *
031400*   report against, so the run stops.                           *
031500******************************************************************
031600 1000-INITIALIZE.
031700     ACCEPT OR-CURRENT-DATE FROM DATE YYYYMMDD.
031800     MOVE OR-CURRENT-DATE TO OR-TTL-DATE.
031900     MOVE "99" TO OR-REPORT-STATUS.
032000     MOVE "N" TO OR-OPERATOR-OPEN-SW.
032100     PERFORM 1100-LOAD-PARAMETERS
032200         THRU 1100-EXIT.
032300     MOVE OR-CURRENT-DATE TO OR-PERIOD-END.
032400     COMPUTE OR-PERIOD-START = FUNCTION DATE-OF-INTEGER
032500             (FUNCTION INTEGER-OF-DATE(OR-CURRENT-DATE)
032600              - OR-REPORT-DAYS).
032700     MOVE OR-PERIOD-START TO OR-TTL-FROM.
032800     MOVE OR-PERIOD-END TO OR-TTL-TO.
032900     OPEN INPUT OPERATOR-FILE.
033000     IF OR-OPERATOR-STATUS NOT = "00"
033100         DISPLAY "** Unable to open OPERMAST - status "
033200                 OR-OPERATOR-STATUS " - nothing to report."
033300         MOVE 8 TO OR-MAX-RC
033400         GO TO 1000-EXIT
033500     END-IF.
033600     SET OR-OPERATOR-OPEN TO TRUE.
033700     OPEN OUTPUT REPORT-FILE.
033800     IF OR-REPORT-STATUS NOT = "00"
033900         DISPLAY "** Unable to open OPERARPT - status "
034000                 OR-REPORT-STATUS "."
034100         MOVE 8 TO OR-MAX-RC
034200         GO TO 1000-EXIT
034300     END-IF.
034400 1000-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800* 1100-LOAD-PARAMETERS - the report days off SECPARM; no        *
034900*   SECPARM, or a blank or unreadable figure, keeps the default.*
035000******************************************************************
035100 1100-LOAD-PARAMETERS.
035200     OPEN INPUT PARM-FILE.
035300     IF OR-PARM-STATUS NOT = "00"
035400         GO TO 1100-EXIT
035500     END-IF.
035600     READ PARM-FILE
035700         AT END
035800             CLOSE PARM-FILE
035900             GO TO 1100-EXIT
036000     END-READ.
036100     IF SPR-REPORT-DAYS-X NOT = SPACES
036200         IF SPR-REPORT-DAYS NUMERIC
036300             MOVE SPR-REPORT-DAYS TO OR-REPORT-DAYS
036400         ELSE
036500             DISPLAY "** SECPARM report days not numeric - "
036600                     OR-REPORT-DAYS " used."
036700         END-IF
036800     END-IF.
036900     CLOSE PARM-FILE.
037000 1100-EXIT.
037100     EXIT.
037200
037300******************************************************************
037400* 2000-LOAD-OPERATORS - the whole operator master, in initials  *
037500*   order.                                                       *
037600******************************************************************
037700 2000-LOAD-OPERATORS.
037800     MOVE "N" TO OR-EOF-SW.
037900     MOVE LOW-VALUES TO OPR-INITIALS.
038000     START OPERATOR-FILE KEY NOT < OPR-INITIALS
038100         INVALID KEY
038200             SET OR-EOF TO TRUE
038300     END-START.
038400     PERFORM 2100-LOAD-ONE-OPERATOR
038500         THRU 2100-EXIT
038600         UNTIL OR-EOF.
038700 2000-EXIT.
038800     EXIT.
038900
039000******************************************************************
039100* 2100-LOAD-ONE-OPERATOR                                         *
039200******************************************************************
039300 2100-LOAD-ONE-OPERATOR.
039400     READ OPERATOR-FILE NEXT
039500         AT END
039600             SET OR-EOF TO TRUE
039700             GO TO 2100-EXIT
039800     END-READ.
039900     IF OR-OPR-COUNT >= OR-OPR-MAX
040000         ADD 1 TO OR-TABLE-OVERFLOW
040100         GO TO 2100-EXIT
040200     END-IF.
040300     ADD 1 TO OR-OPR-COUNT.
040400     ADD 1 TO OR-OPERATORS-ON-FILE.
040500     MOVE OR-OPR-COUNT TO OR-OPR-HIT.
040600     PERFORM 2950-CLEAR-ONE-ENTRY
040700         THRU 2950-EXIT.
040800     MOVE OPR-INITIALS TO OR-TBL-INITIALS (OR-OPR-HIT).
040900     MOVE OPR-NAME TO OR-TBL-NAME (OR-OPR-HIT).
041000     IF OPR-ACTIVE
041100         SET OR-TBL-ACTIVE (OR-OPR-HIT) TO TRUE
041200         ADD 1 TO OR-OPERATORS-ACTIVE
041300     ELSE
041400         SET OR-TBL-INACTIVE (OR-OPR-HIT) TO TRUE
041500     END-IF.
041600     MOVE OPR-ROLES TO OR-TBL-ROLES (OR-OPR-HIT).
041700 2100-EXIT.
041800     EXIT.
041900
042000******************************************************************
042100* 2900-FIND-OPERATOR - the entry for OR-FIND-INITIALS, left in   *
042200*   OR-OPR-HIT.  Initials not on the master get an entry of      *
042300*   their own; a full table leaves OR-OPR-HIT zero.              *
042400******************************************************************
042500 2900-FIND-OPERATOR.
042600     MOVE ZERO TO OR-OPR-HIT.
042700     MOVE "N" TO OR-FOUND-SW.
042800     PERFORM 2910-MATCH-ONE-OPERATOR
042900         THRU 2910-EXIT
043000         VARYING OR-OPR-IDX FROM 1 BY 1
043100         UNTIL OR-OPR-IDX > OR-OPR-COUNT
043200            OR OR-FOUND.
043300     IF OR-FOUND
043400         GO TO 2900-EXIT
043500     END-IF.
043600     IF OR-OPR-COUNT >= OR-OPR-MAX
043700         ADD 1 TO OR-TABLE-OVERFLOW
043800         GO TO 2900-EXIT
043900     END-IF.
044000     ADD 1 TO OR-OPR-COUNT.
044100     ADD 1 TO OR-INITIALS-NOT-ON-FILE.
044200     MOVE OR-OPR-COUNT TO OR-OPR-HIT.
044300     PERFORM 2950-CLEAR-ONE-ENTRY
044400         THRU 2950-EXIT.
044500     MOVE OR-FIND-INITIALS TO OR-TBL-INITIALS (OR-OPR-HIT).
044600     SET OR-TBL-NOT-ON-FILE (OR-OPR-HIT) TO TRUE.
044700 2900-EXIT.
044800     EXIT.
044900
045000******************************************************************
045100* 2910-MATCH-ONE-OPERATOR                                        *
045200******************************************************************
045300 2910-MATCH-ONE-OPERATOR.
045400     IF OR-TBL-INITIALS (OR-OPR-IDX) = OR-FIND-INITIALS
045500         SET OR-FOUND TO TRUE
045600         MOVE OR-OPR-IDX TO OR-OPR-HIT
045700     END-IF.
045800 2910-EXIT.
045900     EXIT.
046000
046100******************************************************************
046200* 2950-CLEAR-ONE-ENTRY                                           *
046300******************************************************************
046400 2950-CLEAR-ONE-ENTRY.
046500     MOVE SPACES TO OR-TBL-INITIALS (OR-OPR-HIT).
046600     MOVE SPACES TO OR-TBL-NAME (OR-OPR-HIT).
046700     MOVE SPACES TO OR-TBL-STATUS (OR-OPR-HIT).
046800     MOVE "NNNNN" TO OR-TBL-ROLES (OR-OPR-HIT).
046900     MOVE ZERO TO OR-TBL-SIGN-ONS (OR-OPR-HIT).
047000     MOVE ZERO TO OR-TBL-REFUSALS (OR-OPR-HIT).
047100     MOVE ZERO TO OR-TBL-TMPL-CHANGES (OR-OPR-HIT).
047200     MOVE ZERO TO OR-TBL-HOL-CHANGES (OR-OPR-HIT).
047300     MOVE ZERO TO OR-TBL-SIGN-OFFS (OR-OPR-HIT).
047400     MOVE ZERO TO OR-TBL-LAST-ACTIVE (OR-OPR-HIT).
047500 2950-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900* 2960-NOTE-ACTIVITY - the latest day the operator was seen.     *
048000******************************************************************
048100 2960-NOTE-ACTIVITY.
048200     IF OR-ACTIVITY-DATE > OR-TBL-LAST-ACTIVE (OR-OPR-HIT)
048300         MOVE OR-ACTIVITY-DATE TO OR-TBL-LAST-ACTIVE (OR-OPR-HIT)
048400     END-IF.
048500 2960-EXIT.
048600     EXIT.
048700
048800******************************************************************
048900* 3000-COUNT-SIGN-ONS - SECLOG over the period, let in and       *
049000*   refused.  No log means no sign-on has been checked yet.      *
049100******************************************************************
049200 3000-COUNT-SIGN-ONS.
049300     MOVE "N" TO OR-EOF-SW.
049400     OPEN INPUT SECURITY-LOG-FILE.
049500     IF OR-SECLOG-STATUS NOT = "00"
049600         DISPLAY "No SECLOG security log - no sign-ons counted."
049700         GO TO 3000-EXIT
049800     END-IF.
049900     PERFORM 3100-COUNT-ONE-SIGN-ON
050000         THRU 3100-EXIT
050100         UNTIL OR-EOF.
050200     CLOSE SECURITY-LOG-FILE.
050300 3000-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700* 3100-COUNT-ONE-SIGN-ON                                         *
050800******************************************************************
050900 3100-COUNT-ONE-SIGN-ON.
051000     READ SECURITY-LOG-FILE
051100         AT END
051200             SET OR-EOF TO TRUE
051300             GO TO 3100-EXIT
051400     END-READ.
051500     IF SEC-TIMESTAMP (1:8) < OR-PERIOD-START
051600             OR SEC-TIMESTAMP (1:8) > OR-PERIOD-END
051700             OR SEC-INITIALS = SPACES
051800         GO TO 3100-EXIT
051900     END-IF.
052000     MOVE SEC-INITIALS TO OR-FIND-INITIALS.
052100     PERFORM 2900-FIND-OPERATOR
052200         THRU 2900-EXIT.
052300     IF OR-OPR-HIT = ZERO
052400         GO TO 3100-EXIT
052500     END-IF.
052600     IF SEC-REFUSED
052700         ADD 1 TO OR-TBL-REFUSALS (OR-OPR-HIT)
052800         ADD 1 TO OR-TOTAL-REFUSALS
052900         GO TO 3100-EXIT
053000     END-IF.
053100     ADD 1 TO OR-TBL-SIGN-ONS (OR-OPR-HIT).
053200     ADD 1 TO OR-TOTAL-SIGN-ONS.
053300     MOVE SEC-TIMESTAMP (1:8) TO OR-ACTIVITY-DATE.
053400     PERFORM 2960-NOTE-ACTIVITY
053500         THRU 2960-EXIT.
053600 3100-EXIT.
053700     EXIT.
053800
053900******************************************************************
054000* 3200-COUNT-TEMPLATE-CHANGES - TMPLJRNL over the period.        *
054100******************************************************************
054200 3200-COUNT-TEMPLATE-CHANGES.
054300     MOVE "N" TO OR-EOF-SW.
054400     OPEN INPUT JOURNAL-FILE.
054500     IF OR-JOURNAL-STATUS NOT = "00"
054600         DISPLAY "No TMPLJRNL journal - no template changes "
054700                 "counted."
054800         GO TO 3200-EXIT
054900     END-IF.
055000     PERFORM 3300-COUNT-ONE-TEMPLATE-CHANGE
055100         THRU 3300-EXIT
055200         UNTIL OR-EOF.
055300     CLOSE JOURNAL-FILE.
055400 3200-EXIT.
055500     EXIT.
055600
055700******************************************************************
055800* 3300-COUNT-ONE-TEMPLATE-CHANGE                                 *
055900******************************************************************
056000 3300-COUNT-ONE-TEMPLATE-CHANGE.
056100     READ JOURNAL-FILE
056200         AT END
056300             SET OR-EOF TO TRUE
056400             GO TO 3300-EXIT
056500     END-READ.
056600     IF JRN-TIMESTAMP (1:8) < OR-PERIOD-START
056700             OR JRN-TIMESTAMP (1:8) > OR-PERIOD-END
056800             OR JRN-OPERATOR = SPACES
056900         GO TO 3300-EXIT
057000     END-IF.
057100     MOVE JRN-OPERATOR TO OR-FIND-INITIALS.
057200     PERFORM 2900-FIND-OPERATOR
057300         THRU 2900-EXIT.
057400     IF OR-OPR-HIT = ZERO
057500         GO TO 3300-EXIT
057600     END-IF.
057700     ADD 1 TO OR-TBL-TMPL-CHANGES (OR-OPR-HIT).
057800     ADD 1 TO OR-TOTAL-TMPL-CHANGES.
057900     MOVE JRN-TIMESTAMP (1:8) TO OR-ACTIVITY-DATE.
058000     PERFORM 2960-NOTE-ACTIVITY
058100         THRU 2960-EXIT.
058200 3300-EXIT.
058300     EXIT.
058400
058500******************************************************************
058600* 3400-COUNT-HOLIDAY-CHANGES - HOLJRNL over the period.          *
058700******************************************************************
058800 3400-COUNT-HOLIDAY-CHANGES.
058900     MOVE "N" TO OR-EOF-SW.
059000     OPEN INPUT HOLIDAY-JOURNAL-FILE.
059100     IF OR-HOLJRNL-STATUS NOT = "00"
059200         DISPLAY "No HOLJRNL journal - no holiday changes "
059300                 "counted."
059400         GO TO 3400-EXIT
059500     END-IF.
059600     PERFORM 3500-COUNT-ONE-HOLIDAY-CHANGE
059700         THRU 3500-EXIT
059800         UNTIL OR-EOF.
059900     CLOSE HOLIDAY-JOURNAL-FILE.
060000 3400-EXIT.
060100     EXIT.
060200
060300******************************************************************
060400* 3500-COUNT-ONE-HOLIDAY-CHANGE                                  *
060500******************************************************************
060600 3500-COUNT-ONE-HOLIDAY-CHANGE.
060700     READ HOLIDAY-JOURNAL-FILE
060800         AT END
060900             SET OR-EOF TO TRUE
061000             GO TO 3500-EXIT
061100     END-READ.
061200     IF HJR-TIMESTAMP (1:8) < OR-PERIOD-START
061300             OR HJR-TIMESTAMP (1:8) > OR-PERIOD-END
061400             OR HJR-OPERATOR = SPACES
061500         GO TO 3500-EXIT
061600     END-IF.
061700     MOVE HJR-OPERATOR TO OR-FIND-INITIALS.
061800     PERFORM 2900-FIND-OPERATOR
061900         THRU 2900-EXIT.
062000     IF OR-OPR-HIT = ZERO
062100         GO TO 3500-EXIT
062200     END-IF.
062300     ADD 1 TO OR-TBL-HOL-CHANGES (OR-OPR-HIT).
062400     ADD 1 TO OR-TOTAL-HOL-CHANGES.
062500     MOVE HJR-TIMESTAMP (1:8) TO OR-ACTIVITY-DATE.
062600     PERFORM 2960-NOTE-ACTIVITY
062700         THRU 2960-EXIT.
062800 3500-EXIT.
062900     EXIT.
063000
063100******************************************************************
063200* 3600-COUNT-SIGN-OFFS - every week on WEEKLAYT approved or      *
063300*   rejected within the period, by the initials stamped on it.   *
063400******************************************************************
063500 3600-COUNT-SIGN-OFFS.
063600     MOVE "N" TO OR-EOF-SW.
063700     OPEN INPUT LAYOUT-FILE.
063800     IF OR-LAYOUT-STATUS NOT = "00"
063900         DISPLAY "No WEEKLAYT layout store - no sign-offs "
064000                 "counted."
064100         GO TO 3600-EXIT
064200     END-IF.
064300     MOVE LOW-VALUES TO LAY-LAYOUT-KEY.
064400     START LAYOUT-FILE KEY NOT < LAY-LAYOUT-KEY
064500         INVALID KEY
064600             SET OR-EOF TO TRUE
064700     END-START.
064800     PERFORM 3700-COUNT-ONE-SIGN-OFF
064900         THRU 3700-EXIT
065000         UNTIL OR-EOF.
065100     CLOSE LAYOUT-FILE.
065200 3600-EXIT.
065300     EXIT.
065400
065500******************************************************************
065600* 3700-COUNT-ONE-SIGN-OFF                                        *
065700******************************************************************
065800 3700-COUNT-ONE-SIGN-OFF.
065900     READ LAYOUT-FILE NEXT
066000         AT END
066100             SET OR-EOF TO TRUE
066200             GO TO 3700-EXIT
066300     END-READ.
066400     IF NOT LAY-APPR-APPROVED AND NOT LAY-APPR-REJECTED
066500         GO TO 3700-EXIT
066600     END-IF.
066700     IF LAY-APPROVER = SPACES
066800             OR LAY-APPROVAL-DATE NOT NUMERIC
066900             OR LAY-APPROVAL-DATE < OR-PERIOD-START
067000             OR LAY-APPROVAL-DATE > OR-PERIOD-END
067100         GO TO 3700-EXIT
067200     END-IF.
067300     MOVE LAY-APPROVER TO OR-FIND-INITIALS.
067400     PERFORM 2900-FIND-OPERATOR
067500         THRU 2900-EXIT.
067600     IF OR-OPR-HIT = ZERO
067700         GO TO 3700-EXIT
067800     END-IF.
067900     ADD 1 TO OR-TBL-SIGN-OFFS (OR-OPR-HIT).
068000     ADD 1 TO OR-TOTAL-SIGN-OFFS.
068100     MOVE LAY-APPROVAL-DATE TO OR-ACTIVITY-DATE.
068200     PERFORM 2960-NOTE-ACTIVITY
068300         THRU 2960-EXIT.
068400 3700-EXIT.
068500     EXIT.
068600
068700******************************************************************
068800* 4000-REPORT-OPERATORS - one line per table entry: the master's *
068900*   operators first, then initials found only in the activity.  *
069000******************************************************************
069100 4000-REPORT-OPERATORS.
069200     MOVE OR-RPT-OPERATOR-HEADING TO OR-RPT-HEADING-LINE.
069300     MOVE 999 TO OR-RPT-LINE-CTR.
069400     PERFORM 4100-REPORT-ONE-OPERATOR
069500         THRU 4100-EXIT
069600         VARYING OR-OPR-IDX FROM 1 BY 1
069700         UNTIL OR-OPR-IDX > OR-OPR-COUNT.
069800     IF OR-OPERATORS-FLAGGED > ZERO
069900         MOVE 4 TO OR-MAX-RC
070000         DISPLAY "** " OR-OPERATORS-FLAGGED " operator(s) "
070100                 "flagged on OPERARPT."
070200     END-IF.
070300     IF OR-TABLE-OVERFLOW > ZERO
070400         MOVE 4 TO OR-MAX-RC
070500         DISPLAY "** More than " OR-OPR-MAX " operators - "
070600                 OR-TABLE-OVERFLOW " record(s) not counted."
070700     END-IF.
070800 4000-EXIT.
070900     EXIT.
071000
071100******************************************************************
071200* 4100-REPORT-ONE-OPERATOR - the flag is the first of: not on    *
071300*   the master, not active but seen at work, or work done        *
071400*   without the role for it.                                     *
071500******************************************************************
071600 4100-REPORT-ONE-OPERATOR.
071700     MOVE SPACES TO OR-RPT-OPERATOR-LINE.
071800     MOVE OR-TBL-INITIALS (OR-OPR-IDX) TO OR-OPL-INITIALS.
071900     MOVE OR-TBL-NAME (OR-OPR-IDX) TO OR-OPL-NAME.
072000     IF OR-TBL-ACTIVE (OR-OPR-IDX)
072100         MOVE "ACTIVE" TO OR-OPL-STATUS
072200     END-IF.
072300     IF OR-TBL-INACTIVE (OR-OPR-IDX)
072400         MOVE "INACTIVE" TO OR-OPL-STATUS
072500     END-IF.
072600     IF OR-TBL-NOT-ON-FILE (OR-OPR-IDX)
072700         MOVE "NOT ON FILE" TO OR-OPL-STATUS
072800     END-IF.
072900     MOVE "-----" TO OR-OPL-ROLES.
073000     PERFORM 4200-SHOW-ONE-ROLE
073100         THRU 4200-EXIT
073200         VARYING OR-ROLE-IDX FROM 1 BY 1
073300         UNTIL OR-ROLE-IDX > 5.
073400     MOVE OR-TBL-SIGN-ONS (OR-OPR-IDX) TO OR-OPL-SIGN-ONS.
073500     MOVE OR-TBL-REFUSALS (OR-OPR-IDX) TO OR-OPL-REFUSALS.
073600     MOVE OR-TBL-TMPL-CHANGES (OR-OPR-IDX)
073700         TO OR-OPL-TMPL-CHANGES.
073800     MOVE OR-TBL-HOL-CHANGES (OR-OPR-IDX) TO OR-OPL-HOL-CHANGES.
073900     MOVE OR-TBL-SIGN-OFFS (OR-OPR-IDX) TO OR-OPL-SIGN-OFFS.
074000     IF OR-TBL-LAST-ACTIVE (OR-OPR-IDX) = ZERO
074100         MOVE "NONE" TO OR-OPL-LAST-ACTIVE
074200     ELSE
074300         MOVE OR-TBL-LAST-ACTIVE (OR-OPR-IDX)
074400             TO OR-OPL-LAST-ACTIVE
074500     END-IF.
074600     PERFORM 4300-FLAG-ONE-OPERATOR
074700         THRU 4300-EXIT.
074800     IF OR-OPL-FLAG NOT = SPACES
074900         ADD 1 TO OR-OPERATORS-FLAGGED
075000     END-IF.
075100     MOVE OR-RPT-OPERATOR-LINE TO OR-RPT-WORK-LINE.
075200     PERFORM 4270-WRITE-RPT-LINE
075300         THRU 4270-EXIT.
075400 4100-EXIT.
075500     EXIT.
075600
075700******************************************************************
075800* 4200-SHOW-ONE-ROLE                                             *
075900******************************************************************
076000 4200-SHOW-ONE-ROLE.
076100     IF OR-TBL-ROLE-FLAG (OR-OPR-IDX, OR-ROLE-IDX) = "Y"
076200         MOVE OR-ROLE-LETTER (OR-ROLE-IDX)
076300             TO OR-OPL-ROLES (OR-ROLE-IDX:1)
076400     END-IF.
076500 4200-EXIT.
076600     EXIT.
076700
076800******************************************************************
076900* 4300-FLAG-ONE-OPERATOR - refusals alone are not flagged; they  *
077000*   are listed in full after the operators.  Initials not on     *
077050*   file are flagged only when something was done under them.    *
077100******************************************************************
077200 4300-FLAG-ONE-OPERATOR.
077300     IF OR-TBL-NOT-ON-FILE (OR-OPR-IDX)
077310             AND (OR-TBL-SIGN-ONS (OR-OPR-IDX) > ZERO
077320               OR OR-TBL-TMPL-CHANGES (OR-OPR-IDX) > ZERO
077330               OR OR-TBL-HOL-CHANGES (OR-OPR-IDX) > ZERO
077340               OR OR-TBL-SIGN-OFFS (OR-OPR-IDX) > ZERO)
077400         MOVE "** NOT ON FILE" TO OR-OPL-FLAG
077500         GO TO 4300-EXIT
077600     END-IF.
077700     IF OR-TBL-INACTIVE (OR-OPR-IDX)
077800             AND (OR-TBL-SIGN-ONS (OR-OPR-IDX) > ZERO
077900               OR OR-TBL-TMPL-CHANGES (OR-OPR-IDX) > ZERO
078000               OR OR-TBL-HOL-CHANGES (OR-OPR-IDX) > ZERO
078100               OR OR-TBL-SIGN-OFFS (OR-OPR-IDX) > ZERO)
078200         MOVE "** INACTIVE" TO OR-OPL-FLAG
078300         GO TO 4300-EXIT
078400     END-IF.
078500     IF OR-TBL-TMPL-CHANGES (OR-OPR-IDX) > ZERO
078600             AND OR-TBL-ROLE-FLAG (OR-OPR-IDX, 1) NOT = "Y"
078700         MOVE "** NO TEMPLATE" TO OR-OPL-FLAG
078800         GO TO 4300-EXIT
078900     END-IF.
079000     IF OR-TBL-HOL-CHANGES (OR-OPR-IDX) > ZERO
079100             AND OR-TBL-ROLE-FLAG (OR-OPR-IDX, 2) NOT = "Y"
079200         MOVE "** NO HOLIDAY" TO OR-OPL-FLAG
079300         GO TO 4300-EXIT
079400     END-IF.
079500     IF OR-TBL-SIGN-OFFS (OR-OPR-IDX) > ZERO
079600             AND OR-TBL-ROLE-FLAG (OR-OPR-IDX, 3) NOT = "Y"
079700         MOVE "** NO APPROVER" TO OR-OPL-FLAG
079800         GO TO 4300-EXIT
079900     END-IF.
080000 4300-EXIT.
080100     EXIT.
080200
080300******************************************************************
080400* 4270-WRITE-RPT-LINE - one line onto OPERARPT, breaking to a    *
080500*   fresh page with the title and column headings every          *
080600*   OR-RPT-LINES-PER-PAGE lines.                                 *
080700******************************************************************
080800 4270-WRITE-RPT-LINE.
080900     IF OR-RPT-LINE-CTR > OR-RPT-LINES-PER-PAGE
081000         PERFORM 4280-START-REPORT-PAGE
081100             THRU 4280-EXIT
081200     END-IF.
081300     WRITE REPORT-PRINT-LINE FROM OR-RPT-WORK-LINE.
081400     ADD 1 TO OR-RPT-LINE-CTR.
081500 4270-EXIT.
081600     EXIT.
081700
081800******************************************************************
081900* 4280-START-REPORT-PAGE                                         *
082000******************************************************************
082100 4280-START-REPORT-PAGE.
082200     ADD 1 TO OR-RPT-PAGE-CTR.
082300     MOVE OR-RPT-PAGE-CTR TO OR-TTL-PAGE.
082400     WRITE REPORT-PRINT-LINE FROM OR-RPT-TITLE-LINE.
082500     WRITE REPORT-PRINT-LINE FROM OR-RPT-HEADING-LINE.
082600     MOVE SPACES TO REPORT-PRINT-LINE.
082700     WRITE REPORT-PRINT-LINE.
082800     MOVE 3 TO OR-RPT-LINE-CTR.
082900 4280-EXIT.
083000     EXIT.
083100
083200******************************************************************
083300* 5000-REPORT-REFUSALS - every refusal on SECLOG in the period,  *
083400*   in the order logged, on pages of their own.                  *
083500******************************************************************
083600 5000-REPORT-REFUSALS.
083700     IF OR-TOTAL-REFUSALS = ZERO
083800         GO TO 5000-EXIT
083900     END-IF.
084000     MOVE OR-RPT-REFUSAL-HEADING TO OR-RPT-HEADING-LINE.
084100     MOVE 999 TO OR-RPT-LINE-CTR.
084200     MOVE "N" TO OR-EOF-SW.
084300     OPEN INPUT SECURITY-LOG-FILE.
084400     IF OR-SECLOG-STATUS NOT = "00"
084500         GO TO 5000-EXIT
084600     END-IF.
084700     PERFORM 5100-REPORT-ONE-REFUSAL
084800         THRU 5100-EXIT
084900         UNTIL OR-EOF.
085000     CLOSE SECURITY-LOG-FILE.
085100 5000-EXIT.
085200     EXIT.
085300
085400******************************************************************
085500* 5100-REPORT-ONE-REFUSAL                                        *
085600******************************************************************
085700 5100-REPORT-ONE-REFUSAL.
085800     READ SECURITY-LOG-FILE
085900         AT END
086000             SET OR-EOF TO TRUE
086100             GO TO 5100-EXIT
086200     END-READ.
086300     IF NOT SEC-REFUSED
086400             OR SEC-TIMESTAMP (1:8) < OR-PERIOD-START
086500             OR SEC-TIMESTAMP (1:8) > OR-PERIOD-END
086600         GO TO 5100-EXIT
086700     END-IF.
086800     MOVE SPACES TO OR-RPT-REFUSAL-LINE.
086900     MOVE SEC-TIMESTAMP TO OR-RFL-TIMESTAMP.
087000     MOVE SEC-PROGRAM TO OR-RFL-PROGRAM.
087100     MOVE SEC-INITIALS TO OR-RFL-INITIALS.
087200     MOVE SEC-ROLE TO OR-RFL-ROLE.
087300     MOVE SEC-REASON TO OR-RFL-REASON.
087400     MOVE OR-RPT-REFUSAL-LINE TO OR-RPT-WORK-LINE.
087500     PERFORM 4270-WRITE-RPT-LINE
087600         THRU 4270-EXIT.
087700 5100-EXIT.
087800     EXIT.
087900
088000******************************************************************
088100* 6000-PRINT-TRAILER - a fresh page with the run's counts.       *
088200******************************************************************
088300 6000-PRINT-TRAILER.
088400     ADD 1 TO OR-RPT-PAGE-CTR.
088500     MOVE OR-RPT-PAGE-CTR TO OR-TTL-PAGE.
088600     WRITE REPORT-PRINT-LINE FROM OR-RPT-TITLE-LINE.
088700     MOVE SPACES TO REPORT-PRINT-LINE.
088800     WRITE REPORT-PRINT-LINE.
088900     MOVE "OPERATORS ON FILE         :" TO OR-RPT-CNT-LABEL.
089000     MOVE OR-OPERATORS-ON-FILE TO OR-RPT-CNT-VALUE.
089100     WRITE REPORT-PRINT-LINE FROM OR-RPT-COUNT-LINE.
089200     MOVE "  ACTIVE                  :" TO OR-RPT-CNT-LABEL.
089300     MOVE OR-OPERATORS-ACTIVE TO OR-RPT-CNT-VALUE.
089400     WRITE REPORT-PRINT-LINE FROM OR-RPT-COUNT-LINE.
089500     MOVE "INITIALS NOT ON FILE      :" TO OR-RPT-CNT-LABEL.
089600     MOVE OR-INITIALS-NOT-ON-FILE TO OR-RPT-CNT-VALUE.
089700     WRITE REPORT-PRINT-LINE FROM OR-RPT-COUNT-LINE.
089800     MOVE "OPERATORS FLAGGED         :" TO OR-RPT-CNT-LABEL.
089900     MOVE OR-OPERATORS-FLAGGED TO OR-RPT-CNT-VALUE.
090000     WRITE REPORT-PRINT-LINE FROM OR-RPT-COUNT-LINE.
090100     MOVE "SIGN-ONS LET IN           :" TO OR-RPT-CNT-LABEL.
090200     MOVE OR-TOTAL-SIGN-ONS TO OR-RPT-CNT-VALUE.
090300     WRITE REPORT-PRINT-LINE FROM OR-RPT-COUNT-LINE.
090400     MOVE "REFUSALS                  :" TO OR-RPT-CNT-LABEL.
090500     MOVE OR-TOTAL-REFUSALS TO OR-RPT-CNT-VALUE.
090600     WRITE REPORT-PRINT-LINE FROM OR-RPT-COUNT-LINE.
090700     MOVE "TEMPLATE CHANGES          :" TO OR-RPT-CNT-LABEL.
090800     MOVE OR-TOTAL-TMPL-CHANGES TO OR-RPT-CNT-VALUE.
090900     WRITE REPORT-PRINT-LINE FROM OR-RPT-COUNT-LINE.
091000     MOVE "HOLIDAY CHANGES           :" TO OR-RPT-CNT-LABEL.
091100     MOVE OR-TOTAL-HOL-CHANGES TO OR-RPT-CNT-VALUE.
091200     WRITE REPORT-PRINT-LINE FROM OR-RPT-COUNT-LINE.
091300     MOVE "WEEKS APPROVED/REJECTED   :" TO OR-RPT-CNT-LABEL.
091400     MOVE OR-TOTAL-SIGN-OFFS TO OR-RPT-CNT-VALUE.
091500     WRITE REPORT-PRINT-LINE FROM OR-RPT-COUNT-LINE.
091600     MOVE SPACES TO REPORT-PRINT-LINE.
091700     WRITE REPORT-PRINT-LINE.
091800     WRITE REPORT-PRINT-LINE FROM OR-RPT-LEGEND-LINE.
091900 6000-EXIT.
092000     EXIT.
092100
092200******************************************************************
092300* 9000-TERMINATE                                                 *
092400******************************************************************
092500 9000-TERMINATE.
092600     IF OR-REPORT-STATUS = "00"
092700         CLOSE REPORT-FILE
092800     END-IF.
092900     IF OR-OPERATOR-OPEN
093000         CLOSE OPERATOR-FILE
093100     END-IF.
093200 9000-EXIT.
093300     EXIT.
093400
093500******************************************************************
093600* 9500-STAMP-START-TS - the start of job, to the second, for     *
093700*   the run-statistics record.                                   *
093800******************************************************************
093900 9500-STAMP-START-TS.
094000     ACCEPT OR-CURRENT-DATE FROM DATE YYYYMMDD.
094100     ACCEPT OR-CURRENT-TIME FROM TIME.
094200     MOVE OR-CURRENT-DATE TO OR-START-TS (1:8).
094300     MOVE OR-CURRENT-TIME-X (1:6) TO OR-START-TS (9:6).
094400 9500-EXIT.
094500     EXIT.
094600
094700******************************************************************
094800* 9600-WRITE-RUN-STATS - one record onto the shared RUNSTATS     *
094900*   file at end of job, created automatically on the first run.  *
095000******************************************************************
095100 9600-WRITE-RUN-STATS.
095200     ACCEPT OR-CURRENT-DATE FROM DATE YYYYMMDD.
095300     ACCEPT OR-CURRENT-TIME FROM TIME.
095400     MOVE OR-CURRENT-DATE TO OR-END-TS (1:8).
095500     MOVE OR-CURRENT-TIME-X (1:6) TO OR-END-TS (9:6).
095600     OPEN EXTEND RUN-STATS-FILE.
095700     IF OR-RUNSTATS-STATUS = "35"
095800         OPEN OUTPUT RUN-STATS-FILE
095900         CLOSE RUN-STATS-FILE
096000         OPEN EXTEND RUN-STATS-FILE
096100     END-IF.
096200     IF OR-RUNSTATS-STATUS NOT = "00"
096300         DISPLAY "** Unable to open RUNSTATS - status "
096400                 OR-RUNSTATS-STATUS " - run not recorded."
096500         GO TO 9600-EXIT
096600     END-IF.
096700     MOVE SPACES TO RUN-STATS-RECORD.
096800     MOVE "OPERRPT" TO RS-PROGRAM.
096900     MOVE OR-START-TS TO RS-START-TS.
097000     MOVE OR-END-TS TO RS-END-TS.
097100     MOVE OR-OPERATORS-ON-FILE TO RS-RECORDS-IN.
097200     MOVE OR-OPR-COUNT TO RS-RECORDS-OUT.
097300     MOVE OR-OPERATORS-FLAGGED TO RS-RECORDS-REJ.
097400     MOVE OR-MAX-RC TO RS-RETURN-CODE.
097500     WRITE RUN-STATS-RECORD.
097600     CLOSE RUN-STATS-FILE.
097700 9600-EXIT.
097800     EXIT.
