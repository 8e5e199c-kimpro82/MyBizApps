000100******************************************************************
000200* PROGRAM      : WEEKEXPT                                       *
000300* AUTHOR       : J. HALVERSEN                                   *
000400* INSTALLATION : DIARY LAYOUT UNIT                               *
000500* DATE-WRITTEN : 2026.10.15                                      *
000600* DATE-COMPILED:                                                 *
000700*                                                                *
000800* PURPOSE.                                                      *
000900*   Cuts the prepress interface file for the typesetting house  *
001000*   so they stop re-keying our rulings off WEEKPAGE images.     *
001100*   Reads WEEKLAYT for a range of week dates and takes only the *
001200*   approved weeks.  Writes PREPRESS - a file header, per week   *
001300*   a header, a detail per day and per day-section, and a       *
001400*   trailer with the record count and the hash total of the     *
001500*   weeks' total lines.  Every export is numbered (the last     *
001600*   number on the WEEKEXLG log plus one) and logged there, and  *
001700*   every week sent is registered on WEEKEXRG with the record   *
001800*   as sent.  A week already sent goes again only when it has   *
001900*   since been approved with different figures or sign-off,     *
002000*   and then it is flagged as a resend.  The WEEKEXRP report    *
002100*   lists every week sent.  Return code 0 clean, 8 file open    *
002200*   failure.                                                    *
002300*                                                                *
002400* MODIFICATION HISTORY.                                         *
002500*   2026.10.15  JH  Original version.                            *
002500*   2026.10.15  JH  Resend compares the registered image with   *
002500*                   the layout record less its layout rules     *
002500*                   status, which is not sent to prepress.      *
002500*   2026.10.15  JH  A RESEND line shows the export the week      *
002500*                   was last sent in.                            *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.    WEEKEXPT.
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
004600         FILE STATUS IS WX-LAYOUT-STATUS.
004700
004800     SELECT REGISTER-FILE
004900         ASSIGN TO "WEEKEXRG"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS EXR-KEY
005300         FILE STATUS IS WX-REGISTER-STATUS.
005400
005500     SELECT EXPORT-LOG-FILE
005600         ASSIGN TO "WEEKEXLG"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WX-EXLOG-STATUS.
005900
006000     SELECT INTERFACE-FILE
006100         ASSIGN TO "PREPRESS"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WX-INTERFACE-STATUS.
006400
006500     SELECT REPORT-FILE
006600         ASSIGN TO "WEEKEXRP"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WX-REPORT-STATUS.
006900
007000     SELECT RUN-STATS-FILE
007100         ASSIGN TO "RUNSTATS"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WX-RUNSTATS-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  LAYOUT-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY WKLAYREC.
008000
008100 FD  REGISTER-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY WKEXREGR.
008400
008500 FD  EXPORT-LOG-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY WKEXLGRE.
008800
008900 FD  INTERFACE-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY WKPPXREC.
009200
009300 FD  REPORT-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  REPORT-PRINT-LINE               PIC X(80).
009600
009700 FD  RUN-STATS-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY WKRSTAT.
010000
010100 WORKING-STORAGE SECTION.
010200 01  WX-SWITCHES.
010300     05  WX-LAYOUT-EOF-SW            PIC X(01).
010400         88  WX-LAYOUT-EOF               VALUE 'Y'.
010500     05  WX-EXLOG-EOF-SW             PIC X(01).
010600         88  WX-EXLOG-EOF                VALUE 'Y'.
010700     05  WX-SEND-SW                  PIC X(01).
010800         88  WX-SEND-NEW                 VALUE 'N'.
010900         88  WX-SEND-RESEND              VALUE 'R'.
011000         88  WX-SEND-NONE                VALUE 'X'.
011100     05  WX-REGISTERED-SW            PIC X(01).
011200         88  WX-REGISTERED               VALUE 'Y'.
011300
011400 01  WX-FILE-STATUS-GROUP.
011500     05  WX-LAYOUT-STATUS            PIC X(02).
011600     05  WX-REGISTER-STATUS          PIC X(02).
011700     05  WX-EXLOG-STATUS             PIC X(02).
011800     05  WX-INTERFACE-STATUS         PIC X(02).
011900     05  WX-REPORT-STATUS            PIC X(02).
012000     05  WX-RUNSTATS-STATUS          PIC X(02).
012100
012200 77  WX-DATE-INPUT                   PIC X(08).
012300 77  WX-DATE-WORK                    PIC 9(08).
012400 77  WX-DATE-INT                     PIC 9(08).
012500 77  WX-FROM-DATE                    PIC 9(08).
012600 77  WX-TO-DATE                      PIC 9(08).
012700 77  WX-EXPORT-NO                    PIC 9(05) VALUE ZERO.
012750 77  WX-PREV-EXPORT-NO               PIC 9(05) VALUE ZERO.
012800 77  WX-MAX-RC                       PIC 9(02) VALUE ZERO.
012900 77  WX-MONDAY-INT                   PIC 9(08).
013000 77  WX-DAY-IDX                      PIC 9(01) COMP.
013100 77  WX-SEC-IDX                      PIC 9(01) COMP.
013200
013300 77  WX-LAYOUTS-READ                 PIC 9(07) VALUE ZERO.
013400 77  WX-IN-RANGE                     PIC 9(07) VALUE ZERO.
013500 77  WX-NOT-APPROVED                 PIC 9(07) VALUE ZERO.
013600 77  WX-ALREADY-SENT                 PIC 9(07) VALUE ZERO.
013700 77  WX-WEEKS-NEW                    PIC 9(05) VALUE ZERO.
013800 77  WX-WEEKS-RESENT                 PIC 9(05) VALUE ZERO.
013900 77  WX-WEEKS-SENT                   PIC 9(05) VALUE ZERO.
014000 77  WX-RECORD-COUNT                 PIC 9(07) VALUE ZERO.
014100 77  WX-HASH-TOTAL                   PIC 9(09) VALUE ZERO.
014200
014300 77  WX-CURRENT-DATE                 PIC 9(08).
014400 01  WX-TIME-GROUP.
014500     05  WX-CURRENT-TIME             PIC 9(08).
014600     05  WX-CURRENT-TIME-X REDEFINES WX-CURRENT-TIME
014700                                     PIC X(08).
014800 77  WX-START-TS                     PIC X(14).
014900 77  WX-END-TS                       PIC X(14).
015000
015100 77  WX-RPT-LINE-CTR                 PIC 9(03) VALUE 999.
015200 77  WX-RPT-PAGE-CTR                 PIC 9(05) VALUE ZERO.
015300 77  WX-RPT-LINES-PER-PAGE           PIC 9(03) VALUE 055.
015400 01  WX-RPT-WORK-LINE                PIC X(80).
015500
015600 01  WX-RPT-TITLE-LINE.
015700     05  FILLER                      PIC X(19)
015800         VALUE "PREPRESS EXPORT NO.".
015900     05  WX-TTL-EXPORT-NO            PIC ZZZZ9.
016000     05  FILLER                      PIC X(08) VALUE "  WEEKS ".
016100     05  WX-TTL-FROM                 PIC 9(08).
016200     05  FILLER                      PIC X(04) VALUE " TO ".
016300     05  WX-TTL-TO                   PIC 9(08).
016400     05  FILLER                      PIC X(06) VALUE "  RUN ".
016500     05  WX-TTL-DATE                 PIC 9(08).
016600     05  FILLER                      PIC X(07) VALUE "   PAGE".
016700     05  WX-TTL-PAGE                 PIC ZZZZ9.
016800
016900 01  WX-RPT-COLUMN-HEADING.
017000     05  FILLER                      PIC X(40)
017100         VALUE "TEMPLATE  WEEK      SENT    APPROVED BY".
017200     05  FILLER                      PIC X(30)
017300         VALUE "       LINES  LAST EXPORT".
017400
017500 01  WX-RPT-DETAIL-LINE.
017600     05  WX-DTL-TEMPLATE             PIC X(08).
017700     05  FILLER                      PIC X(02).
017800     05  WX-DTL-WEEK                 PIC 9(08).
017900     05  FILLER                      PIC X(02).
018000     05  WX-DTL-SENT                 PIC X(06).
018100     05  FILLER                      PIC X(02).
018200     05  WX-DTL-APPROVER             PIC X(03).
018300     05  FILLER                      PIC X(01).
018400     05  WX-DTL-APPR-DATE            PIC 9(08).
018500     05  FILLER                      PIC X(04).
018600     05  WX-DTL-LINES                PIC ZZZ9.
018700     05  FILLER                      PIC X(02).
018800     05  WX-DTL-LAST-EXPORT          PIC ZZZZ9.
018900
019000 01  WX-RPT-COUNT-LINE.
019100     05  WX-RPT-CNT-LABEL            PIC X(28).
019200     05  WX-RPT-CNT-VALUE            PIC ZZZZZZZZ9.
019300
019400 PROCEDURE DIVISION.
019500
019600******************************************************************
019700* 0000-MAINLINE                                                 *
019800******************************************************************
019900 0000-MAINLINE.
020000     PERFORM 9500-STAMP-START-TS
020100         THRU 9500-EXIT.
020200     PERFORM 1000-INITIALIZE
020300         THRU 1000-EXIT.
020400     IF WX-MAX-RC < 8
020500         PERFORM 2000-EXPORT-WEEKS
020600             THRU 2000-EXIT
020700         PERFORM 5000-WRITE-TRAILER
020800             THRU 5000-EXIT
020900         PERFORM 6000-PRINT-TOTALS
021000             THRU 6000-EXIT
021100         PERFORM 9000-TERMINATE
021200             THRU 9000-EXIT
021300         PERFORM 5100-LOG-EXPORT
021400             THRU 5100-EXIT
021500     END-IF.
021600     PERFORM 9600-WRITE-RUN-STATS
021700         THRU 9600-EXIT.
021800     MOVE WX-MAX-RC TO RETURN-CODE.
021900     STOP RUN.
022000
022100******************************************************************
022200* 1000-INITIALIZE - the week range, the next export number, and  *
022300*   the files; the register is created automatically on the      *
022400*   first run.                                                   *
022500******************************************************************
022600 1000-INITIALIZE.
022700     ACCEPT WX-CURRENT-DATE FROM DATE YYYYMMDD.
022800     PERFORM 1100-GET-DATE-RANGE
022900         THRU 1100-EXIT.
023000     PERFORM 1200-GET-EXPORT-NUMBER
023100         THRU 1200-EXIT.
023200
023300     OPEN INPUT LAYOUT-FILE.
023400     IF WX-LAYOUT-STATUS NOT = "00"
023500         DISPLAY "** Unable to open WEEKLAYT - status "
023600                 WX-LAYOUT-STATUS "."
023700         MOVE 8 TO WX-MAX-RC
023800         GO TO 1000-EXIT
023900     END-IF.
024000     OPEN I-O REGISTER-FILE.
024100     IF WX-REGISTER-STATUS = "35"
024200         OPEN OUTPUT REGISTER-FILE
024300         CLOSE REGISTER-FILE
024400         OPEN I-O REGISTER-FILE
024500     END-IF.
024600     IF WX-REGISTER-STATUS NOT = "00"
024700         DISPLAY "** Unable to open WEEKEXRG - status "
024800                 WX-REGISTER-STATUS "."
024900         CLOSE LAYOUT-FILE
025000         MOVE 8 TO WX-MAX-RC
025100         GO TO 1000-EXIT
025200     END-IF.
025300     OPEN OUTPUT INTERFACE-FILE.
025400     IF WX-INTERFACE-STATUS NOT = "00"
025500         DISPLAY "** Unable to open PREPRESS - status "
025600                 WX-INTERFACE-STATUS "."
025700         CLOSE LAYOUT-FILE
025800         CLOSE REGISTER-FILE
025900         MOVE 8 TO WX-MAX-RC
026000         GO TO 1000-EXIT
026100     END-IF.
026200     OPEN OUTPUT REPORT-FILE.
026300     IF WX-REPORT-STATUS NOT = "00"
026400         DISPLAY "** Unable to open WEEKEXRP - status "
026500                 WX-REPORT-STATUS "."
026600         CLOSE LAYOUT-FILE
026700         CLOSE REGISTER-FILE
026800         CLOSE INTERFACE-FILE
026900         MOVE 8 TO WX-MAX-RC
027000         GO TO 1000-EXIT
027100     END-IF.
027200
027300     MOVE WX-EXPORT-NO TO WX-TTL-EXPORT-NO.
027400     MOVE WX-FROM-DATE TO WX-TTL-FROM.
027500     MOVE WX-TO-DATE TO WX-TTL-TO.
027600     MOVE WX-CURRENT-DATE TO WX-TTL-DATE.
027700
027800     MOVE SPACES TO PREPRESS-RECORD.
027900     SET PPX-FILE-HEADER-REC TO TRUE.
028000     MOVE WX-EXPORT-NO TO PPX-EXPORT-NO.
028100     MOVE WX-CURRENT-DATE TO PPX-F-RUN-DATE.
028200     MOVE WX-FROM-DATE TO PPX-F-FROM-DATE.
028300     MOVE WX-TO-DATE TO PPX-F-TO-DATE.
028400     PERFORM 4900-WRITE-INTERFACE
028500         THRU 4900-EXIT.
028600 1000-EXIT.
028700     EXIT.
028800
028900******************************************************************
029000* 1100-GET-DATE-RANGE - the first and last week dates to send,   *
029100*   each a real calendar date, the last not before the first.    *
029200******************************************************************
029300 1100-GET-DATE-RANGE.
029400     DISPLAY "Enter the first week date to export (YYYYMMDD): "
029500             WITH NO ADVANCING.
029600     PERFORM 1150-GET-ONE-DATE
029700         THRU 1150-EXIT.
029800     MOVE WX-DATE-WORK TO WX-FROM-DATE.
029900 1100-GET-TO-DATE.
030000     DISPLAY "Enter the last week date to export (YYYYMMDD): "
030100             WITH NO ADVANCING.
030200     PERFORM 1150-GET-ONE-DATE
030300         THRU 1150-EXIT.
030400     IF WX-DATE-WORK < WX-FROM-DATE
030500         DISPLAY "** Last week must not be before the first - "
030600                 "try again."
030700         GO TO 1100-GET-TO-DATE
030800     END-IF.
030900     MOVE WX-DATE-WORK TO WX-TO-DATE.
031000 1100-EXIT.
031100     EXIT.
031200
031300******************************************************************
031400* 1150-GET-ONE-DATE                                              *
031500******************************************************************
031600 1150-GET-ONE-DATE.
031700     ACCEPT WX-DATE-INPUT.
031800     IF WX-DATE-INPUT NOT NUMERIC
031900         DISPLAY "** Date must be numeric YYYYMMDD - try again: "
032000                 WITH NO ADVANCING
032100         GO TO 1150-GET-ONE-DATE
032200     END-IF.
032300     MOVE WX-DATE-INPUT TO WX-DATE-WORK.
032400     COMPUTE WX-DATE-INT = FUNCTION INTEGER-OF-DATE(WX-DATE-WORK).
032500     IF WX-DATE-INT = ZERO
032600         DISPLAY "** Not a real calendar date - try again: "
032700                 WITH NO ADVANCING
032800         GO TO 1150-GET-ONE-DATE
032900     END-IF.
033000 1150-EXIT.
033100     EXIT.
033200
033300******************************************************************
033400* 1200-GET-EXPORT-NUMBER - the last export logged plus one; the  *
033500*   first export ever is number 1.                               *
033600******************************************************************
033700 1200-GET-EXPORT-NUMBER.
033800     MOVE ZERO TO WX-EXPORT-NO.
033900     MOVE "N" TO WX-EXLOG-EOF-SW.
034000     OPEN INPUT EXPORT-LOG-FILE.
034100     IF WX-EXLOG-STATUS NOT = "00"
034200         GO TO 1200-NEXT-NUMBER
034300     END-IF.
034400     PERFORM 1210-READ-ONE-LOG
034500         THRU 1210-EXIT
034600         UNTIL WX-EXLOG-EOF.
034700     CLOSE EXPORT-LOG-FILE.
034800 1200-NEXT-NUMBER.
034900     ADD 1 TO WX-EXPORT-NO.
035000 1200-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400* 1210-READ-ONE-LOG                                              *
035500******************************************************************
035600 1210-READ-ONE-LOG.
035700     READ EXPORT-LOG-FILE
035800         AT END
035900             SET WX-EXLOG-EOF TO TRUE
036000             GO TO 1210-EXIT
036100     END-READ.
036200     IF EXL-EXPORT-NO NUMERIC
036300             AND EXL-EXPORT-NO > WX-EXPORT-NO
036400         MOVE EXL-EXPORT-NO TO WX-EXPORT-NO
036500     END-IF.
036600 1210-EXIT.
036700     EXIT.
036800
036900******************************************************************
037000* 9000-TERMINATE                                                *
037100******************************************************************
037200 9000-TERMINATE.
037300     CLOSE LAYOUT-FILE.
037400     CLOSE REGISTER-FILE.
037500     CLOSE INTERFACE-FILE.
037600     CLOSE REPORT-FILE.
037700 9000-EXIT.
037800     EXIT.
037900
038000******************************************************************
038100* 2000-EXPORT-WEEKS - the whole layout file in key order, since  *
038200*   the key leads with the template name, not the week.          *
038300******************************************************************
038400 2000-EXPORT-WEEKS.
038500     MOVE "N" TO WX-LAYOUT-EOF-SW.
038600     MOVE LOW-VALUES TO LAY-LAYOUT-KEY.
038700     START LAYOUT-FILE KEY NOT < LAY-LAYOUT-KEY
038800         INVALID KEY
038900             SET WX-LAYOUT-EOF TO TRUE
039000     END-START.
039100     PERFORM 2100-EXPORT-ONE-LAYOUT
039200         THRU 2100-EXIT
039300         UNTIL WX-LAYOUT-EOF.
039400 2000-EXIT.
039500     EXIT.
039600
039700******************************************************************
039800* 2100-EXPORT-ONE-LAYOUT - an approved week in the range is sent *
039900*   when it has never been sent, or when what was sent is no     *
040000*   longer what is approved.  A register entry left by an export *
040100*   that never reached the log did not complete, so the week is  *
040200*   sent again as new.                                           *
040300******************************************************************
040400 2100-EXPORT-ONE-LAYOUT.
040500     READ LAYOUT-FILE NEXT
040600         AT END
040700             SET WX-LAYOUT-EOF TO TRUE
040800             GO TO 2100-EXIT
040900     END-READ.
041000     ADD 1 TO WX-LAYOUTS-READ.
041100     IF LAY-PAGE-DATE < WX-FROM-DATE
041200             OR LAY-PAGE-DATE > WX-TO-DATE
041300         GO TO 2100-EXIT
041400     END-IF.
041500     ADD 1 TO WX-IN-RANGE.
041600     IF NOT LAY-APPR-APPROVED
041700         ADD 1 TO WX-NOT-APPROVED
041800         GO TO 2100-EXIT
041900     END-IF.
042000
042100     MOVE "N" TO WX-REGISTERED-SW.
042200     SET WX-SEND-NEW TO TRUE.
042300     MOVE LAY-LAYOUT-KEY TO EXR-KEY.
042400     READ REGISTER-FILE
042500         INVALID KEY
042600             MOVE ZERO TO EXR-EXPORT-NO
042700         NOT INVALID KEY
042800             SET WX-REGISTERED TO TRUE
042900     END-READ.
043000     IF WX-REGISTERED AND EXR-EXPORT-NO < WX-EXPORT-NO
043100         IF EXR-LAYOUT-IMAGE = LAYOUT-RECORD (1:212)
043200             SET WX-SEND-NONE TO TRUE
043300         ELSE
043400             SET WX-SEND-RESEND TO TRUE
043500         END-IF
043600     END-IF.
043700     IF WX-SEND-NONE
043800         ADD 1 TO WX-ALREADY-SENT
043900         GO TO 2100-EXIT
044000     END-IF.
044100
044200     PERFORM 3000-WRITE-WEEK
044300         THRU 3000-EXIT.
044400     PERFORM 2200-REGISTER-WEEK
044500         THRU 2200-EXIT.
044600     PERFORM 4000-REPORT-WEEK
044700         THRU 4000-EXIT.
044800 2100-EXIT.
044900     EXIT.
045000
045100******************************************************************
045200* 2200-REGISTER-WEEK - the week as sent, under this export.      *
045300******************************************************************
045400 2200-REGISTER-WEEK.
045500     MOVE EXR-EXPORT-NO TO WX-PREV-EXPORT-NO.
045600     MOVE LAY-LAYOUT-KEY TO EXR-KEY.
045700     MOVE WX-EXPORT-NO TO EXR-EXPORT-NO.
045800     MOVE WX-CURRENT-DATE TO EXR-EXPORT-DATE.
045900     MOVE LAYOUT-RECORD TO EXR-LAYOUT-IMAGE.
046000     IF WX-REGISTERED
046100         REWRITE EXPORT-REGISTER-RECORD
046200             INVALID KEY
046300                 DISPLAY "** Unable to rewrite WEEKEXRG for "
046400                         LAY-TEMPLATE-NAME " " LAY-PAGE-DATE
046500                         " - status " WX-REGISTER-STATUS "."
046600         END-REWRITE
046700     ELSE
046800         WRITE EXPORT-REGISTER-RECORD
046900             INVALID KEY
047000                 DISPLAY "** Unable to write WEEKEXRG for "
047100                         LAY-TEMPLATE-NAME " " LAY-PAGE-DATE
047200                         " - status " WX-REGISTER-STATUS "."
047300         END-WRITE
047400     END-IF.
047500 2200-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900* 3000-WRITE-WEEK - the week header, then for each day its day   *
048000*   detail followed by its section details.  Days are dated off  *
048100*   the Monday of the week the page date falls in, so a month    *
048200*   page starting mid-week still dates its days correctly.       *
048300******************************************************************
048400 3000-WRITE-WEEK.
048500     IF WX-SEND-RESEND
048600         ADD 1 TO WX-WEEKS-RESENT
048700     ELSE
048800         ADD 1 TO WX-WEEKS-NEW
048900     END-IF.
049000     ADD 1 TO WX-WEEKS-SENT.
049100     ADD LAY-TOTAL-LINES TO WX-HASH-TOTAL.
049200
049300     MOVE SPACES TO PREPRESS-RECORD.
049400     SET PPX-WEEK-HEADER-REC TO TRUE.
049500     MOVE WX-EXPORT-NO TO PPX-EXPORT-NO.
049600     MOVE LAY-TEMPLATE-NAME TO PPX-H-TEMPLATE.
049700     MOVE LAY-PAGE-DATE TO PPX-H-WEEK.
049800     MOVE WX-SEND-SW TO PPX-H-SEND-TYPE.
049900     MOVE LAY-LANGUAGE TO PPX-H-LANGUAGE.
050000     MOVE LAY-TOTAL-LINES TO PPX-H-TOTAL-LINES.
050100     MOVE LAY-SECTION-COUNT TO PPX-H-SECTION-COUNT.
050200     IF LAY-TEMPLATE-REV NUMERIC
050300         MOVE LAY-TEMPLATE-REV TO PPX-H-TEMPLATE-REV
050400     ELSE
050500         MOVE ZERO TO PPX-H-TEMPLATE-REV
050600     END-IF.
050700     MOVE LAY-APPROVER TO PPX-H-APPROVER.
050800     MOVE LAY-APPROVAL-DATE TO PPX-H-APPROVAL-DATE.
050900     PERFORM 4900-WRITE-INTERFACE
051000         THRU 4900-EXIT.
051100
051200     COMPUTE WX-MONDAY-INT =
051300             FUNCTION INTEGER-OF-DATE(LAY-PAGE-DATE).
051400     COMPUTE WX-MONDAY-INT = WX-MONDAY-INT
051500             - FUNCTION MOD(WX-MONDAY-INT - 1, 7).
051600     PERFORM 3100-WRITE-ONE-DAY
051700         THRU 3100-EXIT
051800         VARYING WX-DAY-IDX FROM 1 BY 1
051900         UNTIL WX-DAY-IDX > 7.
052000 3000-EXIT.
052100     EXIT.
052200
052300******************************************************************
052400* 3100-WRITE-ONE-DAY                                             *
052500******************************************************************
052600 3100-WRITE-ONE-DAY.
052700     MOVE SPACES TO PREPRESS-RECORD.
052800     SET PPX-DAY-DETAIL-REC TO TRUE.
052900     MOVE WX-EXPORT-NO TO PPX-EXPORT-NO.
053000     MOVE LAY-TEMPLATE-NAME TO PPX-D-TEMPLATE.
053100     MOVE LAY-PAGE-DATE TO PPX-D-WEEK.
053200     MOVE WX-DAY-IDX TO PPX-D-DAY-NO.
053300     COMPUTE PPX-D-DAY-DATE = FUNCTION DATE-OF-INTEGER
053400             (WX-MONDAY-INT + WX-DAY-IDX - 1).
053500     MOVE LAY-DAY-LINES (WX-DAY-IDX) TO PPX-D-DAY-LINES.
053600     MOVE LAY-DAY-FLAG (WX-DAY-IDX) TO PPX-D-DAY-FLAG.
053700     MOVE LAY-LANGUAGE TO PPX-D-LANGUAGE.
053800     PERFORM 4900-WRITE-INTERFACE
053900         THRU 4900-EXIT.
054000     IF LAY-SECTION-COUNT NUMERIC
054100             AND LAY-SECTION-COUNT > ZERO
054200         PERFORM 3110-WRITE-ONE-SECTION
054300             THRU 3110-EXIT
054400             VARYING WX-SEC-IDX FROM 1 BY 1
054500             UNTIL WX-SEC-IDX > LAY-SECTION-COUNT
054600                OR WX-SEC-IDX > 4
054700     END-IF.
054800 3100-EXIT.
054900     EXIT.
055000
055100******************************************************************
055200* 3110-WRITE-ONE-SECTION                                         *
055300******************************************************************
055400 3110-WRITE-ONE-SECTION.
055500     MOVE SPACES TO PREPRESS-RECORD.
055600     SET PPX-SECTION-DETAIL-REC TO TRUE.
055700     MOVE WX-EXPORT-NO TO PPX-EXPORT-NO.
055800     MOVE LAY-TEMPLATE-NAME TO PPX-S-TEMPLATE.
055900     MOVE LAY-PAGE-DATE TO PPX-S-WEEK.
056000     MOVE WX-DAY-IDX TO PPX-S-DAY-NO.
056100     MOVE WX-SEC-IDX TO PPX-S-SECTION-NO.
056200     MOVE LAY-SECTION-NAME (WX-SEC-IDX) TO PPX-S-SECTION-NAME.
056300     MOVE LAY-SECTION-LINES (WX-DAY-IDX, WX-SEC-IDX)
056400         TO PPX-S-SECTION-LINES.
056500     PERFORM 4900-WRITE-INTERFACE
056600         THRU 4900-EXIT.
056700 3110-EXIT.
056800     EXIT.
056900
057000******************************************************************
057100* 4000-REPORT-WEEK - one report line per week sent.              *
057200******************************************************************
057300 4000-REPORT-WEEK.
057400     MOVE SPACES TO WX-RPT-DETAIL-LINE.
057500     MOVE LAY-TEMPLATE-NAME TO WX-DTL-TEMPLATE.
057600     MOVE LAY-PAGE-DATE TO WX-DTL-WEEK.
057700     IF WX-SEND-RESEND
057800         MOVE "RESEND" TO WX-DTL-SENT
057850         MOVE WX-PREV-EXPORT-NO TO WX-DTL-LAST-EXPORT
057900     ELSE
058000         MOVE "NEW" TO WX-DTL-SENT
058100         MOVE ZERO TO WX-DTL-LAST-EXPORT
058200     END-IF.
058300     MOVE LAY-APPROVER TO WX-DTL-APPROVER.
058400     MOVE LAY-APPROVAL-DATE TO WX-DTL-APPR-DATE.
058500     MOVE LAY-TOTAL-LINES TO WX-DTL-LINES.
058600     MOVE WX-RPT-DETAIL-LINE TO WX-RPT-WORK-LINE.
058700     PERFORM 4270-WRITE-RPT-LINE
058800         THRU 4270-EXIT.
058900 4000-EXIT.
059000     EXIT.
059100
059200******************************************************************
059300* 4270-WRITE-RPT-LINE - one line onto WEEKEXRP, breaking to a    *
059400*   fresh page with the title and column headings every          *
059500*   WX-RPT-LINES-PER-PAGE lines.                                 *
059600******************************************************************
059700 4270-WRITE-RPT-LINE.
059800     IF WX-RPT-LINE-CTR > WX-RPT-LINES-PER-PAGE
059900         PERFORM 4280-START-REPORT-PAGE
060000             THRU 4280-EXIT
060100     END-IF.
060200     WRITE REPORT-PRINT-LINE FROM WX-RPT-WORK-LINE.
060300     ADD 1 TO WX-RPT-LINE-CTR.
060400 4270-EXIT.
060500     EXIT.
060600
060700******************************************************************
060800* 4280-START-REPORT-PAGE                                         *
060900******************************************************************
061000 4280-START-REPORT-PAGE.
061100     ADD 1 TO WX-RPT-PAGE-CTR.
061200     MOVE WX-RPT-PAGE-CTR TO WX-TTL-PAGE.
061300     WRITE REPORT-PRINT-LINE FROM WX-RPT-TITLE-LINE.
061400     WRITE REPORT-PRINT-LINE FROM WX-RPT-COLUMN-HEADING.
061500     MOVE SPACES TO REPORT-PRINT-LINE.
061600     WRITE REPORT-PRINT-LINE.
061700     MOVE 3 TO WX-RPT-LINE-CTR.
061800 4280-EXIT.
061900     EXIT.
062000
062100******************************************************************
062200* 4900-WRITE-INTERFACE - every record but the trailer counts.    *
062300******************************************************************
062400 4900-WRITE-INTERFACE.
062500     WRITE PREPRESS-RECORD.
062600     ADD 1 TO WX-RECORD-COUNT.
062700 4900-EXIT.
062800     EXIT.
062900
063000******************************************************************
063100* 5000-WRITE-TRAILER - the control totals the intake proves the  *
063200*   file against.                                                *
063300******************************************************************
063400 5000-WRITE-TRAILER.
063500     MOVE SPACES TO PREPRESS-RECORD.
063600     SET PPX-TRAILER-REC TO TRUE.
063700     MOVE WX-EXPORT-NO TO PPX-EXPORT-NO.
063800     MOVE WX-RECORD-COUNT TO PPX-T-RECORD-COUNT.
063900     MOVE WX-WEEKS-SENT TO PPX-T-WEEK-COUNT.
064000     MOVE WX-WEEKS-RESENT TO PPX-T-RESEND-COUNT.
064100     MOVE WX-HASH-TOTAL TO PPX-T-HASH-TOTAL.
064200     WRITE PREPRESS-RECORD.
064300 5000-EXIT.
064400     EXIT.
064500
064600******************************************************************
064700* 5100-LOG-EXPORT - the export is logged only once its file is   *
064800*   closed whole, so its number is never reused.                 *
064900******************************************************************
065000 5100-LOG-EXPORT.
065100     OPEN EXTEND EXPORT-LOG-FILE.
065200     IF WX-EXLOG-STATUS = "35"
065300         OPEN OUTPUT EXPORT-LOG-FILE
065400         CLOSE EXPORT-LOG-FILE
065500         OPEN EXTEND EXPORT-LOG-FILE
065600     END-IF.
065700     IF WX-EXLOG-STATUS NOT = "00"
065800         DISPLAY "** Unable to open WEEKEXLG - status "
065900                 WX-EXLOG-STATUS " - export " WX-EXPORT-NO
066000                 " not logged."
066100         MOVE 8 TO WX-MAX-RC
066200         GO TO 5100-EXIT
066300     END-IF.
066400     ACCEPT WX-CURRENT-TIME FROM TIME.
066500     MOVE SPACES TO EXPORT-LOG-RECORD.
066600     MOVE WX-EXPORT-NO TO EXL-EXPORT-NO.
066700     MOVE WX-CURRENT-DATE TO EXL-RUN-TS (1:8).
066800     MOVE WX-CURRENT-TIME-X (1:6) TO EXL-RUN-TS (9:6).
066900     MOVE WX-FROM-DATE TO EXL-FROM-DATE.
067000     MOVE WX-TO-DATE TO EXL-TO-DATE.
067100     MOVE WX-WEEKS-NEW TO EXL-WEEKS-NEW.
067200     MOVE WX-WEEKS-RESENT TO EXL-WEEKS-RESENT.
067300     MOVE WX-RECORD-COUNT TO EXL-RECORD-COUNT.
067400     MOVE WX-HASH-TOTAL TO EXL-HASH-TOTAL.
067500     WRITE EXPORT-LOG-RECORD.
067600     CLOSE EXPORT-LOG-FILE.
067700 5100-EXIT.
067800     EXIT.
067900
068000******************************************************************
068100* 6000-PRINT-TOTALS - a fresh page with the export's counts and  *
068200*   control totals, also echoed to the console for operations.   *
068300******************************************************************
068400 6000-PRINT-TOTALS.
068500     ADD 1 TO WX-RPT-PAGE-CTR.
068600     MOVE WX-RPT-PAGE-CTR TO WX-TTL-PAGE.
068700     WRITE REPORT-PRINT-LINE FROM WX-RPT-TITLE-LINE.
068800     MOVE SPACES TO REPORT-PRINT-LINE.
068900     WRITE REPORT-PRINT-LINE.
069000     MOVE "WEEKS IN RANGE              :" TO WX-RPT-CNT-LABEL.
069100     MOVE WX-IN-RANGE TO WX-RPT-CNT-VALUE.
069200     WRITE REPORT-PRINT-LINE FROM WX-RPT-COUNT-LINE.
069300     MOVE "  NOT APPROVED - HELD BACK  :" TO WX-RPT-CNT-LABEL.
069400     MOVE WX-NOT-APPROVED TO WX-RPT-CNT-VALUE.
069500     WRITE REPORT-PRINT-LINE FROM WX-RPT-COUNT-LINE.
069600     MOVE "  ALREADY SENT - UNCHANGED  :" TO WX-RPT-CNT-LABEL.
069700     MOVE WX-ALREADY-SENT TO WX-RPT-CNT-VALUE.
069800     WRITE REPORT-PRINT-LINE FROM WX-RPT-COUNT-LINE.
069900     MOVE "  SENT NEW                  :" TO WX-RPT-CNT-LABEL.
070000     MOVE WX-WEEKS-NEW TO WX-RPT-CNT-VALUE.
070100     WRITE REPORT-PRINT-LINE FROM WX-RPT-COUNT-LINE.
070200     MOVE "  RESENT - RE-APPROVED      :" TO WX-RPT-CNT-LABEL.
070300     MOVE WX-WEEKS-RESENT TO WX-RPT-CNT-VALUE.
070400     WRITE REPORT-PRINT-LINE FROM WX-RPT-COUNT-LINE.
070500     MOVE "RECORDS BEFORE TRAILER      :" TO WX-RPT-CNT-LABEL.
070600     MOVE WX-RECORD-COUNT TO WX-RPT-CNT-VALUE.
070700     WRITE REPORT-PRINT-LINE FROM WX-RPT-COUNT-LINE.
070800     MOVE "HASH TOTAL OF TOTAL LINES   :" TO WX-RPT-CNT-LABEL.
070900     MOVE WX-HASH-TOTAL TO WX-RPT-CNT-VALUE.
071000     WRITE REPORT-PRINT-LINE FROM WX-RPT-COUNT-LINE.
071100
071200     DISPLAY "Export " WX-EXPORT-NO ": " WX-WEEKS-NEW " new, "
071300             WX-WEEKS-RESENT " resent, " WX-RECORD-COUNT
071400             " records, hash " WX-HASH-TOTAL ".".
071500 6000-EXIT.
071600     EXIT.
071700
071800******************************************************************
071900* 9500-STAMP-START-TS - the start of job, to the second, for     *
072000*   the run-statistics record.                                   *
072100******************************************************************
072200 9500-STAMP-START-TS.
072300     ACCEPT WX-CURRENT-DATE FROM DATE YYYYMMDD.
072400     ACCEPT WX-CURRENT-TIME FROM TIME.
072500     MOVE WX-CURRENT-DATE TO WX-START-TS (1:8).
072600     MOVE WX-CURRENT-TIME-X (1:6) TO WX-START-TS (9:6).
072700 9500-EXIT.
072800     EXIT.
072900
073000******************************************************************
073100* 9600-WRITE-RUN-STATS - one record onto the shared RUNSTATS     *
073200*   file at end of job, created automatically on the first run.  *
073300******************************************************************
073400 9600-WRITE-RUN-STATS.
073500     ACCEPT WX-CURRENT-DATE FROM DATE YYYYMMDD.
073600     ACCEPT WX-CURRENT-TIME FROM TIME.
073700     MOVE WX-CURRENT-DATE TO WX-END-TS (1:8).
073800     MOVE WX-CURRENT-TIME-X (1:6) TO WX-END-TS (9:6).
073900     OPEN EXTEND RUN-STATS-FILE.
074000     IF WX-RUNSTATS-STATUS = "35"
074100         OPEN OUTPUT RUN-STATS-FILE
074200         CLOSE RUN-STATS-FILE
074300         OPEN EXTEND RUN-STATS-FILE
074400     END-IF.
074500     IF WX-RUNSTATS-STATUS NOT = "00"
074600         DISPLAY "** Unable to open RUNSTATS - status "
074700                 WX-RUNSTATS-STATUS " - run not recorded."
074800         GO TO 9600-EXIT
074900     END-IF.
075000     MOVE SPACES TO RUN-STATS-RECORD.
075100     MOVE "WEEKEXPT" TO RS-PROGRAM.
075200     MOVE WX-START-TS TO RS-START-TS.
075300     MOVE WX-END-TS TO RS-END-TS.
075400     MOVE WX-IN-RANGE TO RS-RECORDS-IN.
075500     MOVE WX-WEEKS-SENT TO RS-RECORDS-OUT.
075600     MOVE WX-NOT-APPROVED TO RS-RECORDS-REJ.
075700     MOVE WX-MAX-RC TO RS-RETURN-CODE.
075800     WRITE RUN-STATS-RECORD.
075900     CLOSE RUN-STATS-FILE.
076000 9600-EXIT.
076100     EXIT.
