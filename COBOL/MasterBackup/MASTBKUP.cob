000100******************************************************************
000200* PROGRAM      : MASTBKUP                                       *
000300* AUTHOR       : J. HALVERSEN                                   *
000400* INSTALLATION : DIARY LAYOUT UNIT                               *
000500* DATE-WRITTEN : 2026.10.15                                      *
000600* DATE-COMPILED:                                                 *
000700*                                                                *
000800* PURPOSE.                                                      *
000900*   Backup and recovery for the two indexed masters.  A backup  *
001000*   run unloads TMPLMAST and WEEKLAYT, in key order, to         *
001100*   sequential backups named for the run date                   *
001200*   (TMPLMAST.Bccyymmdd, WEEKLAYT.Bccyymmdd), each closed by a  *
001300*   control record carrying the backup timestamp, the record    *
001400*   count and the low and high keys.  A reload run takes one    *
001500*   master and the date of the backup to reload from, proves    *
001600*   the backup against its control record - count, key range,   *
001700*   keys in sequence, control record last - before the master  *
001800*   is touched, and then rebuilds the master from it.  A        *
001900*   TMPLMAST reload is then rolled forward from TMPLJRNL: every *
002000*   add, change and delete stamped after the backup is applied  *
002100*   in timestamp order, each entry's before-image is checked    *
002200*   against what is on file first, and the MASTBRPT recovery    *
002300*   report lists every entry applied and every mismatch, with   *
002400*   both images, so the master is rebuilt to the minute.  A     *
002500*   mismatched entry is still applied - the journal's after-    *
002600*   image is what the master held - but is flagged for review.  *
002700*   Return code 0 clean, 4 before-image mismatches, 8 a backup  *
002800*   failing its controls or a file that would not open.         *
002900*                                                                *
003000* MODIFICATION HISTORY.                                         *
003100*   2026.10.15  JH  Original version.                            *
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.    MASTBKUP.
003500 AUTHOR.        J. HALVERSEN.
003600 INSTALLATION.  DIARY LAYOUT UNIT.
003700 DATE-WRITTEN.  2026.10.15.
003800 DATE-COMPILED.
003900
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   GENERIC.
004300 OBJECT-COMPUTER.   GENERIC.
004400
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT MASTER-FILE
004800         ASSIGN TO "TMPLMAST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS TMPM-KEY
005200         FILE STATUS IS MB-MASTER-STATUS.
005300
005400     SELECT LAYOUT-FILE
005500         ASSIGN TO "WEEKLAYT"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS LAY-LAYOUT-KEY
005900         FILE STATUS IS MB-LAYOUT-STATUS.
006000
006100     SELECT BACKUP-FILE
006200         ASSIGN TO DYNAMIC MB-BACKUP-NAME
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS MB-BACKUP-STATUS.
006500
006600     SELECT JOURNAL-FILE
006700         ASSIGN TO "TMPLJRNL"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS MB-JOURNAL-STATUS.
007000
007100     SELECT JOURNAL-SORT-FILE
007200         ASSIGN TO "MASTBSRT".
007300
007400     SELECT REPORT-FILE
007500         ASSIGN TO "MASTBRPT"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS MB-REPORT-STATUS.
007800
007900     SELECT RUN-STATS-FILE
008000         ASSIGN TO "RUNSTATS"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS MB-RUNSTATS-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  MASTER-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY WKTMPLM.
008900
009000 FD  LAYOUT-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY WKLAYREC.
009300
009400 FD  BACKUP-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY WKBKUPRE.
009700
009800 FD  JOURNAL-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY WKJRNREC.
010100
010200 SD  JOURNAL-SORT-FILE.
010300 01  SORT-RECORD.
010400     05  SRT-TIMESTAMP               PIC X(14).
010500     05  SRT-SEQUENCE                PIC 9(07).
010600     05  SRT-OPERATOR                PIC X(03).
010700     05  SRT-ACTION                  PIC X(01).
010800         88  SRT-ACT-ADD                 VALUE 'A'.
010900         88  SRT-ACT-CHANGE              VALUE 'C'.
011000         88  SRT-ACT-DELETE              VALUE 'D'.
011100     05  SRT-TEMPLATE-NAME           PIC X(08).
011200     05  SRT-EFFECTIVE-DATE          PIC 9(08).
011300     05  SRT-BEFORE-IMAGE            PIC X(101).
011400     05  SRT-AFTER-IMAGE             PIC X(101).
011500
011600 FD  REPORT-FILE
011700     LABEL RECORDS ARE STANDARD.
011800 01  REPORT-PRINT-LINE               PIC X(120).
011900
012000 FD  RUN-STATS-FILE
012100     LABEL RECORDS ARE STANDARD.
012200     COPY WKRSTAT.
012300
012400 WORKING-STORAGE SECTION.
012500 01  MB-SWITCHES.
012600     05  MB-FUNCTION-SW              PIC X(01).
012700         88  MB-FUNC-BACKUP              VALUE 'B'.
012800         88  MB-FUNC-RELOAD              VALUE 'R'.
012900     05  MB-FILE-SW                  PIC X(01).
013000         88  MB-FILE-TEMPLATES           VALUE 'T'.
013100         88  MB-FILE-LAYOUTS             VALUE 'W'.
013200     05  MB-MASTER-EOF-SW            PIC X(01).
013300         88  MB-MASTER-EOF               VALUE 'Y'.
013400     05  MB-BACKUP-EOF-SW            PIC X(01).
013500         88  MB-BACKUP-EOF               VALUE 'Y'.
013600     05  MB-JOURNAL-EOF-SW           PIC X(01).
013700         88  MB-JOURNAL-EOF              VALUE 'Y'.
013800     05  MB-SORT-EOF-SW              PIC X(01).
013900         88  MB-SORT-EOF                 VALUE 'Y'.
014000     05  MB-CONTROL-SEEN-SW          PIC X(01).
014100         88  MB-CONTROL-SEEN             VALUE 'Y'.
014200     05  MB-RELOADED-SW              PIC X(01).
014300         88  MB-RELOADED                 VALUE 'Y'.
014400     05  MB-BEFORE-FOUND-SW          PIC X(01).
014500         88  MB-BEFORE-FOUND             VALUE 'Y'.
014600     05  MB-AFTER-FOUND-SW           PIC X(01).
014700         88  MB-AFTER-FOUND              VALUE 'Y'.
014800     05  MB-MISMATCH-SW              PIC X(01).
014900         88  MB-MISMATCH                 VALUE 'Y'.
015000     05  MB-APPLIED-SW               PIC X(01).
015100         88  MB-APPLIED                  VALUE 'Y'.
015200
015300 01  MB-FILE-STATUS-GROUP.
015400     05  MB-MASTER-STATUS            PIC X(02).
015500     05  MB-LAYOUT-STATUS            PIC X(02).
015600     05  MB-BACKUP-STATUS            PIC X(02).
015700     05  MB-JOURNAL-STATUS           PIC X(02).
015800     05  MB-REPORT-STATUS            PIC X(02).
015900     05  MB-RUNSTATS-STATUS          PIC X(02).
016000     05  MB-OPEN-STATUS              PIC X(02).
016100
016200 77  MB-MAX-RC                       PIC 9(02) VALUE ZERO.
016300 77  MB-DATE-INPUT                   PIC X(08).
016400 77  MB-BACKUP-DATE                  PIC 9(08).
016500 77  MB-DATE-INT                     PIC 9(08).
016600 77  MB-CONFIRM-INPUT                PIC X(01).
016700
016800 01  MB-BACKUP-NAME.
016900     05  MB-BKN-BASE                 PIC X(08).
017000     05  FILLER                      PIC X(02) VALUE ".B".
017100     05  MB-BKN-DATE                 PIC X(08).
017200
017300*    What one unload wrote, or one backup was found to hold.
017400 77  MB-FILE-COUNT                   PIC 9(07).
017500 77  MB-LOW-KEY                      PIC X(16).
017600 77  MB-HIGH-KEY                     PIC X(16).
017700 77  MB-PREV-KEY                     PIC X(16).
017800 77  MB-CUR-KEY                      PIC X(16).
017900 77  MB-CONTROL-FAULT                PIC X(40).
018000 77  MB-CTL-COUNT                    PIC 9(07).
018100 77  MB-CTL-LOW-KEY                  PIC X(16).
018200 77  MB-CTL-HIGH-KEY                 PIC X(16).
018300 77  MB-BACKUP-TS                    PIC X(14).
018400
018500*    One journal entry being rolled forward.
018600 77  MB-BEFORE-KEY                   PIC X(16).
018700 77  MB-AFTER-KEY                    PIC X(16).
018800 77  MB-ON-FILE-IMAGE                PIC X(101).
018900 77  MB-NOTE                         PIC X(40).
019000
019100 77  MB-RECORDS-UNLOADED             PIC 9(07) VALUE ZERO.
019200 77  MB-BACKUP-CHECKED               PIC 9(07) VALUE ZERO.
019300 77  MB-RECORDS-RELOADED             PIC 9(07) VALUE ZERO.
019400 77  MB-RELOAD-FAILED                PIC 9(07) VALUE ZERO.
019500 77  MB-JRN-READ                     PIC 9(07) VALUE ZERO.
019600 77  MB-JRN-RELEASED                 PIC 9(07) VALUE ZERO.
019700 77  MB-JRN-APPLIED                  PIC 9(07) VALUE ZERO.
019800 77  MB-JRN-MISMATCH                 PIC 9(07) VALUE ZERO.
019900 77  MB-JRN-SEQUENCE                 PIC 9(07) VALUE ZERO.
020000
020100 77  MB-CURRENT-DATE                 PIC 9(08).
020200 01  MB-TIME-GROUP.
020300     05  MB-CURRENT-TIME             PIC 9(08).
020400     05  MB-CURRENT-TIME-X REDEFINES MB-CURRENT-TIME
020500                                     PIC X(08).
020600 77  MB-START-TS                     PIC X(14).
020700 77  MB-END-TS                       PIC X(14).
020800
020900 77  MB-RPT-LINE-CTR                 PIC 9(03) VALUE 999.
021000 77  MB-RPT-PAGE-CTR                 PIC 9(05) VALUE ZERO.
021100 77  MB-RPT-LINES-PER-PAGE           PIC 9(03) VALUE 055.
021200 01  MB-RPT-WORK-LINE                PIC X(120).
021300 01  MB-RPT-HEADING-LINE             PIC X(120).
021400
021500 01  MB-RPT-TITLE-LINE.
021600     05  FILLER                      PIC X(45)
021700         VALUE "MASTER BACKUP AND RECOVERY".
021800     05  FILLER                      PIC X(06) VALUE "  RUN ".
021900     05  MB-TTL-DATE                 PIC 9(08).
022000     05  FILLER                      PIC X(07) VALUE "   PAGE".
022100     05  MB-TTL-PAGE                 PIC ZZZZ9.
022200
022300 01  MB-RPT-FILE-HEADING.
022400     05  FILLER                      PIC X(10) VALUE "FILE".
022500     05  FILLER                      PIC X(20)
022600         VALUE "BACKUP FILE".
022700     05  FILLER                      PIC X(09) VALUE "RECORDS".
022800     05  FILLER                      PIC X(18) VALUE "LOW KEY".
022900     05  FILLER                      PIC X(18) VALUE "HIGH KEY".
023000     05  FILLER                      PIC X(06) VALUE "RESULT".
023100
023200 01  MB-RPT-ENTRY-HEADING.
023300     05  FILLER                      PIC X(16)
023400         VALUE "JOURNAL STAMP".
023500     05  FILLER                      PIC X(05) VALUE "OPR".
023600     05  FILLER                      PIC X(03) VALUE "A".
023700     05  FILLER                      PIC X(10) VALUE "TEMPLATE".
023800     05  FILLER                      PIC X(10) VALUE "EFFECTIVE".
023900     05  FILLER                      PIC X(11)
024000         VALUE "DISPOSITION".
024100
024200 01  MB-RPT-FILE-LINE.
024300     05  MB-FIL-FILE                 PIC X(08).
024400     05  FILLER                      PIC X(02).
024500     05  MB-FIL-BACKUP               PIC X(18).
024600     05  FILLER                      PIC X(02).
024700     05  MB-FIL-COUNT                PIC ZZZZZZ9.
024800     05  FILLER                      PIC X(02).
024900     05  MB-FIL-LOW                  PIC X(16).
025000     05  FILLER                      PIC X(02).
025100     05  MB-FIL-HIGH                 PIC X(16).
025200     05  FILLER                      PIC X(02).
025300     05  MB-FIL-RESULT               PIC X(45).
025400
025500 01  MB-RPT-ENTRY-LINE.
025600     05  MB-ENT-TIMESTAMP            PIC X(14).
025700     05  FILLER                      PIC X(02).
025800     05  MB-ENT-OPERATOR             PIC X(03).
025900     05  FILLER                      PIC X(02).
026000     05  MB-ENT-ACTION               PIC X(01).
026100     05  FILLER                      PIC X(02).
026200     05  MB-ENT-NAME                 PIC X(08).
026300     05  FILLER                      PIC X(02).
026400     05  MB-ENT-EFFDATE              PIC 9(08).
026500     05  FILLER                      PIC X(02).
026600     05  MB-ENT-RESULT               PIC X(56).
026700
026800 01  MB-RPT-IMAGE-LINE.
026900     05  MB-IMG-LABEL                PIC X(16).
027000     05  MB-IMG-IMAGE                PIC X(101).
027100
027200 01  MB-RPT-COUNT-LINE.
027300     05  MB-RPT-CNT-LABEL            PIC X(28).
027400     05  MB-RPT-CNT-VALUE            PIC ZZZZZZ9.
027500
027600 PROCEDURE DIVISION.
027700
027800******************************************************************
027900* 0000-MAINLINE                                                 *
028000******************************************************************
028100 0000-MAINLINE.
028200     PERFORM 9500-STAMP-START-TS
028300         THRU 9500-EXIT.
028400     PERFORM 1000-INITIALIZE
028500         THRU 1000-EXIT.
028600     IF MB-MAX-RC < 8
028700         IF MB-FUNC-BACKUP
028800             PERFORM 2000-BACKUP-MASTERS
028900                 THRU 2000-EXIT
029000         ELSE
029100             PERFORM 3000-RELOAD-MASTER
029200                 THRU 3000-EXIT
029300             IF MB-RELOADED AND MB-FILE-TEMPLATES
029400                 PERFORM 4000-ROLL-FORWARD
029500                     THRU 4000-EXIT
029600             END-IF
029700         END-IF
029800         PERFORM 6000-PRINT-TRAILER
029900             THRU 6000-EXIT
030000         PERFORM 9000-TERMINATE
030100             THRU 9000-EXIT
030200     END-IF.
030300     IF MB-JRN-MISMATCH > ZERO AND MB-MAX-RC < 4
030400         MOVE 4 TO MB-MAX-RC
030500     END-IF.
030600     PERFORM 9600-WRITE-RUN-STATS
030700         THRU 9600-EXIT.
030800     MOVE MB-MAX-RC TO RETURN-CODE.
030900     STOP RUN.
031000
031100******************************************************************
031200* 1000-INITIALIZE - what to do, and for a reload which master    *
031300*   and which day's backup, then the report.                     *
031400******************************************************************
031500 1000-INITIALIZE.
031600     ACCEPT MB-CURRENT-DATE FROM DATE YYYYMMDD.
031700     MOVE MB-CURRENT-DATE TO MB-TTL-DATE.
031800     MOVE "N" TO MB-RELOADED-SW.
031900     PERFORM 1100-GET-FUNCTION
032000         THRU 1100-EXIT.
032100     IF MB-FUNC-RELOAD
032200         PERFORM 1200-GET-FILE
032300             THRU 1200-EXIT
032400         PERFORM 1300-GET-BACKUP-DATE
032500             THRU 1300-EXIT
032600     END-IF.
032700     OPEN OUTPUT REPORT-FILE.
032800     IF MB-REPORT-STATUS NOT = "00"
032900         DISPLAY "** Unable to open MASTBRPT - status "
033000                 MB-REPORT-STATUS "."
033100         MOVE 8 TO MB-MAX-RC
033200     END-IF.
033300 1000-EXIT.
033400     EXIT.
033500
033600******************************************************************
033700* 1100-GET-FUNCTION                                              *
033800******************************************************************
033900 1100-GET-FUNCTION.
034000     DISPLAY "(B)ack up TMPLMAST and WEEKLAYT, or (R)eload one "
034100             "from a backup: " WITH NO ADVANCING.
034200     ACCEPT MB-FUNCTION-SW.
034300     IF MB-FUNCTION-SW = "b"
034400         MOVE "B" TO MB-FUNCTION-SW
034500     END-IF.
034600     IF MB-FUNCTION-SW = "r"
034700         MOVE "R" TO MB-FUNCTION-SW
034800     END-IF.
034900     IF NOT MB-FUNC-BACKUP AND NOT MB-FUNC-RELOAD
035000         DISPLAY "Please answer B or R."
035100         GO TO 1100-GET-FUNCTION
035200     END-IF.
035300 1100-EXIT.
035400     EXIT.
035500
035600******************************************************************
035700* 1200-GET-FILE                                                  *
035800******************************************************************
035900 1200-GET-FILE.
036000     DISPLAY "Reload (T)MPLMAST or (W)EEKLAYT? "
036100             WITH NO ADVANCING.
036200     ACCEPT MB-FILE-SW.
036300     IF MB-FILE-SW = "t"
036400         MOVE "T" TO MB-FILE-SW
036500     END-IF.
036600     IF MB-FILE-SW = "w"
036700         MOVE "W" TO MB-FILE-SW
036800     END-IF.
036900     IF NOT MB-FILE-TEMPLATES AND NOT MB-FILE-LAYOUTS
037000         DISPLAY "Please answer T or W."
037100         GO TO 1200-GET-FILE
037200     END-IF.
037300     IF MB-FILE-TEMPLATES
037400         MOVE "TMPLMAST" TO MB-BKN-BASE
037500     ELSE
037600         MOVE "WEEKLAYT" TO MB-BKN-BASE
037700     END-IF.
037800 1200-EXIT.
037900     EXIT.
038000
038100******************************************************************
038200* 1300-GET-BACKUP-DATE - the backup is named for the day it was  *
038300*   taken.                                                       *
038400******************************************************************
038500 1300-GET-BACKUP-DATE.
038600     DISPLAY "Enter the date of the backup to reload (YYYYMMDD): "
038700             WITH NO ADVANCING.
038800     ACCEPT MB-DATE-INPUT.
038900     IF MB-DATE-INPUT NOT NUMERIC
039000         DISPLAY "** Date must be numeric YYYYMMDD - try again."
039100         GO TO 1300-GET-BACKUP-DATE
039200     END-IF.
039300     MOVE MB-DATE-INPUT TO MB-BACKUP-DATE.
039400     COMPUTE MB-DATE-INT =
039500             FUNCTION INTEGER-OF-DATE(MB-BACKUP-DATE).
039600     IF MB-DATE-INT = ZERO
039700         DISPLAY "** Not a real calendar date - try again."
039800         GO TO 1300-GET-BACKUP-DATE
039900     END-IF.
040000     MOVE MB-DATE-INPUT TO MB-BKN-DATE.
040100 1300-EXIT.
040200     EXIT.
040300
040400******************************************************************
040500* 2000-BACKUP-MASTERS - both masters, each to its own backup     *
040600*   named for today.  A master that will not open is reported    *
040700*   and the other is still backed up.                            *
040800******************************************************************
040900 2000-BACKUP-MASTERS.
041000     MOVE MB-RPT-FILE-HEADING TO MB-RPT-HEADING-LINE.
041100     MOVE MB-START-TS (1:8) TO MB-BKN-DATE.
041200     PERFORM 2100-UNLOAD-TEMPLATES
041300         THRU 2100-EXIT.
041400     PERFORM 2200-UNLOAD-LAYOUTS
041500         THRU 2200-EXIT.
041600     DISPLAY "Backup: " MB-RECORDS-UNLOADED
041700             " record(s) unloaded - see MASTBRPT.".
041800 2000-EXIT.
041900     EXIT.
042000
042100******************************************************************
042200* 2100-UNLOAD-TEMPLATES                                          *
042300******************************************************************
042400 2100-UNLOAD-TEMPLATES.
042500     MOVE "TMPLMAST" TO MB-BKN-BASE.
042600     PERFORM 2900-START-UNLOAD
042700         THRU 2900-EXIT.
042800     OPEN INPUT MASTER-FILE.
042900     IF MB-MASTER-STATUS NOT = "00"
043000         DISPLAY "** Unable to open TMPLMAST - status "
043100                 MB-MASTER-STATUS " - not backed up."
043200         MOVE "** MASTER WOULD NOT OPEN - NOT BACKED UP"
043300             TO MB-FIL-RESULT
043400         PERFORM 2850-REPORT-FILE
043500             THRU 2850-EXIT
043600         MOVE 8 TO MB-MAX-RC
043700         GO TO 2100-EXIT
043800     END-IF.
043900     OPEN OUTPUT BACKUP-FILE.
044000     IF MB-BACKUP-STATUS NOT = "00"
044100         DISPLAY "** Unable to open " MB-BACKUP-NAME
044200                 " - status " MB-BACKUP-STATUS "."
044300         CLOSE MASTER-FILE
044400         MOVE "** BACKUP WOULD NOT OPEN - NOT BACKED UP"
044500             TO MB-FIL-RESULT
044600         PERFORM 2850-REPORT-FILE
044700             THRU 2850-EXIT
044800         MOVE 8 TO MB-MAX-RC
044900         GO TO 2100-EXIT
045000     END-IF.
045100     MOVE "N" TO MB-MASTER-EOF-SW.
045200     MOVE LOW-VALUES TO TMPM-KEY.
045300     START MASTER-FILE KEY NOT < TMPM-KEY
045400         INVALID KEY
045500             SET MB-MASTER-EOF TO TRUE
045600     END-START.
045700     PERFORM 2110-UNLOAD-ONE-TEMPLATE
045800         THRU 2110-EXIT
045900         UNTIL MB-MASTER-EOF.
046000     PERFORM 2800-WRITE-CONTROL
046100         THRU 2800-EXIT.
046200     CLOSE MASTER-FILE.
046300     CLOSE BACKUP-FILE.
046400     MOVE "UNLOADED" TO MB-FIL-RESULT.
046500     PERFORM 2850-REPORT-FILE
046600         THRU 2850-EXIT.
046700 2100-EXIT.
046800     EXIT.
046900
047000******************************************************************
047100* 2110-UNLOAD-ONE-TEMPLATE                                       *
047200******************************************************************
047300 2110-UNLOAD-ONE-TEMPLATE.
047400     READ MASTER-FILE NEXT
047500         AT END
047600             SET MB-MASTER-EOF TO TRUE
047700             GO TO 2110-EXIT
047800     END-READ.
047900     MOVE SPACES TO BACKUP-RECORD.
048000     SET BKP-DATA TO TRUE.
048100     MOVE MASTER-RECORD TO BKP-DATA-IMAGE.
048200     WRITE BACKUP-RECORD.
048300     MOVE TMPM-KEY TO MB-CUR-KEY.
048400     PERFORM 2950-NOTE-KEY
048500         THRU 2950-EXIT.
048600 2110-EXIT.
048700     EXIT.
048800
048900******************************************************************
049000* 2200-UNLOAD-LAYOUTS                                            *
049100******************************************************************
049200 2200-UNLOAD-LAYOUTS.
049300     MOVE "WEEKLAYT" TO MB-BKN-BASE.
049400     PERFORM 2900-START-UNLOAD
049500         THRU 2900-EXIT.
049600     OPEN INPUT LAYOUT-FILE.
049700     IF MB-LAYOUT-STATUS NOT = "00"
049800         DISPLAY "** Unable to open WEEKLAYT - status "
049900                 MB-LAYOUT-STATUS " - not backed up."
050000         MOVE "** MASTER WOULD NOT OPEN - NOT BACKED UP"
050100             TO MB-FIL-RESULT
050200         PERFORM 2850-REPORT-FILE
050300             THRU 2850-EXIT
050400         MOVE 8 TO MB-MAX-RC
050500         GO TO 2200-EXIT
050600     END-IF.
050700     OPEN OUTPUT BACKUP-FILE.
050800     IF MB-BACKUP-STATUS NOT = "00"
050900         DISPLAY "** Unable to open " MB-BACKUP-NAME
051000                 " - status " MB-BACKUP-STATUS "."
051100         CLOSE LAYOUT-FILE
051200         MOVE "** BACKUP WOULD NOT OPEN - NOT BACKED UP"
051300             TO MB-FIL-RESULT
051400         PERFORM 2850-REPORT-FILE
051500             THRU 2850-EXIT
051600         MOVE 8 TO MB-MAX-RC
051700         GO TO 2200-EXIT
051800     END-IF.
051900     MOVE "N" TO MB-MASTER-EOF-SW.
052000     MOVE LOW-VALUES TO LAY-LAYOUT-KEY.
052100     START LAYOUT-FILE KEY NOT < LAY-LAYOUT-KEY
052200         INVALID KEY
052300             SET MB-MASTER-EOF TO TRUE
052400     END-START.
052500     PERFORM 2210-UNLOAD-ONE-LAYOUT
052600         THRU 2210-EXIT
052700         UNTIL MB-MASTER-EOF.
052800     PERFORM 2800-WRITE-CONTROL
052900         THRU 2800-EXIT.
053000     CLOSE LAYOUT-FILE.
053100     CLOSE BACKUP-FILE.
053200     MOVE "UNLOADED" TO MB-FIL-RESULT.
053300     PERFORM 2850-REPORT-FILE
053400         THRU 2850-EXIT.
053500 2200-EXIT.
053600     EXIT.
053700
053800******************************************************************
053900* 2210-UNLOAD-ONE-LAYOUT                                         *
054000******************************************************************
054100 2210-UNLOAD-ONE-LAYOUT.
054200     READ LAYOUT-FILE NEXT
054300         AT END
054400             SET MB-MASTER-EOF TO TRUE
054500             GO TO 2210-EXIT
054600     END-READ.
054700     MOVE SPACES TO BACKUP-RECORD.
054800     SET BKP-DATA TO TRUE.
054900     MOVE LAYOUT-RECORD TO BKP-DATA-IMAGE.
055000     WRITE BACKUP-RECORD.
055100     MOVE LAY-LAYOUT-KEY TO MB-CUR-KEY.
055200     PERFORM 2950-NOTE-KEY
055300         THRU 2950-EXIT.
055400 2210-EXIT.
055500     EXIT.
055600
055700******************************************************************
055800* 2800-WRITE-CONTROL - the control record closing a backup; the  *
055900*   timestamp is the start of this run, so a roll-forward takes  *
056000*   every journal entry stamped after it.                        *
056100******************************************************************
056200 2800-WRITE-CONTROL.
056300     MOVE SPACES TO BACKUP-RECORD.
056400     SET BKP-CONTROL TO TRUE.
056500     MOVE MB-BKN-BASE TO BKP-CTL-FILE-NAME.
056600     MOVE MB-START-TS TO BKP-CTL-TIMESTAMP.
056700     MOVE MB-FILE-COUNT TO BKP-CTL-RECORD-COUNT.
056800     MOVE MB-LOW-KEY TO BKP-CTL-LOW-KEY.
056900     MOVE MB-HIGH-KEY TO BKP-CTL-HIGH-KEY.
057000     WRITE BACKUP-RECORD.
057100 2800-EXIT.
057200     EXIT.
057300
057400******************************************************************
057500* 2850-REPORT-FILE - one line per master backed up or reloaded;  *
057600*   the caller has set the result.                               *
057700******************************************************************
057800 2850-REPORT-FILE.
057900     MOVE MB-BKN-BASE TO MB-FIL-FILE.
058000     MOVE MB-BACKUP-NAME TO MB-FIL-BACKUP.
058100     MOVE MB-FILE-COUNT TO MB-FIL-COUNT.
058200     MOVE MB-LOW-KEY TO MB-FIL-LOW.
058300     MOVE MB-HIGH-KEY TO MB-FIL-HIGH.
058400     MOVE MB-RPT-FILE-LINE TO MB-RPT-WORK-LINE.
058500     PERFORM 4270-WRITE-RPT-LINE
058600         THRU 4270-EXIT.
058700     MOVE SPACES TO MB-RPT-FILE-LINE.
058800 2850-EXIT.
058900     EXIT.
059000
059100******************************************************************
059200* 2900-START-UNLOAD                                              *
059300******************************************************************
059400 2900-START-UNLOAD.
059500     MOVE ZERO TO MB-FILE-COUNT.
059600     MOVE SPACES TO MB-LOW-KEY.
059700     MOVE SPACES TO MB-HIGH-KEY.
059800     MOVE SPACES TO MB-RPT-FILE-LINE.
059900 2900-EXIT.
060000     EXIT.
060100
060200******************************************************************
060300* 2950-NOTE-KEY - the count and key range, taken in key order.  *
060400******************************************************************
060500 2950-NOTE-KEY.
060600     ADD 1 TO MB-FILE-COUNT.
060700     ADD 1 TO MB-RECORDS-UNLOADED.
060800     IF MB-FILE-COUNT = 1
060900         MOVE MB-CUR-KEY TO MB-LOW-KEY
061000     END-IF.
061100     MOVE MB-CUR-KEY TO MB-HIGH-KEY.
061200 2950-EXIT.
061300     EXIT.
061400
061500******************************************************************
061600* 3000-RELOAD-MASTER - the backup must prove itself against its  *
061700*   control record before the operator is even asked; the       *
061800*   master is untouched unless it does and the operator agrees. *
061900******************************************************************
062000 3000-RELOAD-MASTER.
062100     MOVE MB-RPT-FILE-HEADING TO MB-RPT-HEADING-LINE.
062200     MOVE SPACES TO MB-RPT-FILE-LINE.
062300     PERFORM 3100-CHECK-BACKUP
062400         THRU 3100-EXIT.
062500     IF MB-CONTROL-FAULT NOT = SPACES
062600         DISPLAY "** " MB-BACKUP-NAME " fails its controls - "
062700                 MB-CONTROL-FAULT
062800         DISPLAY "** " MB-BKN-BASE " has not been touched."
062900         STRING "** " DELIMITED BY SIZE
063000                MB-CONTROL-FAULT DELIMITED BY SIZE
063100             INTO MB-FIL-RESULT
063200         END-STRING
063300         PERFORM 2850-REPORT-FILE
063400             THRU 2850-EXIT
063500         MOVE 8 TO MB-MAX-RC
063600         GO TO 3000-EXIT
063700     END-IF.
063800     DISPLAY MB-BACKUP-NAME " balances to its control: "
063900             MB-FILE-COUNT " record(s), taken " MB-BACKUP-TS ".".
064000     DISPLAY "Reload replaces the whole of " MB-BKN-BASE
064100             " - continue (Y/N)? " WITH NO ADVANCING.
064200     ACCEPT MB-CONFIRM-INPUT.
064300     IF MB-CONFIRM-INPUT NOT = "Y" AND MB-CONFIRM-INPUT NOT = "y"
064400         DISPLAY "Reload abandoned - " MB-BKN-BASE
064500                 " has not been touched."
064600         MOVE "RELOAD ABANDONED BY THE OPERATOR"
064700             TO MB-FIL-RESULT
064800         PERFORM 2850-REPORT-FILE
064900             THRU 2850-EXIT
065000         GO TO 3000-EXIT
065100     END-IF.
065200     PERFORM 3200-LOAD-MASTER
065300         THRU 3200-EXIT.
065400 3000-EXIT.
065500     EXIT.
065600
065700******************************************************************
065800* 3100-CHECK-BACKUP - one full pass over the backup: data        *
065900*   records in strict key order, one control record, last, for   *
066000*   this master, whose count and key range the data agrees with. *
066100******************************************************************
066200 3100-CHECK-BACKUP.
066300     MOVE SPACES TO MB-CONTROL-FAULT.
066400     MOVE ZERO TO MB-FILE-COUNT.
066500     MOVE SPACES TO MB-LOW-KEY.
066600     MOVE SPACES TO MB-HIGH-KEY.
066700     MOVE SPACES TO MB-PREV-KEY.
066800     MOVE SPACES TO MB-BACKUP-TS.
066900     MOVE "N" TO MB-CONTROL-SEEN-SW.
067000     MOVE "N" TO MB-BACKUP-EOF-SW.
067100     OPEN INPUT BACKUP-FILE.
067200     IF MB-BACKUP-STATUS NOT = "00"
067300         MOVE "BACKUP FILE WOULD NOT OPEN" TO MB-CONTROL-FAULT
067400         GO TO 3100-EXIT
067500     END-IF.
067600     PERFORM 3110-CHECK-ONE-RECORD
067700         THRU 3110-EXIT
067800         UNTIL MB-BACKUP-EOF
067900            OR MB-CONTROL-FAULT NOT = SPACES.
068000     CLOSE BACKUP-FILE.
068100     IF MB-CONTROL-FAULT NOT = SPACES
068200         GO TO 3100-EXIT
068300     END-IF.
068400     IF NOT MB-CONTROL-SEEN
068500         MOVE "NO CONTROL RECORD" TO MB-CONTROL-FAULT
068600         GO TO 3100-EXIT
068700     END-IF.
068800     IF MB-FILE-COUNT NOT = MB-CTL-COUNT
068900         MOVE "RECORD COUNT DISAGREES WITH CONTROL"
069000             TO MB-CONTROL-FAULT
069100         GO TO 3100-EXIT
069200     END-IF.
069300     IF MB-LOW-KEY NOT = MB-CTL-LOW-KEY
069400             OR MB-HIGH-KEY NOT = MB-CTL-HIGH-KEY
069500         MOVE "KEY RANGE DISAGREES WITH CONTROL"
069600             TO MB-CONTROL-FAULT
069700     END-IF.
069800 3100-EXIT.
069900     EXIT.
070000
070100******************************************************************
070200* 3110-CHECK-ONE-RECORD - both masters carry their key in the    *
070300*   first sixteen bytes of the record.                           *
070400******************************************************************
070500 3110-CHECK-ONE-RECORD.
070600     READ BACKUP-FILE
070700         AT END
070800             SET MB-BACKUP-EOF TO TRUE
070900             GO TO 3110-EXIT
071000     END-READ.
071100     ADD 1 TO MB-BACKUP-CHECKED.
071200     IF MB-CONTROL-SEEN
071300         MOVE "RECORDS FOLLOW THE CONTROL RECORD"
071400             TO MB-CONTROL-FAULT
071500         GO TO 3110-EXIT
071600     END-IF.
071700     IF BKP-CONTROL
071800         SET MB-CONTROL-SEEN TO TRUE
071900         IF BKP-CTL-FILE-NAME NOT = MB-BKN-BASE
072000             MOVE "CONTROL RECORD IS FOR ANOTHER FILE"
072100                 TO MB-CONTROL-FAULT
072200             GO TO 3110-EXIT
072300         END-IF
072400         IF BKP-CTL-RECORD-COUNT NOT NUMERIC
072500             MOVE "CONTROL RECORD COUNT NOT NUMERIC"
072600                 TO MB-CONTROL-FAULT
072700             GO TO 3110-EXIT
072800         END-IF
072900         MOVE BKP-CTL-RECORD-COUNT TO MB-CTL-COUNT
073000         MOVE BKP-CTL-LOW-KEY TO MB-CTL-LOW-KEY
073100         MOVE BKP-CTL-HIGH-KEY TO MB-CTL-HIGH-KEY
073200         MOVE BKP-CTL-TIMESTAMP TO MB-BACKUP-TS
073300         GO TO 3110-EXIT
073400     END-IF.
073500     IF NOT BKP-DATA
073600         MOVE "UNKNOWN RECORD TYPE ON THE BACKUP"
073700             TO MB-CONTROL-FAULT
073800         GO TO 3110-EXIT
073900     END-IF.
074000     MOVE BKP-DATA-IMAGE (1:16) TO MB-CUR-KEY.
074100     IF MB-FILE-COUNT > ZERO
074200             AND MB-CUR-KEY NOT > MB-PREV-KEY
074300         MOVE "KEYS OUT OF SEQUENCE ON THE BACKUP"
074400             TO MB-CONTROL-FAULT
074500         GO TO 3110-EXIT
074600     END-IF.
074700     ADD 1 TO MB-FILE-COUNT.
074800     IF MB-FILE-COUNT = 1
074900         MOVE MB-CUR-KEY TO MB-LOW-KEY
075000     END-IF.
075100     MOVE MB-CUR-KEY TO MB-HIGH-KEY.
075200     MOVE MB-CUR-KEY TO MB-PREV-KEY.
075300 3110-EXIT.
075400     EXIT.
075500
075600******************************************************************
075700* 3200-LOAD-MASTER - the master is opened output, which empties  *
075800*   it, and rebuilt record by record from the proven backup.    *
075900******************************************************************
076000 3200-LOAD-MASTER.
076100     MOVE "N" TO MB-BACKUP-EOF-SW.
076200     OPEN INPUT BACKUP-FILE.
076300     IF MB-BACKUP-STATUS NOT = "00"
076400         DISPLAY "** Unable to reopen " MB-BACKUP-NAME
076500                 " - status " MB-BACKUP-STATUS "."
076600         MOVE 8 TO MB-MAX-RC
076700         GO TO 3200-EXIT
076800     END-IF.
076900     IF MB-FILE-TEMPLATES
077000         OPEN OUTPUT MASTER-FILE
077100         MOVE MB-MASTER-STATUS TO MB-OPEN-STATUS
077200     ELSE
077300         OPEN OUTPUT LAYOUT-FILE
077400         MOVE MB-LAYOUT-STATUS TO MB-OPEN-STATUS
077500     END-IF.
077600     IF MB-OPEN-STATUS NOT = "00"
077700         DISPLAY "** Unable to open " MB-BKN-BASE
077800                 " for reload - status " MB-OPEN-STATUS "."
077900         CLOSE BACKUP-FILE
078000         MOVE 8 TO MB-MAX-RC
078100         GO TO 3200-EXIT
078200     END-IF.
078300     PERFORM 3210-LOAD-ONE-RECORD
078400         THRU 3210-EXIT
078500         UNTIL MB-BACKUP-EOF.
078600     CLOSE BACKUP-FILE.
078700     IF MB-FILE-TEMPLATES
078800         CLOSE MASTER-FILE
078900     ELSE
079000         CLOSE LAYOUT-FILE
079100     END-IF.
079200     IF MB-RECORDS-RELOADED = MB-CTL-COUNT
079300         SET MB-RELOADED TO TRUE
079400         MOVE "RELOADED" TO MB-FIL-RESULT
079500     ELSE
079600         MOVE "** RELOADED COUNT SHORT OF THE CONTROL"
079700             TO MB-FIL-RESULT
079800         MOVE 8 TO MB-MAX-RC
079900     END-IF.
080000     PERFORM 2850-REPORT-FILE
080100         THRU 2850-EXIT.
080200     DISPLAY MB-BKN-BASE ": " MB-RECORDS-RELOADED
080300             " record(s) reloaded from " MB-BACKUP-NAME ".".
080400 3200-EXIT.
080500     EXIT.
080600
080700******************************************************************
080800* 3210-LOAD-ONE-RECORD                                           *
080900******************************************************************
081000 3210-LOAD-ONE-RECORD.
081100     READ BACKUP-FILE
081200         AT END
081300             SET MB-BACKUP-EOF TO TRUE
081400             GO TO 3210-EXIT
081500     END-READ.
081600     IF NOT BKP-DATA
081700         GO TO 3210-EXIT
081800     END-IF.
081900     IF MB-FILE-TEMPLATES
082000         MOVE BKP-DATA-IMAGE TO MASTER-RECORD
082100         WRITE MASTER-RECORD
082200             INVALID KEY
082300                 DISPLAY "** Unable to reload " TMPM-KEY
082400                         " - status " MB-MASTER-STATUS "."
082500                 ADD 1 TO MB-RELOAD-FAILED
082600                 GO TO 3210-EXIT
082700         END-WRITE
082800     ELSE
082900         MOVE BKP-DATA-IMAGE TO LAYOUT-RECORD
083000         WRITE LAYOUT-RECORD
083100             INVALID KEY
083200                 DISPLAY "** Unable to reload " LAY-LAYOUT-KEY
083300                         " - status " MB-LAYOUT-STATUS "."
083400                 ADD 1 TO MB-RELOAD-FAILED
083500                 GO TO 3210-EXIT
083600         END-WRITE
083700     END-IF.
083800     ADD 1 TO MB-RECORDS-RELOADED.
083900 3210-EXIT.
084000     EXIT.
084100
084200******************************************************************
084300* 4000-ROLL-FORWARD - every TMPLJRNL entry stamped after the     *
084400*   backup, sorted into timestamp order (entries in the same     *
084500*   second keep their journal order), applied to the reloaded    *
084600*   master one by one.                                           *
084700******************************************************************
084800 4000-ROLL-FORWARD.
084900     MOVE MB-RPT-ENTRY-HEADING TO MB-RPT-HEADING-LINE.
085000     MOVE 999 TO MB-RPT-LINE-CTR.
085100     OPEN I-O MASTER-FILE.
085200     IF MB-MASTER-STATUS NOT = "00"
085300         DISPLAY "** Unable to reopen TMPLMAST - status "
085400                 MB-MASTER-STATUS " - not rolled forward."
085500         MOVE 8 TO MB-MAX-RC
085600         GO TO 4000-EXIT
085700     END-IF.
085800     SORT JOURNAL-SORT-FILE
085900         ON ASCENDING KEY SRT-TIMESTAMP
086000         ON ASCENDING KEY SRT-SEQUENCE
086100         INPUT PROCEDURE IS 4100-RELEASE-ENTRIES
086200             THRU 4100-EXIT
086300         OUTPUT PROCEDURE IS 4200-APPLY-ENTRIES
086400             THRU 4200-EXIT.
086500     CLOSE MASTER-FILE.
086600     IF MB-JRN-RELEASED = ZERO
086700         MOVE "NO JOURNAL ENTRY AFTER THE BACKUP - NOTHING TO "
086800             TO MB-RPT-WORK-LINE
086900         MOVE "ROLL FORWARD" TO MB-RPT-WORK-LINE (48:12)
087000         PERFORM 4270-WRITE-RPT-LINE
087100             THRU 4270-EXIT
087200     END-IF.
087300     DISPLAY "Roll-forward: " MB-JRN-APPLIED
087400             " journal entr(ies) applied, " MB-JRN-MISMATCH
087500             " before-image mismatch(es) - see MASTBRPT.".
087600 4000-EXIT.
087700     EXIT.
087800
087900******************************************************************
088000* 4100-RELEASE-ENTRIES - input procedure.  No journal simply     *
088100*   means nothing has changed since the backup.                  *
088200******************************************************************
088300 4100-RELEASE-ENTRIES.
088400     MOVE "N" TO MB-JOURNAL-EOF-SW.
088500     OPEN INPUT JOURNAL-FILE.
088600     IF MB-JOURNAL-STATUS NOT = "00"
088700         DISPLAY "No TMPLJRNL - nothing to roll forward."
088800         GO TO 4100-EXIT
088900     END-IF.
089000     PERFORM 4110-RELEASE-ONE-ENTRY
089100         THRU 4110-EXIT
089200         UNTIL MB-JOURNAL-EOF.
089300     CLOSE JOURNAL-FILE.
089400 4100-EXIT.
089500     EXIT.
089600
089700******************************************************************
089800* 4110-RELEASE-ONE-ENTRY                                         *
089900******************************************************************
090000 4110-RELEASE-ONE-ENTRY.
090100     READ JOURNAL-FILE
090200         AT END
090300             SET MB-JOURNAL-EOF TO TRUE
090400             GO TO 4110-EXIT
090500     END-READ.
090600     ADD 1 TO MB-JRN-READ.
090700     IF JRN-TIMESTAMP NOT > MB-BACKUP-TS
090800         GO TO 4110-EXIT
090900     END-IF.
091000     ADD 1 TO MB-JRN-SEQUENCE.
091100     MOVE JRN-TIMESTAMP TO SRT-TIMESTAMP.
091200     MOVE MB-JRN-SEQUENCE TO SRT-SEQUENCE.
091300     MOVE JRN-OPERATOR TO SRT-OPERATOR.
091400     MOVE JRN-ACTION TO SRT-ACTION.
091500     MOVE JRN-TEMPLATE-NAME TO SRT-TEMPLATE-NAME.
091600     MOVE JRN-EFFECTIVE-DATE TO SRT-EFFECTIVE-DATE.
091700     MOVE JRN-BEFORE-IMAGE TO SRT-BEFORE-IMAGE.
091800     MOVE JRN-AFTER-IMAGE TO SRT-AFTER-IMAGE.
091900     RELEASE SORT-RECORD.
092000     ADD 1 TO MB-JRN-RELEASED.
092100 4110-EXIT.
092200     EXIT.
092300
092400******************************************************************
092500* 4200-APPLY-ENTRIES - output procedure.                         *
092600******************************************************************
092700 4200-APPLY-ENTRIES.
092800     MOVE "N" TO MB-SORT-EOF-SW.
092900     PERFORM 4210-APPLY-ONE-ENTRY
093000         THRU 4210-EXIT
093100         UNTIL MB-SORT-EOF.
093200 4200-EXIT.
093300     EXIT.
093400
093500******************************************************************
093600* 4210-APPLY-ONE-ENTRY - the before-image is checked against     *
093700*   the file first, then the entry applied, then reported.       *
093800******************************************************************
093900 4210-APPLY-ONE-ENTRY.
094000     RETURN JOURNAL-SORT-FILE
094100         AT END
094200             SET MB-SORT-EOF TO TRUE
094300             GO TO 4210-EXIT
094400     END-RETURN.
094500     MOVE "N" TO MB-APPLIED-SW.
094600     PERFORM 4300-CHECK-BEFORE-IMAGE
094700         THRU 4300-EXIT.
094800     IF SRT-ACT-DELETE
094900         PERFORM 4400-APPLY-DELETE
095000             THRU 4400-EXIT
095100     ELSE
095200         IF SRT-ACT-ADD OR SRT-ACT-CHANGE
095300             PERFORM 4500-APPLY-ADD-CHANGE
095400                 THRU 4500-EXIT
095500         ELSE
095600             PERFORM 4350-NOTE-MISMATCH
095700                 THRU 4350-EXIT
095800             MOVE "UNKNOWN JOURNAL ACTION" TO MB-NOTE
095900         END-IF
096000     END-IF.
096100     PERFORM 4600-REPORT-ENTRY
096200         THRU 4600-EXIT.
096300 4210-EXIT.
096400     EXIT.
096500
096600******************************************************************
096700* 4300-CHECK-BEFORE-IMAGE - an add has no before-image; any      *
096800*   other entry's must be on file exactly as journalled.         *
096900******************************************************************
097000 4300-CHECK-BEFORE-IMAGE.
097100     MOVE "N" TO MB-MISMATCH-SW.
097200     MOVE "N" TO MB-BEFORE-FOUND-SW.
097300     MOVE SPACES TO MB-NOTE.
097400     MOVE SPACES TO MB-ON-FILE-IMAGE.
097500     MOVE SRT-BEFORE-IMAGE (1:16) TO MB-BEFORE-KEY.
097600     MOVE SRT-AFTER-IMAGE (1:16) TO MB-AFTER-KEY.
097700     IF SRT-BEFORE-IMAGE = SPACES
097800         GO TO 4300-EXIT
097900     END-IF.
098000     MOVE MB-BEFORE-KEY TO TMPM-KEY.
098100     READ MASTER-FILE
098200         INVALID KEY
098300             PERFORM 4350-NOTE-MISMATCH
098400                 THRU 4350-EXIT
098500             MOVE "BEFORE-IMAGE NOT ON FILE" TO MB-NOTE
098600             GO TO 4300-EXIT
098700     END-READ.
098800     SET MB-BEFORE-FOUND TO TRUE.
098900     MOVE MASTER-RECORD TO MB-ON-FILE-IMAGE.
099000     IF MASTER-RECORD NOT = SRT-BEFORE-IMAGE
099100         PERFORM 4350-NOTE-MISMATCH
099200             THRU 4350-EXIT
099300         MOVE "ON FILE DIFFERS FROM BEFORE-IMAGE" TO MB-NOTE
099400     END-IF.
099500 4300-EXIT.
099600     EXIT.
099700
099800******************************************************************
099900* 4350-NOTE-MISMATCH                                             *
100000******************************************************************
100100 4350-NOTE-MISMATCH.
100200     SET MB-MISMATCH TO TRUE.
100300 4350-EXIT.
100400     EXIT.
100500
100600******************************************************************
100700* 4400-APPLY-DELETE - the revision named on the entry comes off  *
100800*   the master; if it is not there, there is nothing to delete.  *
100900******************************************************************
101000 4400-APPLY-DELETE.
101100     MOVE SRT-TEMPLATE-NAME TO TMPM-NAME.
101200     MOVE SRT-EFFECTIVE-DATE TO TMPM-EFFECTIVE-DATE.
101300     READ MASTER-FILE
101400         INVALID KEY
101500             IF NOT MB-MISMATCH
101600                 PERFORM 4350-NOTE-MISMATCH
101700                     THRU 4350-EXIT
101800                 MOVE "NOTHING ON FILE TO DELETE" TO MB-NOTE
101900             END-IF
102000             GO TO 4400-EXIT
102100     END-READ.
102200     DELETE MASTER-FILE
102300         INVALID KEY
102400             PERFORM 4350-NOTE-MISMATCH
102500                 THRU 4350-EXIT
102600             MOVE "DELETE FAILED ON THE MASTER" TO MB-NOTE
102700             GO TO 4400-EXIT
102800     END-DELETE.
102900     SET MB-APPLIED TO TRUE.
103000 4400-EXIT.
103100     EXIT.
103200
103300******************************************************************
103400* 4500-APPLY-ADD-CHANGE - the after-image goes on file under its *
103500*   own key: rewritten over a correction in place, written for   *
103600*   an add or a new revision.  An add or new revision whose key  *
103700*   is already on file is a mismatch, and the after-image        *
103800*   replaces what is there.                                      *
103900******************************************************************
104000 4500-APPLY-ADD-CHANGE.
104100     IF SRT-AFTER-IMAGE = SPACES
104200         PERFORM 4350-NOTE-MISMATCH
104300             THRU 4350-EXIT
104400         MOVE "NO AFTER-IMAGE ON THE ENTRY" TO MB-NOTE
104500         GO TO 4500-EXIT
104600     END-IF.
104700     MOVE "N" TO MB-AFTER-FOUND-SW.
104800     MOVE MB-AFTER-KEY TO TMPM-KEY.
104900     READ MASTER-FILE
105000         INVALID KEY
105100             CONTINUE
105200         NOT INVALID KEY
105300             SET MB-AFTER-FOUND TO TRUE
105400     END-READ.
105500     IF MB-AFTER-FOUND AND NOT MB-MISMATCH
105600         IF SRT-ACT-ADD
105700                 OR SRT-BEFORE-IMAGE = SPACES
105800                 OR MB-AFTER-KEY NOT = MB-BEFORE-KEY
105900             PERFORM 4350-NOTE-MISMATCH
106000                 THRU 4350-EXIT
106100             MOVE "KEY ALREADY ON FILE" TO MB-NOTE
106200             MOVE MASTER-RECORD TO MB-ON-FILE-IMAGE
106300         END-IF
106400     END-IF.
106500     MOVE SRT-AFTER-IMAGE TO MASTER-RECORD.
106600     IF MB-AFTER-FOUND
106700         REWRITE MASTER-RECORD
106800             INVALID KEY
106900                 PERFORM 4350-NOTE-MISMATCH
107000                     THRU 4350-EXIT
107100                 MOVE "REWRITE FAILED ON THE MASTER" TO MB-NOTE
107200                 GO TO 4500-EXIT
107300         END-REWRITE
107400     ELSE
107500         WRITE MASTER-RECORD
107600             INVALID KEY
107700                 PERFORM 4350-NOTE-MISMATCH
107800                     THRU 4350-EXIT
107900                 MOVE "WRITE FAILED ON THE MASTER" TO MB-NOTE
108000                 GO TO 4500-EXIT
108100         END-WRITE
108200     END-IF.
108300     SET MB-APPLIED TO TRUE.
108400 4500-EXIT.
108500     EXIT.
108600
108700******************************************************************
108800* 4600-REPORT-ENTRY - one line per entry; a mismatch is followed *
108900*   by the journalled before-image and what was on file.         *
109000******************************************************************
109100 4600-REPORT-ENTRY.
109200     MOVE SPACES TO MB-RPT-ENTRY-LINE.
109300     MOVE SRT-TIMESTAMP TO MB-ENT-TIMESTAMP.
109400     MOVE SRT-OPERATOR TO MB-ENT-OPERATOR.
109500     MOVE SRT-ACTION TO MB-ENT-ACTION.
109600     MOVE SRT-TEMPLATE-NAME TO MB-ENT-NAME.
109700     MOVE SRT-EFFECTIVE-DATE TO MB-ENT-EFFDATE.
109800     IF MB-APPLIED
109900         ADD 1 TO MB-JRN-APPLIED
110000         IF MB-MISMATCH
110100             STRING "APPLIED - ** " DELIMITED BY SIZE
110200                    MB-NOTE DELIMITED BY SIZE
110300                 INTO MB-ENT-RESULT
110400             END-STRING
110500         ELSE
110600             MOVE "APPLIED" TO MB-ENT-RESULT
110700         END-IF
110800     ELSE
110900         STRING "NOT APPLIED - ** " DELIMITED BY SIZE
111000                MB-NOTE DELIMITED BY SIZE
111100             INTO MB-ENT-RESULT
111200         END-STRING
111300     END-IF.
111400     MOVE MB-RPT-ENTRY-LINE TO MB-RPT-WORK-LINE.
111500     PERFORM 4270-WRITE-RPT-LINE
111600         THRU 4270-EXIT.
111700     IF NOT MB-MISMATCH
111800         GO TO 4600-EXIT
111900     END-IF.
112000     ADD 1 TO MB-JRN-MISMATCH.
112100     MOVE "  BEFORE-IMAGE :" TO MB-IMG-LABEL.
112200     MOVE SRT-BEFORE-IMAGE TO MB-IMG-IMAGE.
112300     MOVE MB-RPT-IMAGE-LINE TO MB-RPT-WORK-LINE.
112400     PERFORM 4270-WRITE-RPT-LINE
112500         THRU 4270-EXIT.
112600     MOVE "  ON FILE      :" TO MB-IMG-LABEL.
112700     MOVE MB-ON-FILE-IMAGE TO MB-IMG-IMAGE.
112800     MOVE MB-RPT-IMAGE-LINE TO MB-RPT-WORK-LINE.
112900     PERFORM 4270-WRITE-RPT-LINE
113000         THRU 4270-EXIT.
113100     MOVE "  AFTER-IMAGE  :" TO MB-IMG-LABEL.
113200     MOVE SRT-AFTER-IMAGE TO MB-IMG-IMAGE.
113300     MOVE MB-RPT-IMAGE-LINE TO MB-RPT-WORK-LINE.
113400     PERFORM 4270-WRITE-RPT-LINE
113500         THRU 4270-EXIT.
113600 4600-EXIT.
113700     EXIT.
113800
113900******************************************************************
114000* 4270-WRITE-RPT-LINE - one line onto MASTBRPT, breaking to a    *
114100*   fresh page with the title and column headings every          *
114200*   MB-RPT-LINES-PER-PAGE lines.                                 *
114300******************************************************************
114400 4270-WRITE-RPT-LINE.
114500     IF MB-RPT-LINE-CTR > MB-RPT-LINES-PER-PAGE
114600         PERFORM 4280-START-REPORT-PAGE
114700             THRU 4280-EXIT
114800     END-IF.
114900     WRITE REPORT-PRINT-LINE FROM MB-RPT-WORK-LINE.
115000     ADD 1 TO MB-RPT-LINE-CTR.
115100 4270-EXIT.
115200     EXIT.
115300
115400******************************************************************
115500* 4280-START-REPORT-PAGE                                         *
115600******************************************************************
115700 4280-START-REPORT-PAGE.
115800     ADD 1 TO MB-RPT-PAGE-CTR.
115900     MOVE MB-RPT-PAGE-CTR TO MB-TTL-PAGE.
116000     WRITE REPORT-PRINT-LINE FROM MB-RPT-TITLE-LINE.
116100     WRITE REPORT-PRINT-LINE FROM MB-RPT-HEADING-LINE.
116200     MOVE SPACES TO REPORT-PRINT-LINE.
116300     WRITE REPORT-PRINT-LINE.
116400     MOVE 3 TO MB-RPT-LINE-CTR.
116500 4280-EXIT.
116600     EXIT.
116700
116800******************************************************************
116900* 6000-PRINT-TRAILER - a fresh page with the run's counts.       *
117000******************************************************************
117100 6000-PRINT-TRAILER.
117200     ADD 1 TO MB-RPT-PAGE-CTR.
117300     MOVE MB-RPT-PAGE-CTR TO MB-TTL-PAGE.
117400     WRITE REPORT-PRINT-LINE FROM MB-RPT-TITLE-LINE.
117500     MOVE SPACES TO REPORT-PRINT-LINE.
117600     WRITE REPORT-PRINT-LINE.
117700     MOVE "MASTER RECORDS UNLOADED   :" TO MB-RPT-CNT-LABEL.
117800     MOVE MB-RECORDS-UNLOADED TO MB-RPT-CNT-VALUE.
117900     WRITE REPORT-PRINT-LINE FROM MB-RPT-COUNT-LINE.
118000     MOVE "BACKUP RECORDS CHECKED    :" TO MB-RPT-CNT-LABEL.
118100     MOVE MB-BACKUP-CHECKED TO MB-RPT-CNT-VALUE.
118200     WRITE REPORT-PRINT-LINE FROM MB-RPT-COUNT-LINE.
118300     MOVE "MASTER RECORDS RELOADED   :" TO MB-RPT-CNT-LABEL.
118400     MOVE MB-RECORDS-RELOADED TO MB-RPT-CNT-VALUE.
118500     WRITE REPORT-PRINT-LINE FROM MB-RPT-COUNT-LINE.
118600     MOVE "  FAILED TO RELOAD        :" TO MB-RPT-CNT-LABEL.
118700     MOVE MB-RELOAD-FAILED TO MB-RPT-CNT-VALUE.
118800     WRITE REPORT-PRINT-LINE FROM MB-RPT-COUNT-LINE.
118900     MOVE "JOURNAL ENTRIES READ      :" TO MB-RPT-CNT-LABEL.
119000     MOVE MB-JRN-READ TO MB-RPT-CNT-VALUE.
119100     WRITE REPORT-PRINT-LINE FROM MB-RPT-COUNT-LINE.
119200     MOVE "  AFTER THE BACKUP        :" TO MB-RPT-CNT-LABEL.
119300     MOVE MB-JRN-RELEASED TO MB-RPT-CNT-VALUE.
119400     WRITE REPORT-PRINT-LINE FROM MB-RPT-COUNT-LINE.
119500     MOVE "  APPLIED                 :" TO MB-RPT-CNT-LABEL.
119600     MOVE MB-JRN-APPLIED TO MB-RPT-CNT-VALUE.
119700     WRITE REPORT-PRINT-LINE FROM MB-RPT-COUNT-LINE.
119800     MOVE "  BEFORE-IMAGE MISMATCHES :" TO MB-RPT-CNT-LABEL.
119900     MOVE MB-JRN-MISMATCH TO MB-RPT-CNT-VALUE.
120000     WRITE REPORT-PRINT-LINE FROM MB-RPT-COUNT-LINE.
120100 6000-EXIT.
120200     EXIT.
120300
120400******************************************************************
120500* 9000-TERMINATE                                                 *
120600******************************************************************
120700 9000-TERMINATE.
120800     CLOSE REPORT-FILE.
120900 9000-EXIT.
121000     EXIT.
121100
121200******************************************************************
121300* 9500-STAMP-START-TS - the start of job, to the second, for     *
121400*   the run-statistics record and the backup control record.    *
121500******************************************************************
121600 9500-STAMP-START-TS.
121700     ACCEPT MB-CURRENT-DATE FROM DATE YYYYMMDD.
121800     ACCEPT MB-CURRENT-TIME FROM TIME.
121900     MOVE MB-CURRENT-DATE TO MB-START-TS (1:8).
122000     MOVE MB-CURRENT-TIME-X (1:6) TO MB-START-TS (9:6).
122100 9500-EXIT.
122200     EXIT.
122300
122400******************************************************************
122500* 9600-WRITE-RUN-STATS - one record onto the shared RUNSTATS     *
122600*   file at end of job, created automatically on the first run.  *
122700******************************************************************
122800 9600-WRITE-RUN-STATS.
122900     ACCEPT MB-CURRENT-DATE FROM DATE YYYYMMDD.
123000     ACCEPT MB-CURRENT-TIME FROM TIME.
123100     MOVE MB-CURRENT-DATE TO MB-END-TS (1:8).
123200     MOVE MB-CURRENT-TIME-X (1:6) TO MB-END-TS (9:6).
123300     OPEN EXTEND RUN-STATS-FILE.
123400     IF MB-RUNSTATS-STATUS = "35"
123500         OPEN OUTPUT RUN-STATS-FILE
123600         CLOSE RUN-STATS-FILE
123700         OPEN EXTEND RUN-STATS-FILE
123800     END-IF.
123900     IF MB-RUNSTATS-STATUS NOT = "00"
124000         DISPLAY "** Unable to open RUNSTATS - status "
124100                 MB-RUNSTATS-STATUS " - run not recorded."
124200         GO TO 9600-EXIT
124300     END-IF.
124400     MOVE SPACES TO RUN-STATS-RECORD.
124500     MOVE "MASTBKUP" TO RS-PROGRAM.
124600     MOVE MB-START-TS TO RS-START-TS.
124700     MOVE MB-END-TS TO RS-END-TS.
124800     COMPUTE RS-RECORDS-IN = MB-RECORDS-UNLOADED
124900             + MB-BACKUP-CHECKED + MB-JRN-RELEASED.
125000     COMPUTE RS-RECORDS-OUT = MB-RECORDS-UNLOADED
125100             + MB-RECORDS-RELOADED + MB-JRN-APPLIED.
125200     MOVE MB-JRN-MISMATCH TO RS-RECORDS-REJ.
125300     MOVE MB-MAX-RC TO RS-RETURN-CODE.
125400     WRITE RUN-STATS-RECORD.
125500     CLOSE RUN-STATS-FILE.
125600 9600-EXIT.
125700     EXIT.
