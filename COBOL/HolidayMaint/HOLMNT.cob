001600*   sold into different markets honour different holidays.  An   *
001700*   extract function writes the whole master back out as the     *
001800*   HOLIDAYS flat file the weekly run reads, the same way        *
001900*   TMPLMNT cuts the TEMPLATES file from its master.  Every     *
001910*   add, change, and delete is journalled to HOLJRNL with the    *
001920*   operator and before and after images, and a journal          *
001930*   function prints it.                                          *
002000*                                                                *
002100* MODIFICATION HISTORY.                                         *
002200*   2026.09.03  JH  Original version.                            *
002210*   2026.09.03  JH  One run-statistics record per session        *
002220*                   appended to the shared RUNSTATS file for     *
002230*                   the WEEKOPS cycle summary.                   *
002240*   2026.10.15  JH  Every add/change/delete goes to the HOLJRNL  *
002250*                   change journal with before/after images,     *
002260*                   the operator, and the timestamp, the way     *
002270*                   TMPLJRNL journals template changes, and a    *
002280*                   (J)ournal function reports it per market.    *
002290*   2026.10.15  JH  Sign-on against the OPERMAST operator        *
002290*                   master - the initials must be on file,       *
002290*                   active, and hold the holiday maintainer      *
002290*                   role, checked by WKAUTH, or the session      *
002290*                   ends with return code 8.                     *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    HOLMNT.
004830         ASSIGN TO "RUNSTATS"
004840         ORGANIZATION IS LINE SEQUENTIAL
004850         FILE STATUS IS HM-RUNSTATS-STATUS.
004860
004862     SELECT JOURNAL-FILE
004864         ASSIGN TO "HOLJRNL"
004866         ORGANIZATION IS LINE SEQUENTIAL
004868         FILE STATUS IS HM-JOURNAL-STATUS.
004870
004872     SELECT JOURNAL-REPORT-FILE
004874         ASSIGN TO "HOLJRPT"
004876         ORGANIZATION IS LINE SEQUENTIAL
004878         FILE STATUS IS HM-JRNRPT-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005820 FD  RUN-STATS-FILE
005830     LABEL RECORDS ARE STANDARD.
005840     COPY WKRSTAT.
005850
005852 FD  JOURNAL-FILE
005854     LABEL RECORDS ARE STANDARD.
005856     COPY WKHJRNRE.
005858
005860 FD  JOURNAL-REPORT-FILE
005862     LABEL RECORDS ARE STANDARD.
005864 01  JOURNAL-PRINT-LINE              PIC X(80).
005900
006000 WORKING-STORAGE SECTION.
006050 COPY WKAUPARM.
006050
006100 01  HM-SWITCHES.
006200     05  HM-DONE-SW                  PIC X(01).
006300         88  HM-DONE                     VALUE 'Y'.
006700         88  HM-FUNC-DELETE              VALUE 'D'.
006800         88  HM-FUNC-INQUIRE             VALUE 'I'.
006900         88  HM-FUNC-EXTRACT             VALUE 'X'.
006950         88  HM-FUNC-JOURNAL             VALUE 'J'.
007000         88  HM-FUNC-QUIT                VALUE 'Q'.
007100     05  HM-EXTRACT-EOF-SW           PIC X(01).
007200         88  HM-EXTRACT-EOF              VALUE 'Y'.
007210     05  HM-JRN-EOF-SW               PIC X(01).
007220         88  HM-JRN-EOF                  VALUE 'Y'.
007300
007400 01  HM-FILE-STATUS-GROUP.
007500     05  HM-MASTER-STATUS            PIC X(02).
007600     05  HM-EXTRACT-STATUS           PIC X(02).
007610     05  HM-RUNSTATS-STATUS          PIC X(02).
007620     05  HM-JOURNAL-STATUS           PIC X(02).
007630     05  HM-JRNRPT-STATUS            PIC X(02).
007700
007800 77  HM-COUNTRY-INPUT                PIC X(03).
007900 77  HM-DATE-INPUT                   PIC X(08).
008410                                     PIC X(08).
008410 77  HM-START-TS                     PIC X(14).
008410 77  HM-END-TS                       PIC X(14).
008420 77  HM-OPERATOR                     PIC X(03).
008420 77  HM-JRN-TIMESTAMP                PIC X(14).
008420 77  HM-ACTION                       PIC X(01).
008420 77  HM-JRN-COUNT                    PIC 9(05).
008420 77  HM-JRN-COUNTRY-INPUT            PIC X(03).
008430 01  HM-BEFORE-IMAGE                 PIC X(31).
008430 01  HM-AFTER-IMAGE                  PIC X(31).
008440 01  HM-JRPT-HEAD.
008440     05  HM-JH-TIMESTAMP             PIC X(14).
008440     05  FILLER                      PIC X(02).
008440     05  HM-JH-OPERATOR              PIC X(03).
008440     05  FILLER                      PIC X(02).
008440     05  HM-JH-ACTION                PIC X(01).
008440     05  FILLER                      PIC X(02).
008440     05  HM-JH-COUNTRY               PIC X(03).
008440     05  FILLER                      PIC X(02).
008440     05  HM-JH-DATE                  PIC X(08).
008450 01  HM-JRPT-IMAGE.
008450     05  HM-JI-LABEL                 PIC X(09).
008450     05  HM-JI-IMAGE                 PIC X(31).
008500
008600 PROCEDURE DIVISION.
008700
011400         DISPLAY "** Unable to open HOLMAST - status "
011500                 HM-MASTER-STATUS "."
011600         SET HM-DONE TO TRUE
011650         GO TO 1000-EXIT
011700     END-IF.
011720     PERFORM 1100-GET-OPERATOR
011740         THRU 1100-EXIT.
011800 1000-EXIT.
011900     EXIT.
011910
011920******************************************************************
011930* 1100-GET-OPERATOR - who is making this session's changes; the  *
011940*   change journal records the initials on every entry.          *
011942*   WKAUTH lets in only an active operator on OPERMAST holding   *
011944*   the holiday maintainer role; anyone else ends the session    *
011946*   before the master is touched.                                *
011950******************************************************************
011960 1100-GET-OPERATOR.
011970     DISPLAY "Enter the operator's initials: " WITH NO ADVANCING.
011980     ACCEPT HM-OPERATOR.
011990     IF HM-OPERATOR = SPACES
011992         DISPLAY "** Initials must not be blank - try again."
011994         GO TO 1100-GET-OPERATOR
011996     END-IF.
011997     MOVE "HOLMNT" TO AU-AUTH-PROGRAM.
011997     SET AU-AUTH-CHECK TO TRUE.
011997     MOVE HM-OPERATOR TO AU-AUTH-INITIALS.
011997     SET AU-ROLE-HOLIDAY TO TRUE.
011997     CALL "WKAUTH" USING AU-AUTH-PARM.
011997     IF AU-AUTH-REFUSED
011997         DISPLAY "** " HM-OPERATOR " refused - " AU-AUTH-REASON
011997         CLOSE MASTER-FILE
011997         MOVE 8 TO RETURN-CODE
011997         STOP RUN
011997     END-IF.
011997     DISPLAY "Signed on as " AU-AUTH-OPERATOR-NAME ".".
011998 1100-EXIT.
011999     EXIT.
012000
012100******************************************************************
012200* 9000-TERMINATE                                                *
013200******************************************************************
013300 2000-PROCESS-ONE-FUNCTION.
013400     DISPLAY "Function - (A)dd, (C)hange, (D)elete, (I)nquire, "
013500             "e(X)tract, (J)ournal, or (Q)uit? "
013550             WITH NO ADVANCING.
013600     ACCEPT HM-FUNCTION-SW.
013700     IF HM-FUNCTION-SW = "a"
013800         MOVE "A" TO HM-FUNCTION-SW
014900     IF HM-FUNCTION-SW = "x"
015000         MOVE "X" TO HM-FUNCTION-SW
015100     END-IF.
015150     IF HM-FUNCTION-SW = "j"
015160         MOVE "J" TO HM-FUNCTION-SW
015170     END-IF.
015200     IF HM-FUNCTION-SW = "q"
015300         MOVE "Q" TO HM-FUNCTION-SW
015400     END-IF.
018200             THRU 5000-EXIT
018300         GO TO 2000-EXIT
018400     END-IF.
018410     IF HM-FUNC-JOURNAL
018420         PERFORM 7500-REPORT-JOURNAL
018430             THRU 7500-EXIT
018440         GO TO 2000-EXIT
018450     END-IF.
018500     DISPLAY "Please answer A, C, D, I, X, J, or Q.".
018600 2000-EXIT.
018700     EXIT.
018800
021400                     " - status " HM-MASTER-STATUS "."
021500             GO TO 3000-EXIT
021600     END-WRITE.
021610     MOVE SPACES TO HM-BEFORE-IMAGE.
021620     MOVE HOLIDAY-MASTER-RECORD TO HM-AFTER-IMAGE.
021630     MOVE "A" TO HM-ACTION.
021640     PERFORM 7000-WRITE-JOURNAL
021650         THRU 7000-EXIT.
021700     DISPLAY HOLM-DATE " added to the calendar for market '"
021800             HOLM-COUNTRY "'.".
021900 3000-EXIT.
023700
023800     PERFORM 4600-DISPLAY-HOLIDAY
023900         THRU 4600-EXIT.
023950     MOVE HOLIDAY-MASTER-RECORD TO HM-BEFORE-IMAGE.
024000     PERFORM 6100-GET-HOLIDAY-NAME
024100         THRU 6100-EXIT.
024200     REWRITE HOLIDAY-MASTER-RECORD
024500                     " - status " HM-MASTER-STATUS "."
024600             GO TO 3500-EXIT
024700     END-REWRITE.
024710     MOVE HOLIDAY-MASTER-RECORD TO HM-AFTER-IMAGE.
024720     MOVE "C" TO HM-ACTION.
024730     PERFORM 7000-WRITE-JOURNAL
024740         THRU 7000-EXIT.
024800     DISPLAY HOLM-DATE " changed on the calendar.".
024900 3500-EXIT.
025000     EXIT.
027100         DISPLAY "Delete abandoned."
027200         GO TO 4000-EXIT
027300     END-IF.
027350     MOVE HOLIDAY-MASTER-RECORD TO HM-BEFORE-IMAGE.
027400     DELETE MASTER-FILE
027500         INVALID KEY
027600             DISPLAY "** Unable to delete " HM-DATE-WORK
027700                     " - status " HM-MASTER-STATUS "."
027800             GO TO 4000-EXIT
027900     END-DELETE.
027910     MOVE SPACES TO HM-AFTER-IMAGE.
027920     MOVE "D" TO HM-ACTION.
027930     PERFORM 7000-WRITE-JOURNAL
027940         THRU 7000-EXIT.
028000     DISPLAY HM-DATE-WORK " deleted from the calendar.".
028100 4000-EXIT.
028200     EXIT.
039800     MOVE HM-NAME-INPUT TO HOLM-NAME.
039900 6100-EXIT.
040000     EXIT.
040010
040020******************************************************************
040030* 7000-WRITE-JOURNAL - one journal record per add, change, or    *
040040*   delete: timestamp, operator, action, holiday key, and the    *
040050*   before and after images the caller has set.                  *
040060******************************************************************
040070 7000-WRITE-JOURNAL.
040080     ACCEPT HM-RS-DATE FROM DATE YYYYMMDD.
040090     ACCEPT HM-RS-TIME FROM TIME.
040100     MOVE HM-RS-DATE TO HM-JRN-TIMESTAMP (1:8).
040110     MOVE HM-RS-TIME-X (1:6) TO HM-JRN-TIMESTAMP (9:6).
040120     OPEN EXTEND JOURNAL-FILE.
040130     IF HM-JOURNAL-STATUS = "35"
040140         OPEN OUTPUT JOURNAL-FILE
040150         CLOSE JOURNAL-FILE
040160         OPEN EXTEND JOURNAL-FILE
040170     END-IF.
040180     IF HM-JOURNAL-STATUS NOT = "00"
040190         DISPLAY "** Unable to open HOLJRNL - status "
040200                 HM-JOURNAL-STATUS " - change not journalled."
040210         GO TO 7000-EXIT
040220     END-IF.
040230     MOVE SPACES TO HOLIDAY-JOURNAL-RECORD.
040240     MOVE HM-JRN-TIMESTAMP TO HJR-TIMESTAMP.
040250     MOVE HM-OPERATOR TO HJR-OPERATOR.
040260     MOVE HM-ACTION TO HJR-ACTION.
040270     MOVE HM-COUNTRY-INPUT TO HJR-COUNTRY.
040280     MOVE HM-DATE-WORK TO HJR-DATE.
040290     MOVE HM-BEFORE-IMAGE TO HJR-BEFORE-IMAGE.
040300     MOVE HM-AFTER-IMAGE TO HJR-AFTER-IMAGE.
040310     WRITE HOLIDAY-JOURNAL-RECORD.
040320     CLOSE JOURNAL-FILE.
040330 7000-EXIT.
040340     EXIT.
040350
040360******************************************************************
040370* 7500-REPORT-JOURNAL - prints the change journal to HOLJRPT,    *
040380*   one market or the whole journal, each entry with its before  *
040390*   and after record images.                                     *
040400******************************************************************
040410 7500-REPORT-JOURNAL.
040420     DISPLAY "Enter the country/region code (ALL for every "
040430             "market): " WITH NO ADVANCING.
040440     ACCEPT HM-JRN-COUNTRY-INPUT.
040450     OPEN INPUT JOURNAL-FILE.
040460     IF HM-JOURNAL-STATUS NOT = "00"
040470         DISPLAY "** Unable to open HOLJRNL - status "
040480                 HM-JOURNAL-STATUS " - no journal to report."
040490         GO TO 7500-EXIT
040500     END-IF.
040510     OPEN OUTPUT JOURNAL-REPORT-FILE.
040520     IF HM-JRNRPT-STATUS NOT = "00"
040530         DISPLAY "** Unable to open HOLJRPT - status "
040540                 HM-JRNRPT-STATUS "."
040550         CLOSE JOURNAL-FILE
040560         GO TO 7500-EXIT
040570     END-IF.
040580     MOVE "HOLIDAY CHANGE JOURNAL" TO JOURNAL-PRINT-LINE.
040590     WRITE JOURNAL-PRINT-LINE.
040600     MOVE SPACES TO JOURNAL-PRINT-LINE.
040610     WRITE JOURNAL-PRINT-LINE.
040620     MOVE ZERO TO HM-JRN-COUNT.
040630     MOVE "N" TO HM-JRN-EOF-SW.
040640     PERFORM 7600-REPORT-ONE-ENTRY
040650         THRU 7600-EXIT
040660         UNTIL HM-JRN-EOF.
040670     CLOSE JOURNAL-FILE.
040680     CLOSE JOURNAL-REPORT-FILE.
040690     DISPLAY HM-JRN-COUNT
040700             " journal entr(ies) reported to HOLJRPT.".
040710 7500-EXIT.
040720     EXIT.
040730
040740******************************************************************
040750* 7600-REPORT-ONE-ENTRY - a market of spaces is the all-market   *
040760*   calendar, so the whole journal is asked for as ALL.          *
040770******************************************************************
040780 7600-REPORT-ONE-ENTRY.
040790     READ JOURNAL-FILE
040800         AT END
040810             SET HM-JRN-EOF TO TRUE
040820             GO TO 7600-EXIT
040830     END-READ.
040840     IF HM-JRN-COUNTRY-INPUT NOT = "ALL"
040850             AND HJR-COUNTRY NOT = HM-JRN-COUNTRY-INPUT
040860         GO TO 7600-EXIT
040870     END-IF.
040880     ADD 1 TO HM-JRN-COUNT.
040890     MOVE SPACES TO HM-JRPT-HEAD.
040900     MOVE HJR-TIMESTAMP TO HM-JH-TIMESTAMP.
040910     MOVE HJR-OPERATOR TO HM-JH-OPERATOR.
040920     MOVE HJR-ACTION TO HM-JH-ACTION.
040930     MOVE HJR-COUNTRY TO HM-JH-COUNTRY.
040940     MOVE HJR-DATE TO HM-JH-DATE.
040950     WRITE JOURNAL-PRINT-LINE FROM HM-JRPT-HEAD.
040960     MOVE "  BEFORE " TO HM-JI-LABEL.
040970     MOVE HJR-BEFORE-IMAGE TO HM-JI-IMAGE.
040980     WRITE JOURNAL-PRINT-LINE FROM HM-JRPT-IMAGE.
040990     MOVE "  AFTER  " TO HM-JI-LABEL.
041000     MOVE HJR-AFTER-IMAGE TO HM-JI-IMAGE.
041010     WRITE JOURNAL-PRINT-LINE FROM HM-JRPT-IMAGE.
041020     MOVE SPACES TO JOURNAL-PRINT-LINE.
041030     WRITE JOURNAL-PRINT-LINE.
041040 7600-EXIT.
041050     EXIT.
010100
010100******************************************************************
010100* 9500-STAMP-START-TS - the start of job, to the second, for     *
