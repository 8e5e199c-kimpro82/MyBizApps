001810*   2026.09.03  JH  One run-statistics record per session        *
001820*                   appended to the shared RUNSTATS file for     *
001830*                   the WEEKOPS cycle summary.                   *
001840*   2026.10.15  JH  (F)amily approve - one week of every member  *
001850*                   of a FAMMAST template family shown and       *
001860*                   approved in one step.                        *
001870*   2026.10.15  JH  A week RULECHK failed against its layout     *
001880*                   rules is flagged on display, and approving   *
001890*                   it takes a second confirmation.              *
001895*   2026.10.15  JH  The approver must be an active OPERMAST      *
001895*                   operator holding the approver role,          *
001895*                   checked by WKAUTH.  An approval is refused   *
001895*                   when the approver's initials are on a        *
001895*                   TMPLJRNL change to the week's revision in    *
001895*                   force made within the SECPARM window (90     *
001895*                   days by default); the refusal goes to the    *
001895*                   SECLOG security log.                         *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.    WEEKAPPR.
003930         ASSIGN TO "RUNSTATS"
003940         ORGANIZATION IS LINE SEQUENTIAL
003950         FILE STATUS IS AP-RUNSTATS-STATUS.
003960
003970     SELECT FAMILY-FILE
003972         ASSIGN TO "FAMMAST"
003974         ORGANIZATION IS INDEXED
003976         ACCESS MODE IS DYNAMIC
003978         RECORD KEY IS FAM-CODE
003980         FILE STATUS IS AP-FAMILY-STATUS.
003990
003990     SELECT MASTER-FILE
003990         ASSIGN TO "TMPLMAST"
003990         ORGANIZATION IS INDEXED
003990         ACCESS MODE IS DYNAMIC
003990         RECORD KEY IS TMPM-KEY
003990         FILE STATUS IS AP-MASTER-STATUS.
003990
003990     SELECT JOURNAL-FILE
003990         ASSIGN TO "TMPLJRNL"
003990         ORGANIZATION IS LINE SEQUENTIAL
003990         FILE STATUS IS AP-JOURNAL-STATUS.
003990
003990     SELECT PARM-FILE
003990         ASSIGN TO "SECPARM"
003990         ORGANIZATION IS LINE SEQUENTIAL
003990         FILE STATUS IS AP-PARM-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004520 FD  RUN-STATS-FILE
004530     LABEL RECORDS ARE STANDARD.
004540     COPY WKRSTAT.
004550
004560 FD  FAMILY-FILE
004570     LABEL RECORDS ARE STANDARD.
004580     COPY WKFAMM.
004590
004590 FD  MASTER-FILE
004590     LABEL RECORDS ARE STANDARD.
004590     COPY WKTMPLM.
004590
004590 FD  JOURNAL-FILE
004590     LABEL RECORDS ARE STANDARD.
004590     COPY WKJRNREC.
004590
004590 FD  PARM-FILE
004590     LABEL RECORDS ARE STANDARD.
004590     COPY WKSECPRM.
004600
004700 WORKING-STORAGE SECTION.
004750 COPY WKAUPARM.
004750
004800 01  AP-SWITCHES.
004900     05  AP-DONE-SW                  PIC X(01).
005000         88  AP-DONE                     VALUE 'Y'.
005200         88  AP-FUNC-APPROVE             VALUE 'A'.
005300         88  AP-FUNC-REJECT              VALUE 'R'.
005400         88  AP-FUNC-INQUIRE             VALUE 'I'.
005450         88  AP-FUNC-FAMILY              VALUE 'F'.
005500         88  AP-FUNC-QUIT                VALUE 'Q'.
005510     05  AP-FAMILY-OPEN-SW           PIC X(01).
005520         88  AP-FAMILY-OPEN              VALUE 'Y'.
005530     05  AP-MASTER-OPEN-SW           PIC X(01).
005530         88  AP-MASTER-OPEN              VALUE 'Y'.
005530     05  AP-JRN-EOF-SW               PIC X(01).
005530         88  AP-JRN-EOF                  VALUE 'Y'.
005530     05  AP-REV-EOF-SW               PIC X(01).
005530         88  AP-REV-EOF                  VALUE 'Y'.
005530     05  AP-SOD-BREACH-SW            PIC X(01).
005530         88  AP-SOD-BREACH               VALUE 'Y'.
005600
005700 01  AP-FILE-STATUS-GROUP.
005800     05  AP-LAYOUT-STATUS            PIC X(02).
005810     05  AP-RUNSTATS-STATUS          PIC X(02).
005820     05  AP-FAMILY-STATUS            PIC X(02).
005830     05  AP-MASTER-STATUS            PIC X(02).
005830     05  AP-JOURNAL-STATUS           PIC X(02).
005830     05  AP-PARM-STATUS              PIC X(02).
005900
006000 77  AP-TEMPLATE-INPUT               PIC X(08).
006100 77  AP-WEEK-DATE-INPUT              PIC X(08).
006320                                     PIC X(08).
006320 77  AP-START-TS                     PIC X(14).
006320 77  AP-END-TS                       PIC X(14).
006330 77  AP-FAMILY-INPUT                 PIC X(08).
006340 77  AP-CONFIRM-INPUT                PIC X(01).
006350 77  AP-MBR-IDX                      PIC 9(02).
006360 77  AP-MEMBER-MAX                   PIC 9(02) VALUE 10.
006370 77  AP-FILED-COUNT                  PIC 9(02).
006380 77  AP-RULES-FAILED-COUNT           PIC 9(02).
006390 77  AP-SOD-WINDOW-DAYS              PIC 9(03) VALUE 090.
006390 77  AP-WINDOW-START                 PIC 9(08).
006390 77  AP-CHECK-REV                    PIC 9(08).
006390 77  AP-CHANGE-DATE                  PIC X(08).
006400
006500 PROCEDURE DIVISION.
006600
008000******************************************************************
008100* 1000-INITIALIZE - the layout file must already exist; there is *
008200*   nothing to approve before a split has been filed.            *
008250*   A template change by the approver on or after the window     *
008250*   start bars that approver from the revision's weeks.          *
008300******************************************************************
008400 1000-INITIALIZE.
008500     MOVE "N" TO AP-DONE-SW.
008900         DISPLAY "** Unable to open WEEKLAYT - status "
009000                 AP-LAYOUT-STATUS " - nothing to approve."
009100         SET AP-DONE TO TRUE
009150         GO TO 1000-EXIT
009200     END-IF.
009210     MOVE "N" TO AP-FAMILY-OPEN-SW.
009220     OPEN INPUT FAMILY-FILE.
009230     IF AP-FAMILY-STATUS = "00"
009240         SET AP-FAMILY-OPEN TO TRUE
009250     END-IF.
009260     PERFORM 1100-LOAD-PARAMETERS
009260         THRU 1100-EXIT.
009260     COMPUTE AP-WINDOW-START = FUNCTION DATE-OF-INTEGER
009260             (FUNCTION INTEGER-OF-DATE(AP-CURRENT-DATE)
009260              - AP-SOD-WINDOW-DAYS).
009260     MOVE "N" TO AP-MASTER-OPEN-SW.
009260     OPEN INPUT MASTER-FILE.
009260     IF AP-MASTER-STATUS = "00"
009260         SET AP-MASTER-OPEN TO TRUE
009260     END-IF.
009300 1000-EXIT.
009400     EXIT.
009450
009450******************************************************************
009450* 1100-LOAD-PARAMETERS - the separation-of-duties window off     *
009450*   SECPARM; no SECPARM, or a blank or unreadable figure, keeps  *
009450*   the default.                                                 *
009450******************************************************************
009450 1100-LOAD-PARAMETERS.
009450     OPEN INPUT PARM-FILE.
009450     IF AP-PARM-STATUS NOT = "00"
009450         GO TO 1100-EXIT
009450     END-IF.
009450     READ PARM-FILE
009450         AT END
009450             CLOSE PARM-FILE
009450             GO TO 1100-EXIT
009450     END-READ.
009450     IF SPR-SOD-WINDOW-DAYS-X NOT = SPACES
009450         IF SPR-SOD-WINDOW-DAYS NUMERIC
009450             MOVE SPR-SOD-WINDOW-DAYS TO AP-SOD-WINDOW-DAYS
009450         ELSE
009450             DISPLAY "** SECPARM window days not numeric - "
009450                     AP-SOD-WINDOW-DAYS " used."
009450         END-IF
009450     END-IF.
009450     CLOSE PARM-FILE.
009450 1100-EXIT.
009450     EXIT.
009500
009600******************************************************************
009700* 9000-TERMINATE                                                *
010000     IF AP-LAYOUT-STATUS = "00"
010100         CLOSE LAYOUT-FILE
010200     END-IF.
010210     IF AP-FAMILY-OPEN
010220         CLOSE FAMILY-FILE
010230     END-IF.
010240     IF AP-MASTER-OPEN
010240         CLOSE MASTER-FILE
010240     END-IF.
010300 9000-EXIT.
010400     EXIT.
010500
010800*   menu until Q ends the session.                               *
010900******************************************************************
011000 2000-PROCESS-ONE-FUNCTION.
011100     DISPLAY "Function - (A)pprove, (R)eject, (F)amily approve, "
011200             "(I)nquire, or (Q)uit? " WITH NO ADVANCING.
011300     ACCEPT AP-FUNCTION-SW.
011400     IF AP-FUNCTION-SW = "a"
011500         MOVE "A" TO AP-FUNCTION-SW
012000     IF AP-FUNCTION-SW = "i"
012100         MOVE "I" TO AP-FUNCTION-SW
012200     END-IF.
012210     IF AP-FUNCTION-SW = "f"
012220         MOVE "F" TO AP-FUNCTION-SW
012230     END-IF.
012300     IF AP-FUNCTION-SW = "q"
012400         MOVE "Q" TO AP-FUNCTION-SW
012500     END-IF.
013300             THRU 3000-EXIT
013400         GO TO 2000-EXIT
013500     END-IF.
013510     IF AP-FUNC-FAMILY
013520         PERFORM 3500-APPROVE-FAMILY-WEEK
013530             THRU 3500-EXIT
013540         GO TO 2000-EXIT
013550     END-IF.
013600     IF AP-FUNC-INQUIRE
013700         PERFORM 4000-INQUIRE-ONE-LAYOUT
013800             THRU 4000-EXIT
013900         GO TO 2000-EXIT
014000     END-IF.
014100     DISPLAY "Please answer A, R, F, I, or Q.".
014200 2000-EXIT.
014300     EXIT.
014400
014600* 3000-MARK-ONE-LAYOUT - approve or reject the named template's  *
014700*   week, stamping the approver's initials and today's date so   *
014800*   the sign-off can be traced.                                  *
014850*   An approver refused by WKAUTH, or one who changed the week's *
014850*   revision inside the window, leaves the week as it stood.     *
014900******************************************************************
015000 3000-MARK-ONE-LAYOUT.
015100     PERFORM 5000-GET-LAYOUT-KEY
015900     END-READ.
016000     PERFORM 4100-SHOW-ONE-LAYOUT
016100         THRU 4100-EXIT.
016110     IF AP-FUNC-APPROVE AND LAY-RULES-FAILED
016120         DISPLAY "** This week FAILED its layout rules - see "
016130                 "RULECHRP before approving it."
016140         DISPLAY "Approve it all the same (Y/N)? "
016150                 WITH NO ADVANCING
016160         ACCEPT AP-CONFIRM-INPUT
016170         IF AP-CONFIRM-INPUT NOT = "Y"
016180                 AND AP-CONFIRM-INPUT NOT = "y"
016185             DISPLAY "Approval abandoned."
016190             GO TO 3000-EXIT
016195         END-IF
016198     END-IF.
016200
016300     PERFORM 5100-GET-INITIALS
016400         THRU 5100-EXIT.
016410     IF AU-AUTH-REFUSED
016420         GO TO 3000-EXIT
016430     END-IF.
016440     IF AP-FUNC-APPROVE
016450         PERFORM 5300-CHECK-SEPARATION
016460             THRU 5300-EXIT
016470         IF AP-SOD-BREACH
016480             GO TO 3000-EXIT
016490         END-IF
016495     END-IF.
016500     IF AP-FUNC-APPROVE
016600         SET LAY-APPR-APPROVED TO TRUE
016700     ELSE
018400     END-IF.
018500 3000-EXIT.
018600     EXIT.
018600
018600******************************************************************
018600* 3500-APPROVE-FAMILY-WEEK - one week of every member of a       *
018600*   template family: each member's week is shown, and on one     *
018600*   confirmation every one filed is approved with the same       *
018600*   initials and date.  A member with nothing filed for the     *
018600*   week is listed and passed over, and so is a member whose     *
018600*   revision the approver changed inside the window.             *
018600******************************************************************
018600 3500-APPROVE-FAMILY-WEEK.
018600     IF NOT AP-FAMILY-OPEN
018600         DISPLAY "** No FAMMAST family master - maintain it "
018600                 "with FAMMNT."
018600         GO TO 3500-EXIT
018600     END-IF.
018600     PERFORM 5200-GET-FAMILY-CODE
018600         THRU 5200-EXIT.
018600     MOVE AP-FAMILY-INPUT TO FAM-CODE.
018600     READ FAMILY-FILE
018600         INVALID KEY
018600             DISPLAY "** Family " AP-FAMILY-INPUT
018600                     " is not on FAMMAST."
018600             GO TO 3500-EXIT
018600     END-READ.
018600     IF FAM-MEMBER-COUNT NOT NUMERIC
018600             OR FAM-MEMBER-COUNT > AP-MEMBER-MAX
018600         DISPLAY "** Family " AP-FAMILY-INPUT
018600                 " has a bad member count - fix it in FAMMNT."
018600         GO TO 3500-EXIT
018600     END-IF.
018600     MOVE SPACES TO AP-TEMPLATE-INPUT.
018600     PERFORM 5000-GET-WEEK-DATE
018600         THRU 5000-EXIT.
018600
018600     MOVE ZERO TO AP-FILED-COUNT.
018600     MOVE ZERO TO AP-RULES-FAILED-COUNT.
018600     PERFORM 3510-SHOW-ONE-MEMBER
018600         THRU 3510-EXIT
018600         VARYING AP-MBR-IDX FROM 1 BY 1
018600         UNTIL AP-MBR-IDX > FAM-MEMBER-COUNT.
018600     IF AP-FILED-COUNT = ZERO
018600         DISPLAY "** No member of " AP-FAMILY-INPUT
018600                 " has week " AP-WEEK-DATE-INPUT " filed."
018600         GO TO 3500-EXIT
018600     END-IF.
018600     IF AP-RULES-FAILED-COUNT > ZERO
018600         DISPLAY "** " AP-RULES-FAILED-COUNT " of these week(s) "
018600                 "FAILED their layout rules - see RULECHRP."
018600     END-IF.
018600     DISPLAY "Approve all " AP-FILED-COUNT " filed week(s) of "
018600             "family " AP-FAMILY-INPUT " (Y/N)? "
018600             WITH NO ADVANCING.
018600     ACCEPT AP-CONFIRM-INPUT.
018600     IF AP-CONFIRM-INPUT NOT = "Y" AND AP-CONFIRM-INPUT NOT = "y"
018600         DISPLAY "Family approval abandoned."
018600         GO TO 3500-EXIT
018600     END-IF.
018600     PERFORM 5100-GET-INITIALS
018600         THRU 5100-EXIT.
018600     IF AU-AUTH-REFUSED
018600         GO TO 3500-EXIT
018600     END-IF.
018600     PERFORM 3520-APPROVE-ONE-MEMBER
018600         THRU 3520-EXIT
018600         VARYING AP-MBR-IDX FROM 1 BY 1
018600         UNTIL AP-MBR-IDX > FAM-MEMBER-COUNT.
018600 3500-EXIT.
018600     EXIT.
018600
018600******************************************************************
018600* 3510-SHOW-ONE-MEMBER                                           *
018600******************************************************************
018600 3510-SHOW-ONE-MEMBER.
018600     MOVE FAM-MEMBER-NAME (AP-MBR-IDX) TO LAY-TEMPLATE-NAME.
018600     MOVE AP-WEEK-DATE-INPUT TO LAY-PAGE-DATE.
018600     READ LAYOUT-FILE
018600         INVALID KEY
018600             DISPLAY "** No layout record filed for "
018600                     FAM-MEMBER-NAME (AP-MBR-IDX) " week "
018600                     AP-WEEK-DATE-INPUT " - passed over."
018600             GO TO 3510-EXIT
018600     END-READ.
018600     ADD 1 TO AP-FILED-COUNT.
018600     IF LAY-RULES-FAILED
018600         ADD 1 TO AP-RULES-FAILED-COUNT
018600     END-IF.
018600     PERFORM 4100-SHOW-ONE-LAYOUT
018600         THRU 4100-EXIT.
018600 3510-EXIT.
018600     EXIT.
018600
018600******************************************************************
018600* 3520-APPROVE-ONE-MEMBER                                        *
018600******************************************************************
018600 3520-APPROVE-ONE-MEMBER.
018600     MOVE FAM-MEMBER-NAME (AP-MBR-IDX) TO LAY-TEMPLATE-NAME.
018600     MOVE AP-WEEK-DATE-INPUT TO LAY-PAGE-DATE.
018600     READ LAYOUT-FILE
018600         INVALID KEY
018600             GO TO 3520-EXIT
018600     END-READ.
018600     PERFORM 5300-CHECK-SEPARATION
018600         THRU 5300-EXIT.
018600     IF AP-SOD-BREACH
018600         DISPLAY LAY-TEMPLATE-NAME " week " LAY-PAGE-DATE
018600                 " passed over."
018600         GO TO 3520-EXIT
018600     END-IF.
018600     SET LAY-APPR-APPROVED TO TRUE.
018600     MOVE AP-INITIALS-INPUT TO LAY-APPROVER.
018600     MOVE AP-CURRENT-DATE TO LAY-APPROVAL-DATE.
018600     REWRITE LAYOUT-RECORD
018600         INVALID KEY
018600             DISPLAY "** Unable to rewrite " LAY-TEMPLATE-NAME
018600                     " - status " AP-LAYOUT-STATUS "."
018600             GO TO 3520-EXIT
018600     END-REWRITE.
018600     ADD 1 TO AP-MARKED-COUNT.
018600     DISPLAY LAY-TEMPLATE-NAME " week " LAY-PAGE-DATE
018600             " approved by " AP-INITIALS-INPUT ".".
018600 3520-EXIT.
018600     EXIT.
018700
018800******************************************************************
018900* 4000-INQUIRE-ONE-LAYOUT                                        *
021000     DISPLAY "Template      : " LAY-TEMPLATE-NAME.
021100     DISPLAY "Week          : " LAY-PAGE-DATE.
021200     DISPLAY "Total lines   : " LAY-TOTAL-LINES.
021210     IF LAY-RULES-FAILED
021220         DISPLAY "Layout rules  : ** FAILED - see RULECHRP"
021230     ELSE
021240         IF LAY-RULES-PASSED
021250             DISPLAY "Layout rules  : PASSED"
021260         ELSE
021270             DISPLAY "Layout rules  : NOT CHECKED"
021280         END-IF
021290     END-IF.
021300     IF LAY-APPR-APPROVED
021400         DISPLAY "Status        : APPROVED by " LAY-APPROVER
021500                 " on " LAY-APPROVAL-DATE
024800     EXIT.
024900
025000******************************************************************
025100* 5100-GET-INITIALS - the approver must be an active operator   *
025150*   on OPERMAST holding the approver role.                       *
025200******************************************************************
025300 5100-GET-INITIALS.
025400     DISPLAY "Enter the approver's initials: " WITH NO ADVANCING.
025700         DISPLAY "** Initials must not be blank - try again."
025800         GO TO 5100-GET-INITIALS
025900     END-IF.
025950     MOVE "WEEKAPPR" TO AU-AUTH-PROGRAM.
025950     SET AU-AUTH-CHECK TO TRUE.
025950     MOVE AP-INITIALS-INPUT TO AU-AUTH-INITIALS.
025950     SET AU-ROLE-APPROVER TO TRUE.
025950     CALL "WKAUTH" USING AU-AUTH-PARM.
025950     IF AU-AUTH-REFUSED
025950         DISPLAY "** " AP-INITIALS-INPUT " refused - "
025950                 AU-AUTH-REASON
025950         DISPLAY "Sign-off abandoned."
025950         GO TO 5100-EXIT
025950     END-IF.
025950     DISPLAY "Signed on as " AU-AUTH-OPERATOR-NAME ".".
026000 5100-EXIT.
026100     EXIT.
026110
026120******************************************************************
026130* 5200-GET-FAMILY-CODE                                           *
026140******************************************************************
026150 5200-GET-FAMILY-CODE.
026160     DISPLAY "Enter the family code: " WITH NO ADVANCING.
026170     ACCEPT AP-FAMILY-INPUT.
026180     IF AP-FAMILY-INPUT = SPACES
026185         DISPLAY "** Family code must not be blank - try again."
026190         GO TO 5200-GET-FAMILY-CODE
026195     END-IF.
026197 5200-EXIT.
026199     EXIT.
026199
026199******************************************************************
026199* 5300-CHECK-SEPARATION - no approver signs off a week whose     *
026199*   template revision they changed themselves: an add, change,   *
026199*   or delete on TMPLJRNL under the approver's initials for the  *
026199*   revision in force, stamped on or after the window start,     *
026199*   refuses the approval and logs it on SECLOG.  The revision is *
026199*   the one the week was laid from; a week filed before          *
026199*   revisions were recorded takes the revision in force on its   *
026199*   page date.  LAYOUT-RECORD is left as it was read.            *
026199******************************************************************
026199 5300-CHECK-SEPARATION.
026199     MOVE "N" TO AP-SOD-BREACH-SW.
026199     MOVE ZERO TO AP-CHECK-REV.
026199     IF LAY-TEMPLATE-REV NUMERIC
026199             AND LAY-TEMPLATE-REV NOT = ZERO
026199         MOVE LAY-TEMPLATE-REV TO AP-CHECK-REV
026199     ELSE
026199         PERFORM 5310-FIND-REVISION
026199             THRU 5310-EXIT
026199     END-IF.
026199     IF AP-CHECK-REV = ZERO
026199         GO TO 5300-EXIT
026199     END-IF.
026199     MOVE "N" TO AP-JRN-EOF-SW.
026199     OPEN INPUT JOURNAL-FILE.
026199     IF AP-JOURNAL-STATUS NOT = "00"
026199         GO TO 5300-EXIT
026199     END-IF.
026199     PERFORM 5330-CHECK-ONE-CHANGE
026199         THRU 5330-EXIT
026199         UNTIL AP-JRN-EOF
026199            OR AP-SOD-BREACH.
026199     CLOSE JOURNAL-FILE.
026199     IF NOT AP-SOD-BREACH
026199         GO TO 5300-EXIT
026199     END-IF.
026199     MOVE "WEEKAPPR" TO AU-AUTH-PROGRAM.
026199     SET AU-AUTH-LOG-REFUSAL TO TRUE.
026199     MOVE AP-INITIALS-INPUT TO AU-AUTH-INITIALS.
026199     SET AU-ROLE-APPROVER TO TRUE.
026199     MOVE SPACES TO AU-AUTH-REASON.
026199     STRING "CHANGED " DELIMITED BY SIZE
026199            LAY-TEMPLATE-NAME DELIMITED BY SPACE
026199            " REV " DELIMITED BY SIZE
026199            AP-CHECK-REV DELIMITED BY SIZE
026199            " ON " DELIMITED BY SIZE
026199            AP-CHANGE-DATE DELIMITED BY SIZE
026199            " - OWN CHANGE" DELIMITED BY SIZE
026199         INTO AU-AUTH-REASON.
026199     CALL "WKAUTH" USING AU-AUTH-PARM.
026199     DISPLAY "** " AP-INITIALS-INPUT " refused - "
026199             AU-AUTH-REASON.
026199     DISPLAY "** A revision changed by the approver within "
026199             AP-SOD-WINDOW-DAYS " days needs another approver.".
026199 5300-EXIT.
026199     EXIT.
026199
026199******************************************************************
026199* 5310-FIND-REVISION - the template's revisions in effective-    *
026199*   date order; the last one not later than the week's page     *
026199*   date is the one in force.                                    *
026199******************************************************************
026199 5310-FIND-REVISION.
026199     IF NOT AP-MASTER-OPEN
026199         GO TO 5310-EXIT
026199     END-IF.
026199     MOVE "N" TO AP-REV-EOF-SW.
026199     MOVE LAY-TEMPLATE-NAME TO TMPM-NAME.
026199     MOVE ZERO TO TMPM-EFFECTIVE-DATE.
026199     START MASTER-FILE KEY NOT < TMPM-KEY
026199         INVALID KEY
026199             SET AP-REV-EOF TO TRUE
026199     END-START.
026199     PERFORM 5320-SIFT-ONE-REVISION
026199         THRU 5320-EXIT
026199         UNTIL AP-REV-EOF.
026199 5310-EXIT.
026199     EXIT.
026199
026199******************************************************************
026199* 5320-SIFT-ONE-REVISION                                         *
026199******************************************************************
026199 5320-SIFT-ONE-REVISION.
026199     READ MASTER-FILE NEXT
026199         AT END
026199             SET AP-REV-EOF TO TRUE
026199             GO TO 5320-EXIT
026199     END-READ.
026199     IF TMPM-NAME NOT = LAY-TEMPLATE-NAME
026199             OR TMPM-EFFECTIVE-DATE > LAY-PAGE-DATE
026199         SET AP-REV-EOF TO TRUE
026199         GO TO 5320-EXIT
026199     END-IF.
026199     MOVE TMPM-EFFECTIVE-DATE TO AP-CHECK-REV.
026199 5320-EXIT.
026199     EXIT.
026199
026199******************************************************************
026199* 5330-CHECK-ONE-CHANGE                                          *
026199******************************************************************
026199 5330-CHECK-ONE-CHANGE.
026199     READ JOURNAL-FILE
026199         AT END
026199             SET AP-JRN-EOF TO TRUE
026199             GO TO 5330-EXIT
026199     END-READ.
026199     IF JRN-OPERATOR NOT = AP-INITIALS-INPUT
026199             OR JRN-TEMPLATE-NAME NOT = LAY-TEMPLATE-NAME
026199             OR JRN-EFFECTIVE-DATE NOT = AP-CHECK-REV
026199             OR JRN-TIMESTAMP (1:8) < AP-WINDOW-START
026199         GO TO 5330-EXIT
026199     END-IF.
026199     MOVE JRN-TIMESTAMP (1:8) TO AP-CHANGE-DATE.
026199     SET AP-SOD-BREACH TO TRUE.
026199 5330-EXIT.
026199     EXIT.
026200
026200******************************************************************
026200* 9500-STAMP-START-TS - the start of job, to the second, for     *
