000588*                   ruling changes stay off 2026 reprints.  A    *
000588*                   template with no revision yet in force is    *
000588*                   rejected onto the report.                    *
000588*   2026.10.15  JH  Each batch layout record carries the         *
000588*                   effective date of the revision it was split  *
000588*                   from (zero for a console-keyed split), so    *
000588*                   WEEKDRFT can find weeks a later revision     *
000588*                   has overtaken.                               *
000588*   2026.10.15  JH  Every filed layout starts with its layout    *
000588*                   rules status unchecked, for RULECHK to pass  *
000588*                   or fail.                                     *
000588*   2026.10.15  JH  A batch run off the control card calls the   *
000588*                   WKGATE nightly cycle gate before opening the *
000588*                   layout and log files.                        *
000589******************************************************************
000590 IDENTIFICATION DIVISION.
000592 PROGRAM-ID.    WeeklyNote.
001204
001210 WORKING-STORAGE SECTION.
001220 COPY WKSPPARM.
001225 COPY WKGTPARM.
001230
001240 01  WN-SWITCHES.
001250     05  WN-MODE-SW                  PIC X(01).
001604 77  WN-HOL-IDX                      PIC 9(03) COMP.
001605 77  WN-TEMPLATE-COUNTRY             PIC X(03).
001606 77  WN-TEMPLATE-LANGUAGE            PIC X(02).
001606 77  WN-TEMPLATE-REV                 PIC 9(08) VALUE ZERO.
001606 77  WN-WEEK-DATE-INPUT              PIC X(08).
001608 77  WN-WEEK-DATE                    PIC 9(08) VALUE ZERO.
001610 77  WN-WEEK-DATE-INT                PIC 9(08).
001950 1000-INITIALIZE.
001952     PERFORM 1200-READ-CONTROL-CARD
001954         THRU 1200-EXIT.
001956     IF WN-CTL-PRESENT AND WN-CTL-MODE = "B"
001956         PERFORM 1300-CHECK-GATE
001956             THRU 1300-EXIT
001956     END-IF.
001960     ACCEPT WN-CURRENT-DATE FROM DATE YYYYMMDD.
001970     OPEN I-O LAYOUT-FILE.
001980     IF WN-LAYOUT-STATUS = "35"
006510     MOVE TMPM-NAME TO WN-TEMPLATE-NAME.
006512     MOVE TMPM-COUNTRY TO WN-TEMPLATE-COUNTRY.
006513     MOVE TMPM-LANGUAGE TO WN-TEMPLATE-LANGUAGE.
006513     MOVE TMPM-EFFECTIVE-DATE TO WN-TEMPLATE-REV.
006514     PERFORM 5400-SET-DAY-FLAGS
006516         THRU 5400-EXIT.
006520     IF TMPM-DIMENSION-SW = "Y" OR TMPM-DIMENSION-SW = "y"
007863     SET LAY-APPR-DRAFT TO TRUE.
007863     MOVE SPACES TO LAY-APPROVER.
007863     MOVE ZERO TO LAY-APPROVAL-DATE.
007863     MOVE WN-TEMPLATE-REV TO LAY-TEMPLATE-REV.
007863     MOVE SPACE TO LAY-RULES-STATUS.
007864     PERFORM 5210-FILL-ONE-LAY-DAY
007866         THRU 5210-EXIT
007868         VARYING WN-DAY-IDX FROM 1 BY 1
009950             WN-CTL-RESUME ", week date " WN-CTL-WEEK-DATE ".".
009960 1200-EXIT.
009970     EXIT.
009975
009975******************************************************************
009975* 1300-CHECK-GATE - a batch run off the control card is the      *
009975*   scheduler's nightly step and goes through the cycle gate     *
009975*   before the layout and log files are opened.  A held run ends *
009975*   here with the gate's return code; WKGATE has already written *
009975*   its RUNSTATS record.  A console run is not gated.            *
009975******************************************************************
009975 1300-CHECK-GATE.
009975     MOVE "WeeklyNote" TO GT-GATE-STEP.
009975     CALL "WKGATE" USING GT-GATE-PARM.
009975     IF GT-GATE-HELD
009975         MOVE GT-GATE-RETURN-CODE TO RETURN-CODE
009975         STOP RUN
009975     END-IF.
009975 1300-EXIT.
009975     EXIT.
009980
009990******************************************************************
010000* 4270-WRITE-RPT-LINE - one line onto WEEKRPT, breaking to a     *
