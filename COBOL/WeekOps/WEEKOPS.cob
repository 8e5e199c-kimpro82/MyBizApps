001100*   line per step run on the cycle date with its start and end   *
001200*   timestamps, record counts, and return code, a flag on any    *
001300*   step that ended nonzero, and a MISSING line for any          *
001400*   expected nightly step (WeeklyNote, RULECHK, WEEKPRNT,        *
001500*   WEEKAUDT, WEEKARCH) that left no record at all - a step that *
001600*   never ran no longer leaves no trace.  The summary goes to    *
001700*   the WEEKOPSR report and is echoed to the console.            *
001800*                                                                *
001900* MODIFICATION HISTORY.                                         *
002000*   2026.09.03  JH  Original version.                            *
002010*   2026.10.15  JH  RULECHK, the layout rules check after the    *
002020*                   nightly split, joins the expected steps.     *
002030*   2026.10.15  JH  A step the WKGATE cycle gate held is noted   *
002030*                   HELD BY GATE with the predecessor that held  *
002030*                   it, and counted apart from the steps that    *
002030*                   ended nonzero on their own.                  *
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.    WEEKOPS.
007200 77  WO-STEP-SCAN                    PIC 9(02).
007300 77  WO-MISSING-COUNT                PIC 9(02) VALUE ZERO.
007400 77  WO-BADRC-COUNT                  PIC 9(02) VALUE ZERO.
007450 77  WO-HELD-COUNT                   PIC 9(02) VALUE ZERO.
007500 77  WO-EXP-IDX                      PIC 9(01).
007600 77  WO-RS-DATE                      PIC 9(08).
007700 01  WO-RS-TIME-GROUP.
009200         10  WO-STP-REJ              PIC 9(07).
009300         10  WO-STP-RC               PIC 9(02).
009400         10  WO-STP-RUNS             PIC 9(03).
009450         10  WO-STP-GATE-FLAG        PIC X(01).
009450             88  WO-STP-HELD-BY-GATE     VALUE 'H'.
009450         10  WO-STP-HELD-BY          PIC X(12).
009500
009600 01  WO-EXPECTED-VALUES.
009700     05  FILLER                      PIC X(12)
009800         VALUE "WeeklyNote".
009850     05  FILLER                      PIC X(12)
009860         VALUE "RULECHK".
009900     05  FILLER                      PIC X(12)
010000         VALUE "WEEKPRNT".
010100     05  FILLER                      PIC X(12)
010300     05  FILLER                      PIC X(12)
010400         VALUE "WEEKARCH".
010500 01  WO-EXPECTED-TABLE REDEFINES WO-EXPECTED-VALUES.
010600     05  WO-EXPECTED-STEP            PIC X(12) OCCURS 5.
010700
010800 01  WO-TITLE-LINE.
010900     05  FILLER                      PIC X(34)
013500     05  FILLER                      PIC X(02).
013600     05  WO-DTL-RC                   PIC Z9.
013700     05  FILLER                      PIC X(02).
013800     05  WO-DTL-NOTE                 PIC X(25).
013900
014000 01  WO-MISSING-LINE.
014100     05  WO-MSG-PROGRAM              PIC X(12).
029100     ELSE
029200         MOVE 99 TO WO-STP-RC (WO-STEP-SCAN)
029300     END-IF.
029350     MOVE RS-GATE-FLAG TO WO-STP-GATE-FLAG (WO-STEP-SCAN).
029350     MOVE RS-GATE-PREDECESSOR TO WO-STP-HELD-BY (WO-STEP-SCAN).
029400     ADD 1 TO WO-STP-RUNS (WO-STEP-SCAN).
029500 2300-EXIT.
029600     EXIT.
032100     PERFORM 3200-CHECK-ONE-EXPECTED
032200         THRU 3200-EXIT
032300         VARYING WO-EXP-IDX FROM 1 BY 1
032400         UNTIL WO-EXP-IDX > 5.
032500
032600     MOVE SPACES TO OPS-PRINT-LINE.
032700     WRITE OPS-PRINT-LINE.
033400     MOVE "ENDED NONZERO       :" TO WO-CNT-LABEL.
033500     MOVE WO-BADRC-COUNT TO WO-CNT-VALUE.
033600     WRITE OPS-PRINT-LINE FROM WO-COUNT-LINE.
033650     MOVE "HELD BY GATE        :" TO WO-CNT-LABEL.
033650     MOVE WO-HELD-COUNT TO WO-CNT-VALUE.
033650     WRITE OPS-PRINT-LINE FROM WO-COUNT-LINE.
033700     CLOSE OPS-REPORT-FILE.
033800
033900     DISPLAY "Cycle " WO-CYCLE-DATE ": " WO-STEP-COUNT
034000             " step(s) ran, " WO-MISSING-COUNT
034100             " expected step(s) missing, " WO-BADRC-COUNT
034200             " ended nonzero, " WO-HELD-COUNT
034250             " held by gate - see WEEKOPSR.".
034300 3000-EXIT.
034400     EXIT.
034500
035500     MOVE WO-STP-OUT (WO-STEP-IDX) TO WO-DTL-OUT.
035600     MOVE WO-STP-REJ (WO-STEP-IDX) TO WO-DTL-REJ.
035700     MOVE WO-STP-RC (WO-STEP-IDX) TO WO-DTL-RC.
035750     IF WO-STP-HELD-BY-GATE (WO-STEP-IDX)
035750         STRING "HELD BY GATE - " DELIMITED BY SIZE
035750                WO-STP-HELD-BY (WO-STEP-IDX) DELIMITED BY SPACE
035750             INTO WO-DTL-NOTE
035750         END-STRING
035750         ADD 1 TO WO-HELD-COUNT
035750     ELSE
035800         IF WO-STP-RC (WO-STEP-IDX) NOT = ZERO
035900             MOVE "** ENDED NONZERO" TO WO-DTL-NOTE
036000             ADD 1 TO WO-BADRC-COUNT
036100         END-IF
036100     END-IF.
036200     IF WO-STP-RUNS (WO-STEP-IDX) > 1
036300             AND WO-DTL-NOTE = SPACES
