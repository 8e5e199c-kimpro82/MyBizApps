001985*   2026.09.03  JH  One run-statistics record per job appended   *
001990*                   to the shared RUNSTATS file for the WEEKOPS  *
001995*                   cycle summary.                               *
001996*   2026.10.15  JH  Calls the WKGATE nightly cycle gate before   *
001996*                   opening a file.                              *
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.    WEEKARCH.
007180     COPY WKRSTAT.
007200
007300 WORKING-STORAGE SECTION.
007350 COPY WKGTPARM.
007350
007400 01  WR-SWITCHES.
007500     05  WR-LOG-EOF-SW               PIC X(01).
007600         88  WR-LOG-EOF                  VALUE 'Y'.
012200 0000-MAINLINE.
012210     PERFORM 9500-STAMP-START-TS
012220         THRU 9500-EXIT.
012230     PERFORM 0500-CHECK-GATE
012240         THRU 0500-EXIT.
012300     PERFORM 1000-GET-CUTOFF-DATE
012400         THRU 1000-EXIT.
012500     PERFORM 2000-SPLIT-LOG-FILE
013040         THRU 9600-EXIT.
013100     STOP RUN.
013200
013200******************************************************************
013200* 0500-CHECK-GATE - the nightly cycle gate, before any file is   *
013200*   opened.  A held step ends here with the gate's return code;  *
013200*   WKGATE has already written its RUNSTATS record.              *
013200******************************************************************
013200 0500-CHECK-GATE.
013200     MOVE "WEEKARCH" TO GT-GATE-STEP.
013200     CALL "WKGATE" USING GT-GATE-PARM.
013200     IF GT-GATE-HELD
013200         MOVE GT-GATE-RETURN-CODE TO RETURN-CODE
013200         STOP RUN
013200     END-IF.
013200 0500-EXIT.
013200     EXIT.
013200
013300******************************************************************
013400* 1000-GET-CUTOFF-DATE - records stamped before this date are    *
013500*   archived; the archive file is named for it.                  *
