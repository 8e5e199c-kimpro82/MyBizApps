002095*   2026.09.03  JH  TMPLMAST now keeps effective-dated           *
002096*                   revisions - the name table loads each        *
002097*                   template name once across its revisions.     *
002098*   2026.10.15  JH  Calls the WKGATE nightly cycle gate before   *
002098*                   opening a file, and puts its corrupt and     *
002098*                   orphan counts on the RUNSTATS record for the *
002098*                   gate to hold the steps downstream by.        *
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.    WEEKAUDT.
006540     COPY WKRSTAT.
006600
006700 WORKING-STORAGE SECTION.
006750 COPY WKGTPARM.
006750
006800 01  WA-SWITCHES.
006900     05  WA-TEMPLATE-EOF-SW          PIC X(01).
007000         88  WA-TEMPLATE-EOF             VALUE 'Y'.
012300 0000-MAINLINE.
012310     PERFORM 9500-STAMP-START-TS
012320         THRU 9500-EXIT.
012330     PERFORM 0500-CHECK-GATE
012340         THRU 0500-EXIT.
012400     PERFORM 1000-INITIALIZE
012500         THRU 1000-EXIT.
012600     PERFORM 2000-GET-CUTOFF-DATE
013740         THRU 9600-EXIT.
013800     STOP RUN.
013900
013900******************************************************************
013900* 0500-CHECK-GATE - the nightly cycle gate, before any file is   *
013900*   opened.  A held step ends here with the gate's return code;  *
013900*   WKGATE has already written its RUNSTATS record.              *
013900******************************************************************
013900 0500-CHECK-GATE.
013900     MOVE "WEEKAUDT" TO GT-GATE-STEP.
013900     CALL "WKGATE" USING GT-GATE-PARM.
013900     IF GT-GATE-HELD
013900         MOVE GT-GATE-RETURN-CODE TO RETURN-CODE
013900         STOP RUN
013900     END-IF.
013900 0500-EXIT.
013900     EXIT.
013900
014000******************************************************************
014100* 1000-INITIALIZE - all three files must be there; an audit over *
014200*   missing data would only mislead.                             *
044790     COMPUTE RS-RECORDS-REJ = WA-ORPHAN-COUNT
044800             + WA-STALE-COUNT + WA-CORRUPT-COUNT
044810             + WA-NEVER-RUN-COUNT.
044815     MOVE WA-CORRUPT-COUNT TO RS-CORRUPT-COUNT.
044815     MOVE WA-ORPHAN-COUNT TO RS-ORPHAN-COUNT.
044820     MOVE ZERO TO RS-RETURN-CODE.
044830     WRITE RUN-STATS-RECORD.
044840     CLOSE RUN-STATS-FILE.
