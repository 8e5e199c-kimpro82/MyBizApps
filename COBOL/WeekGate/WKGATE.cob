000100******************************************************************
000200* PROGRAM      : WKGATE                                         *
000300* AUTHOR       : J. HALVERSEN                                   *
000400* INSTALLATION : DIARY LAYOUT UNIT                               *
000500* DATE-WRITTEN : 2026.10.15                                      *
000600* DATE-COMPILED:                                                 *
000700*                                                                *
000800* PURPOSE.                                                      *
000900*   Nightly cycle gate, CALLed by each nightly step at start-up *
001000*   before it opens a file.  The step's predecessors come off   *
001100*   the GATEDEPS dependency table; for each one the latest      *
001200*   RUNSTATS record ending on the cycle date (the run date, as  *
001300*   WEEKOPS takes it) must be there, must have ended no higher  *
001400*   than the return code allowed, and - where the table sets a  *
001500*   limit - must not have found more corrupt or orphan layouts  *
001600*   than allowed.  The first predecessor to fail holds the      *
001700*   step: WKGATE writes the step's RUNSTATS record itself,      *
001800*   flagged held with the predecessor named, so WEEKOPS can     *
001900*   print HELD BY GATE, and hands back return code 12 for the   *
002000*   step to end with.  A step with no dependencies, or a cycle  *
002100*   with no GATEDEPS table at all, passes.                      *
002200*                                                                *
002300* MODIFICATION HISTORY.                                         *
002400*   2026.10.15  JH  Original version.                            *
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    WKGATE.
002800 AUTHOR.        J. HALVERSEN.
002900 INSTALLATION.  DIARY LAYOUT UNIT.
003000 DATE-WRITTEN.  2026.10.15.
003100 DATE-COMPILED.
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   GENERIC.
003600 OBJECT-COMPUTER.   GENERIC.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT GATE-DEP-FILE
004100         ASSIGN TO "GATEDEPS"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS GT-DEP-STATUS.
004400
004500     SELECT RUN-STATS-FILE
004600         ASSIGN TO "RUNSTATS"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS GT-RUNSTATS-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  GATE-DEP-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY WKGATERE.
005500
005600 FD  RUN-STATS-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY WKRSTAT.
005900
006000 WORKING-STORAGE SECTION.
006100 01  GT-SWITCHES.
006200     05  GT-DEP-EOF-SW               PIC X(01).
006300         88  GT-DEP-EOF                  VALUE 'Y'.
006400     05  GT-RUNSTATS-EOF-SW          PIC X(01).
006500         88  GT-RUNSTATS-EOF             VALUE 'Y'.
006600
006700 01  GT-FILE-STATUS-GROUP.
006800     05  GT-DEP-STATUS               PIC X(02).
006900     05  GT-RUNSTATS-STATUS          PIC X(02).
007000
007100 77  GT-HELD-RC                      PIC 9(02) VALUE 12.
007200 77  GT-CYCLE-DATE                   PIC X(08).
007300
007400*    This step's predecessors, with what each was found to have
007500*    done in the cycle.  A count limit of 99999 is never tripped.
007600 77  GT-DEP-MAX                      PIC 9(02) VALUE 20.
007700 01  GT-DEP-TABLE.
007800     05  GT-DEP-COUNT                PIC 9(02) VALUE ZERO.
007900     05  GT-DEP-ENTRY OCCURS 20.
008000         10  GT-TBL-PREDECESSOR      PIC X(12).
008100         10  GT-TBL-MAX-RC           PIC 9(02).
008200         10  GT-TBL-MAX-CORRUPT      PIC 9(05).
008300         10  GT-TBL-MAX-ORPHAN       PIC 9(05).
008400         10  GT-TBL-FOUND-SW         PIC X(01).
008500             88  GT-TBL-FOUND            VALUE 'Y'.
008600         10  GT-TBL-END-TS           PIC X(14).
008700         10  GT-TBL-RC               PIC 9(02).
008800         10  GT-TBL-CORRUPT          PIC 9(07).
008900         10  GT-TBL-ORPHAN           PIC 9(07).
009000 77  GT-DEP-IDX                      PIC 9(02) COMP.
009100
009200 77  GT-CURRENT-DATE                 PIC 9(08).
009300 01  GT-TIME-GROUP.
009400     05  GT-CURRENT-TIME             PIC 9(08).
009500     05  GT-CURRENT-TIME-X REDEFINES GT-CURRENT-TIME
009600                                     PIC X(08).
009700 77  GT-STAMP-TS                     PIC X(14).
009800
009900 01  GT-REASON-RC.
010000     05  GT-RSN-RC-PROGRAM           PIC X(12).
010100     05  FILLER                      PIC X(10)
010200         VALUE " ENDED RC ".
010300     05  GT-RSN-RC-FOUND             PIC 9(02).
010400     05  FILLER                      PIC X(11)
010500         VALUE " - ALLOWED ".
010600     05  GT-RSN-RC-ALLOWED           PIC 9(02).
010700
010800 01  GT-REASON-COUNT.
010900     05  GT-RSN-CNT-PROGRAM          PIC X(12).
011000     05  FILLER                      PIC X(07) VALUE " FOUND ".
011100     05  GT-RSN-CNT-FOUND            PIC ZZZZZZ9.
011200     05  FILLER                      PIC X(01) VALUE SPACE.
011300     05  GT-RSN-CNT-WHAT             PIC X(08).
011400     05  FILLER                      PIC X(10)
011500         VALUE " - ALLOWED".
011600     05  GT-RSN-CNT-ALLOWED          PIC ZZZZ9.
011700
011800 LINKAGE SECTION.
011900 COPY WKGTPARM.
012000
012100 PROCEDURE DIVISION USING GT-GATE-PARM.
012200
012300******************************************************************
012400* 0000-MAINLINE                                                 *
012500******************************************************************
012600 0000-MAINLINE.
012700     SET GT-GATE-PASSED TO TRUE.
012800     MOVE ZERO TO GT-GATE-RETURN-CODE.
012900     MOVE SPACES TO GT-GATE-PREDECESSOR.
013000     MOVE SPACES TO GT-GATE-REASON.
013100     ACCEPT GT-CURRENT-DATE FROM DATE YYYYMMDD.
013200     MOVE GT-CURRENT-DATE TO GT-CYCLE-DATE.
013300     PERFORM 1000-LOAD-DEPENDENCIES
013400         THRU 1000-EXIT.
013500     IF GT-DEP-COUNT = ZERO
013600         GOBACK
013700     END-IF.
013800     PERFORM 2000-SCAN-RUN-STATS
013900         THRU 2000-EXIT.
014000     PERFORM 3000-CHECK-ONE-DEPENDENCY
014100         THRU 3000-EXIT
014200         VARYING GT-DEP-IDX FROM 1 BY 1
014300         UNTIL GT-DEP-IDX > GT-DEP-COUNT
014400            OR GT-GATE-HELD.
014500     IF GT-GATE-HELD
014600         DISPLAY "** " GT-GATE-STEP " HELD BY GATE - "
014700                 GT-GATE-REASON
014800         PERFORM 4000-WRITE-HELD-STATS
014900             THRU 4000-EXIT
015000     END-IF.
015100     GOBACK.
015200
015300******************************************************************
015400* 1000-LOAD-DEPENDENCIES - this step's lines off GATEDEPS.  No   *
015500*   table means no gate has been set up, and the step runs.      *
015600******************************************************************
015700 1000-LOAD-DEPENDENCIES.
015800     MOVE ZERO TO GT-DEP-COUNT.
015900     MOVE "N" TO GT-DEP-EOF-SW.
016000     OPEN INPUT GATE-DEP-FILE.
016100     IF GT-DEP-STATUS NOT = "00"
016200         DISPLAY "No GATEDEPS table - " GT-GATE-STEP
016300                 " runs ungated."
016400         GO TO 1000-EXIT
016500     END-IF.
016600     PERFORM 1100-LOAD-ONE-DEPENDENCY
016700         THRU 1100-EXIT
016800         UNTIL GT-DEP-EOF.
016900     CLOSE GATE-DEP-FILE.
017000 1000-EXIT.
017100     EXIT.
017200
017300******************************************************************
017400* 1100-LOAD-ONE-DEPENDENCY - a figure neither blank nor numeric  *
017500*   drops the line, reported, rather than guessing at a limit.   *
017600******************************************************************
017700 1100-LOAD-ONE-DEPENDENCY.
017800     READ GATE-DEP-FILE
017900         AT END
018000             SET GT-DEP-EOF TO TRUE
018100             GO TO 1100-EXIT
018200     END-READ.
018300     IF GD-STEP NOT = GT-GATE-STEP
018400             OR GD-PREDECESSOR = SPACES
018500         GO TO 1100-EXIT
018600     END-IF.
018700     IF (GD-MAX-RC-X NOT = SPACES AND GD-MAX-RC NOT NUMERIC)
018800        OR (GD-MAX-CORRUPT-X NOT = SPACES
018900            AND GD-MAX-CORRUPT NOT NUMERIC)
019000        OR (GD-MAX-ORPHAN-X NOT = SPACES
019100            AND GD-MAX-ORPHAN NOT NUMERIC)
019200         DISPLAY "** GATEDEPS line " GD-STEP " " GD-PREDECESSOR
019300                 " not numeric - ignored."
019400         GO TO 1100-EXIT
019500     END-IF.
019600     IF GT-DEP-COUNT >= GT-DEP-MAX
019700         DISPLAY "** GATEDEPS is over " GT-DEP-MAX
019800                 " predecessors for " GT-GATE-STEP " - "
019900                 GD-PREDECESSOR " dropped."
020000         GO TO 1100-EXIT
020100     END-IF.
020200     ADD 1 TO GT-DEP-COUNT.
020300     MOVE GD-PREDECESSOR TO GT-TBL-PREDECESSOR (GT-DEP-COUNT).
020400     IF GD-MAX-RC-X = SPACES
020500         MOVE ZERO TO GT-TBL-MAX-RC (GT-DEP-COUNT)
020600     ELSE
020700         MOVE GD-MAX-RC TO GT-TBL-MAX-RC (GT-DEP-COUNT)
020800     END-IF.
020900     IF GD-MAX-CORRUPT-X = SPACES
021000         MOVE 99999 TO GT-TBL-MAX-CORRUPT (GT-DEP-COUNT)
021100     ELSE
021200         MOVE GD-MAX-CORRUPT TO GT-TBL-MAX-CORRUPT (GT-DEP-COUNT)
021300     END-IF.
021400     IF GD-MAX-ORPHAN-X = SPACES
021500         MOVE 99999 TO GT-TBL-MAX-ORPHAN (GT-DEP-COUNT)
021600     ELSE
021700         MOVE GD-MAX-ORPHAN TO GT-TBL-MAX-ORPHAN (GT-DEP-COUNT)
021800     END-IF.
021900     MOVE "N" TO GT-TBL-FOUND-SW (GT-DEP-COUNT).
022000     MOVE SPACES TO GT-TBL-END-TS (GT-DEP-COUNT).
022100     MOVE ZERO TO GT-TBL-RC (GT-DEP-COUNT).
022200     MOVE ZERO TO GT-TBL-CORRUPT (GT-DEP-COUNT).
022300     MOVE ZERO TO GT-TBL-ORPHAN (GT-DEP-COUNT).
022400 1100-EXIT.
022500     EXIT.
022600
022700******************************************************************
022800* 2000-SCAN-RUN-STATS - the whole RUNSTATS file, keeping the     *
022900*   latest record per predecessor that ended on the cycle date.  *
023000*   No file at all simply finds every predecessor missing.       *
023100******************************************************************
023200 2000-SCAN-RUN-STATS.
023300     MOVE "N" TO GT-RUNSTATS-EOF-SW.
023400     OPEN INPUT RUN-STATS-FILE.
023500     IF GT-RUNSTATS-STATUS NOT = "00"
023600         GO TO 2000-EXIT
023700     END-IF.
023800     PERFORM 2100-READ-ONE-STAT
023900         THRU 2100-EXIT
024000         UNTIL GT-RUNSTATS-EOF.
024100     CLOSE RUN-STATS-FILE.
024200 2000-EXIT.
024300     EXIT.
024400
024500******************************************************************
024600* 2100-READ-ONE-STAT                                             *
024700******************************************************************
024800 2100-READ-ONE-STAT.
024900     READ RUN-STATS-FILE
025000         AT END
025100             SET GT-RUNSTATS-EOF TO TRUE
025200             GO TO 2100-EXIT
025300     END-READ.
025400     IF RS-END-TS (1:8) NOT = GT-CYCLE-DATE
025500         GO TO 2100-EXIT
025600     END-IF.
025700     PERFORM 2200-MATCH-ONE-DEPENDENCY
025800         THRU 2200-EXIT
025900         VARYING GT-DEP-IDX FROM 1 BY 1
026000         UNTIL GT-DEP-IDX > GT-DEP-COUNT.
026100 2100-EXIT.
026200     EXIT.
026300
026400******************************************************************
026500* 2200-MATCH-ONE-DEPENDENCY - a field left blank by an older     *
026600*   record reads as zero, a return code as 99.                   *
026700******************************************************************
026800 2200-MATCH-ONE-DEPENDENCY.
026900     IF RS-PROGRAM NOT = GT-TBL-PREDECESSOR (GT-DEP-IDX)
027000         GO TO 2200-EXIT
027100     END-IF.
027200     IF GT-TBL-FOUND (GT-DEP-IDX)
027300             AND RS-END-TS < GT-TBL-END-TS (GT-DEP-IDX)
027400         GO TO 2200-EXIT
027500     END-IF.
027600     SET GT-TBL-FOUND (GT-DEP-IDX) TO TRUE.
027700     MOVE RS-END-TS TO GT-TBL-END-TS (GT-DEP-IDX).
027800     IF RS-RETURN-CODE NUMERIC
027900         MOVE RS-RETURN-CODE TO GT-TBL-RC (GT-DEP-IDX)
028000     ELSE
028100         MOVE 99 TO GT-TBL-RC (GT-DEP-IDX)
028200     END-IF.
028300     IF RS-CORRUPT-COUNT NUMERIC
028400         MOVE RS-CORRUPT-COUNT TO GT-TBL-CORRUPT (GT-DEP-IDX)
028500     ELSE
028600         MOVE ZERO TO GT-TBL-CORRUPT (GT-DEP-IDX)
028700     END-IF.
028800     IF RS-ORPHAN-COUNT NUMERIC
028900         MOVE RS-ORPHAN-COUNT TO GT-TBL-ORPHAN (GT-DEP-IDX)
029000     ELSE
029100         MOVE ZERO TO GT-TBL-ORPHAN (GT-DEP-IDX)
029200     END-IF.
029300 2200-EXIT.
029400     EXIT.
029500
029600******************************************************************
029700* 3000-CHECK-ONE-DEPENDENCY - missing, over its return code, or  *
029800*   over a count limit, in that order.                           *
029900******************************************************************
030000 3000-CHECK-ONE-DEPENDENCY.
030100     IF NOT GT-TBL-FOUND (GT-DEP-IDX)
030200         STRING GT-TBL-PREDECESSOR (GT-DEP-IDX)
030300                    DELIMITED BY SPACE
030400                " HAS NOT RUN THIS CYCLE"
030500                    DELIMITED BY SIZE
030600             INTO GT-GATE-REASON
030700         END-STRING
030800         PERFORM 3100-HOLD-STEP
030900             THRU 3100-EXIT
031000         GO TO 3000-EXIT
031100     END-IF.
031200     IF GT-TBL-RC (GT-DEP-IDX) > GT-TBL-MAX-RC (GT-DEP-IDX)
031300         MOVE GT-TBL-PREDECESSOR (GT-DEP-IDX)
031400             TO GT-RSN-RC-PROGRAM
031500         MOVE GT-TBL-RC (GT-DEP-IDX) TO GT-RSN-RC-FOUND
031600         MOVE GT-TBL-MAX-RC (GT-DEP-IDX) TO GT-RSN-RC-ALLOWED
031700         MOVE GT-REASON-RC TO GT-GATE-REASON
031800         PERFORM 3100-HOLD-STEP
031900             THRU 3100-EXIT
032000         GO TO 3000-EXIT
032100     END-IF.
032200     IF GT-TBL-CORRUPT (GT-DEP-IDX)
032300             > GT-TBL-MAX-CORRUPT (GT-DEP-IDX)
032400         MOVE GT-TBL-PREDECESSOR (GT-DEP-IDX)
032500             TO GT-RSN-CNT-PROGRAM
032600         MOVE GT-TBL-CORRUPT (GT-DEP-IDX) TO GT-RSN-CNT-FOUND
032700         MOVE "CORRUPT" TO GT-RSN-CNT-WHAT
032800         MOVE GT-TBL-MAX-CORRUPT (GT-DEP-IDX)
032900             TO GT-RSN-CNT-ALLOWED
033000         MOVE GT-REASON-COUNT TO GT-GATE-REASON
033100         PERFORM 3100-HOLD-STEP
033200             THRU 3100-EXIT
033300         GO TO 3000-EXIT
033400     END-IF.
033500     IF GT-TBL-ORPHAN (GT-DEP-IDX)
033600             > GT-TBL-MAX-ORPHAN (GT-DEP-IDX)
033700         MOVE GT-TBL-PREDECESSOR (GT-DEP-IDX)
033800             TO GT-RSN-CNT-PROGRAM
033900         MOVE GT-TBL-ORPHAN (GT-DEP-IDX) TO GT-RSN-CNT-FOUND
034000         MOVE "ORPHAN" TO GT-RSN-CNT-WHAT
034100         MOVE GT-TBL-MAX-ORPHAN (GT-DEP-IDX)
034200             TO GT-RSN-CNT-ALLOWED
034300         MOVE GT-REASON-COUNT TO GT-GATE-REASON
034400         PERFORM 3100-HOLD-STEP
034500             THRU 3100-EXIT
034600         GO TO 3000-EXIT
034700     END-IF.
034800 3000-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200* 3100-HOLD-STEP - the predecessor that held the step, and the   *
035300*   return code the step is to end with.                         *
035400******************************************************************
035500 3100-HOLD-STEP.
035600     SET GT-GATE-HELD TO TRUE.
035700     MOVE GT-TBL-PREDECESSOR (GT-DEP-IDX) TO GT-GATE-PREDECESSOR.
035800     MOVE GT-HELD-RC TO GT-GATE-RETURN-CODE.
035900 3100-EXIT.
036000     EXIT.
036100
036200******************************************************************
036300* 4000-WRITE-HELD-STATS - the held step's record onto RUNSTATS,  *
036400*   in place of the one the step would have written at end of    *
036500*   job, created automatically on the first run.                 *
036600******************************************************************
036700 4000-WRITE-HELD-STATS.
036800     ACCEPT GT-CURRENT-DATE FROM DATE YYYYMMDD.
036900     ACCEPT GT-CURRENT-TIME FROM TIME.
037000     MOVE GT-CURRENT-DATE TO GT-STAMP-TS (1:8).
037100     MOVE GT-CURRENT-TIME-X (1:6) TO GT-STAMP-TS (9:6).
037200     OPEN EXTEND RUN-STATS-FILE.
037300     IF GT-RUNSTATS-STATUS = "35"
037400         OPEN OUTPUT RUN-STATS-FILE
037500         CLOSE RUN-STATS-FILE
037600         OPEN EXTEND RUN-STATS-FILE
037700     END-IF.
037800     IF GT-RUNSTATS-STATUS NOT = "00"
037900         DISPLAY "** Unable to open RUNSTATS - status "
038000                 GT-RUNSTATS-STATUS " - hold not recorded."
038100         GO TO 4000-EXIT
038200     END-IF.
038300     MOVE SPACES TO RUN-STATS-RECORD.
038400     MOVE GT-GATE-STEP TO RS-PROGRAM.
038500     MOVE GT-STAMP-TS TO RS-START-TS.
038600     MOVE GT-STAMP-TS TO RS-END-TS.
038700     MOVE ZERO TO RS-RECORDS-IN.
038800     MOVE ZERO TO RS-RECORDS-OUT.
038900     MOVE ZERO TO RS-RECORDS-REJ.
039000     MOVE GT-GATE-RETURN-CODE TO RS-RETURN-CODE.
039100     SET RS-HELD-BY-GATE TO TRUE.
039200     MOVE GT-GATE-PREDECESSOR TO RS-GATE-PREDECESSOR.
039300     WRITE RUN-STATS-RECORD.
039400     CLOSE RUN-STATS-FILE.
039500 4000-EXIT.
039600     EXIT.
