000100******************************************************************
000200* PROGRAM      : WKAUTH                                         *
000300* AUTHOR       : J. HALVERSEN                                   *
000400* INSTALLATION : DIARY LAYOUT UNIT                               *
000500* DATE-WRITTEN : 2026.10.15                                      *
000600* DATE-COMPILED:                                                 *
000700*                                                                *
000800* PURPOSE.                                                      *
000900*   Operator sign-on check, CALLed by every program that takes  *
001000*   an operator's initials before letting them change or sign   *
001100*   anything off.  The initials are looked up on the OPERMAST   *
001200*   operator master: an operator not on file, not active, or    *
001300*   without the role the caller needs is refused, and the       *
001400*   caller is told why.  Every check, let in or refused, goes   *
001500*   onto the SECLOG security log with the program, initials,    *
001600*   and role, so OPERRPT can show who signed on where and who   *
001700*   was turned away.  A caller that refuses an operator on its  *
001800*   own grounds - WEEKAPPR's separation of duties - passes a    *
001900*   log request and its reason, and the refusal is logged the   *
002000*   same way.  No OPERMAST at all refuses everyone.             *
002100*                                                                *
002200* MODIFICATION HISTORY.                                         *
002300*   2026.10.15  JH  Original version.                            *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.    WKAUTH.
002700 AUTHOR.        J. HALVERSEN.
002800 INSTALLATION.  DIARY LAYOUT UNIT.
002900 DATE-WRITTEN.  2026.10.15.
003000 DATE-COMPILED.
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   GENERIC.
003500 OBJECT-COMPUTER.   GENERIC.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPERATOR-FILE
004000         ASSIGN TO "OPERMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS OPR-INITIALS
004400         FILE STATUS IS AU-OPERATOR-STATUS.
004500
004600     SELECT SECURITY-LOG-FILE
004700         ASSIGN TO "SECLOG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS AU-SECLOG-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  OPERATOR-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY WKOPERM.
005600
005700 FD  SECURITY-LOG-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY WKSECLRE.
006000
006100 WORKING-STORAGE SECTION.
006200 01  AU-SWITCHES.
006300     05  AU-ROLE-FOUND-SW            PIC X(01).
006400         88  AU-ROLE-FOUND               VALUE 'Y'.
006500
006600 01  AU-FILE-STATUS-GROUP.
006700     05  AU-OPERATOR-STATUS          PIC X(02).
006800     05  AU-SECLOG-STATUS            PIC X(02).
006900
007000*    The roles, in the order of OPR-ROLE-FLAG on the operator
007100*    record, each with the name a refusal gives it.
007200 01  AU-ROLE-VALUES.
007300     05  FILLER                      PIC X(23)
007400         VALUE "TTEMPLATE MAINTAINER".
007500     05  FILLER                      PIC X(23)
007600         VALUE "HHOLIDAY MAINTAINER".
007700     05  FILLER                      PIC X(23)
007800         VALUE "AAPPROVER".
007900     05  FILLER                      PIC X(23)
008000         VALUE "PPRINT OPERATOR".
008100     05  FILLER                      PIC X(23)
008200         VALUE "SOPERATOR ADMINISTRATOR".
008300 01  AU-ROLE-TABLE REDEFINES AU-ROLE-VALUES.
008400     05  AU-ROLE-ENTRY OCCURS 5.
008500         10  AU-TBL-ROLE-CODE        PIC X(01).
008600         10  AU-TBL-ROLE-NAME        PIC X(22).
008700 77  AU-ROLE-MAX                     PIC 9(01) VALUE 5.
008800 77  AU-ROLE-IDX                     PIC 9(01) COMP.
008900 77  AU-ROLE-HIT                     PIC 9(01) COMP.
009000
009100 77  AU-CURRENT-DATE                 PIC 9(08).
009200 01  AU-TIME-GROUP.
009300     05  AU-CURRENT-TIME             PIC 9(08).
009400     05  AU-CURRENT-TIME-X REDEFINES AU-CURRENT-TIME
009500                                     PIC X(08).
009600 77  AU-STAMP-TS                     PIC X(14).
009700
009800 LINKAGE SECTION.
009900 COPY WKAUPARM.
010000
010100 PROCEDURE DIVISION USING AU-AUTH-PARM.
010200
010300******************************************************************
010400* 0000-MAINLINE                                                 *
010500******************************************************************
010600 0000-MAINLINE.
010700     IF AU-AUTH-LOG-REFUSAL
010800         SET AU-AUTH-REFUSED TO TRUE
010900         PERFORM 3000-WRITE-SECURITY-LOG
011000             THRU 3000-EXIT
011100         GOBACK
011200     END-IF.
011300     SET AU-AUTH-REFUSED TO TRUE.
011400     MOVE SPACES TO AU-AUTH-OPERATOR-NAME.
011500     MOVE SPACES TO AU-AUTH-REASON.
011600     PERFORM 1000-CHECK-OPERATOR
011700         THRU 1000-EXIT.
011800     PERFORM 3000-WRITE-SECURITY-LOG
011900         THRU 3000-EXIT.
012000     GOBACK.
012100
012200******************************************************************
012300* 1000-CHECK-OPERATOR - on file, active, and holding the role,  *
012400*   in that order; the first to fail is the reason given.       *
012500******************************************************************
012600 1000-CHECK-OPERATOR.
012700     MOVE "N" TO AU-ROLE-FOUND-SW.
012800     MOVE ZERO TO AU-ROLE-HIT.
012900     PERFORM 1100-FIND-ROLE
013000         THRU 1100-EXIT
013100         VARYING AU-ROLE-IDX FROM 1 BY 1
013200         UNTIL AU-ROLE-IDX > AU-ROLE-MAX
013300            OR AU-ROLE-FOUND.
013400     IF NOT AU-ROLE-FOUND
013500         STRING "ROLE '" DELIMITED BY SIZE
013600                AU-AUTH-ROLE DELIMITED BY SIZE
013700                "' IS NOT A KNOWN ROLE" DELIMITED BY SIZE
013800             INTO AU-AUTH-REASON
013900         END-STRING
014000         GO TO 1000-EXIT
014100     END-IF.
014200     OPEN INPUT OPERATOR-FILE.
014300     IF AU-OPERATOR-STATUS NOT = "00"
014400         STRING "NO OPERATOR MASTER - OPERMAST STATUS "
014500                    DELIMITED BY SIZE
014600                AU-OPERATOR-STATUS DELIMITED BY SIZE
014700             INTO AU-AUTH-REASON
014800         END-STRING
014900         GO TO 1000-EXIT
015000     END-IF.
015100     MOVE AU-AUTH-INITIALS TO OPR-INITIALS.
015200     READ OPERATOR-FILE
015300         INVALID KEY
015400             MOVE "NOT ON THE OPERATOR MASTER" TO AU-AUTH-REASON
015500             CLOSE OPERATOR-FILE
015600             GO TO 1000-EXIT
015700     END-READ.
015800     MOVE OPR-NAME TO AU-AUTH-OPERATOR-NAME.
015900     IF NOT OPR-ACTIVE
016000         MOVE "OPERATOR IS NOT ACTIVE" TO AU-AUTH-REASON
016100         CLOSE OPERATOR-FILE
016200         GO TO 1000-EXIT
016300     END-IF.
016400     IF OPR-ROLE-FLAG (AU-ROLE-HIT) NOT = "Y"
016500         STRING "DOES NOT HOLD THE " DELIMITED BY SIZE
016600                AU-TBL-ROLE-NAME (AU-ROLE-HIT)
016700                    DELIMITED BY "  "
016800                " ROLE" DELIMITED BY SIZE
016900             INTO AU-AUTH-REASON
017000         END-STRING
017100         CLOSE OPERATOR-FILE
017200         GO TO 1000-EXIT
017300     END-IF.
017400     CLOSE OPERATOR-FILE.
017500     SET AU-AUTH-GRANTED TO TRUE.
017600 1000-EXIT.
017700     EXIT.
017800
017900******************************************************************
018000* 1100-FIND-ROLE                                                 *
018100******************************************************************
018200 1100-FIND-ROLE.
018300     IF AU-TBL-ROLE-CODE (AU-ROLE-IDX) = AU-AUTH-ROLE
018400         SET AU-ROLE-FOUND TO TRUE
018500         MOVE AU-ROLE-IDX TO AU-ROLE-HIT
018600     END-IF.
018700 1100-EXIT.
018800     EXIT.
018900
019000******************************************************************
019100* 3000-WRITE-SECURITY-LOG - one record onto SECLOG, created      *
019200*   automatically on the first run.  A log that will not open   *
019300*   does not let a refused operator in, nor keep a granted one  *
019400*   out; it is reported at the console.                        *
019500******************************************************************
019600 3000-WRITE-SECURITY-LOG.
019700     ACCEPT AU-CURRENT-DATE FROM DATE YYYYMMDD.
019800     ACCEPT AU-CURRENT-TIME FROM TIME.
019900     MOVE AU-CURRENT-DATE TO AU-STAMP-TS (1:8).
020000     MOVE AU-CURRENT-TIME-X (1:6) TO AU-STAMP-TS (9:6).
020100     OPEN EXTEND SECURITY-LOG-FILE.
020200     IF AU-SECLOG-STATUS = "35"
020300         OPEN OUTPUT SECURITY-LOG-FILE
020400         CLOSE SECURITY-LOG-FILE
020500         OPEN EXTEND SECURITY-LOG-FILE
020600     END-IF.
020700     IF AU-SECLOG-STATUS NOT = "00"
020800         DISPLAY "** Unable to open SECLOG - status "
020900                 AU-SECLOG-STATUS " - sign-on not logged."
021000         GO TO 3000-EXIT
021100     END-IF.
021200     MOVE SPACES TO SECURITY-LOG-RECORD.
021300     MOVE AU-STAMP-TS TO SEC-TIMESTAMP.
021400     MOVE AU-AUTH-PROGRAM TO SEC-PROGRAM.
021500     MOVE AU-AUTH-INITIALS TO SEC-INITIALS.
021600     MOVE AU-AUTH-ROLE TO SEC-ROLE.
021700     MOVE AU-AUTH-RESULT TO SEC-RESULT.
021800     MOVE AU-AUTH-REASON TO SEC-REASON.
021900     WRITE SECURITY-LOG-RECORD.
022000     CLOSE SECURITY-LOG-FILE.
022100 3000-EXIT.
022200     EXIT.
