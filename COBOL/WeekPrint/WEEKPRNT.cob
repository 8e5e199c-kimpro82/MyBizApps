001927*                   NOT FOUND, or SKIPPED-UNAPPROVED) with its  *
001928*                   line count, so every proof in the tray ties *
001929*                   back to the order that asked for it.        *
001929*   2026.10.15  JH  A WEEKWORK family request names a FAMMAST   *
001929*                   template family and prints that week of     *
001929*                   every member, one manifest line each; a     *
001929*                   family not on file is manifested FAMILY NOT *
001929*                   FOUND.                                      *
001929*   2026.10.15  JH  An unattended work-order run calls the WKGATE*
001929*                   nightly cycle gate before opening its        *
001929*                   manifest and layout files.                   *
001929*   2026.10.15  JH  An 'S' work order renders one signature of   *
001929*                   a BINDIMPO imposition plan in press order -  *
001929*                   sheet, side, position - with a slug line     *
001929*                   over and the folio stamped under every page; *
001929*                   front and back matter and notes pages render *
001929*                   as placeholders.  A signature whose plan is  *
001929*                   missing, or holding a week not filed or not  *
001929*                   approved, is not printed.                    *
001929*   2026.10.15  JH  The print operator signs on before any       *
001929*                   file is opened - the initials must be an     *
001929*                   active OPERMAST operator holding the print   *
001929*                   operator role, checked by WKAUTH, or the     *
001929*                   run ends with return code 8.                 *
001930******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.    WEEKPRNT.
004499         ASSIGN TO "WEEKMANF"
004499         ORGANIZATION IS LINE SEQUENTIAL
004499         FILE STATUS IS WP-MANIFEST-STATUS.
004499
004499     SELECT FAMILY-FILE
004499         ASSIGN TO "FAMMAST"
004499         ORGANIZATION IS INDEXED
004499         ACCESS MODE IS DYNAMIC
004499         RECORD KEY IS FAM-CODE
004499         FILE STATUS IS WP-FAMILY-STATUS.
004499
004499     SELECT PLAN-FILE
004499         ASSIGN TO DYNAMIC WP-PLAN-NAME
004499         ORGANIZATION IS LINE SEQUENTIAL
004499         FILE STATUS IS WP-PLAN-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
005497 FD  MANIFEST-FILE
005497     LABEL RECORDS ARE STANDARD.
005497 01  MANIFEST-PRINT-LINE             PIC X(80).
005497
005497 FD  FAMILY-FILE
005497     LABEL RECORDS ARE STANDARD.
005497     COPY WKFAMM.
005497
005497 FD  PLAN-FILE
005497     LABEL RECORDS ARE STANDARD.
005497     COPY WKIMPLRE.
005500
005600 WORKING-STORAGE SECTION.
005650 COPY WKGTPARM.
005660 COPY WKAUPARM.
005650
005700 01  WP-SWITCHES.
005800     05  WP-DONE-SW                  PIC X(01).
005900         88  WP-DONE                     VALUE 'Y'.
005960         88  WP-LANGUAGE-EOF             VALUE 'Y'.
005970     05  WP-PROOF-ONLY-SW            PIC X(01).
005980         88  WP-PROOF-ONLY               VALUE 'Y'.
005990     05  WP-FAMILY-OPEN-SW           PIC X(01).
005995         88  WP-FAMILY-OPEN              VALUE 'Y'.
005996     05  WP-PLAN-EOF-SW              PIC X(01).
005997         88  WP-PLAN-EOF                 VALUE 'Y'.
006000
006100 01  WP-FILE-STATUS-GROUP.
006200     05  WP-LAYOUT-STATUS            PIC X(02).
006320     05  WP-LANGUAGE-STATUS          PIC X(02).
006330     05  WP-RUNSTATS-STATUS          PIC X(02).
006340     05  WP-MANIFEST-STATUS          PIC X(02).
006350     05  WP-FAMILY-STATUS            PIC X(02).
006360     05  WP-PLAN-STATUS              PIC X(02).
006400
006500 77  WP-TEMPLATE-INPUT               PIC X(08).
006510 77  WP-WEEK-DATE-INPUT              PIC X(08).
006520 77  WP-PROOF-INPUT                  PIC X(01).
006525 77  WP-OPERATOR                     PIC X(03).
006600 77  WP-PAGES-PRINTED                PIC 9(05) VALUE ZERO.
006610 77  WP-PAGES-REFUSED                PIC 9(05) VALUE ZERO.
006620 77  WP-RS-DATE                      PIC 9(08).
006688 77  WP-REQ-PRINTED                  PIC 9(05) VALUE ZERO.
006690 77  WP-REQ-NOTFOUND                 PIC 9(05) VALUE ZERO.
006692 77  WP-REQ-SKIPPED                  PIC 9(05) VALUE ZERO.
006694 77  WP-REQ-NOFAMILY                 PIC 9(05) VALUE ZERO.
006696 77  WP-MBR-IDX                      PIC 9(02).
006698 77  WP-MEMBER-MAX                   PIC 9(02) VALUE 10.
006698 77  WP-REQ-SIGNATURES               PIC 9(05) VALUE ZERO.
006698 77  WP-REQ-NOSIGNATURE              PIC 9(05) VALUE ZERO.
006698 77  WP-PLAN-NAME                    PIC X(30).
006698 77  WP-SIG-FAULT                    PIC X(22).
006698 77  WP-SIG-MAX                      PIC 9(02) VALUE 32.
006698 77  WP-SIG-IDX                      PIC 9(02) COMP.
006698 77  WP-NOTES-LINES                  PIC 9(03) VALUE 30.
006698 01  WP-SIGNATURE-TABLE.
006698     05  WP-SIG-COUNT                PIC 9(02) VALUE ZERO.
006698     05  WP-SIG-ENTRY OCCURS 32.
006698         10  WP-SIG-SHEET            PIC 9(03).
006698         10  WP-SIG-SIDE             PIC X(01).
006698         10  WP-SIG-POSITION         PIC 9(02).
006698         10  WP-SIG-FOLIO            PIC 9(04).
006698         10  WP-SIG-PAGE-TYPE        PIC X(01).
006698         10  WP-SIG-PAGE-DATE        PIC 9(08).
006700 77  WP-DAY-IDX                      PIC 9(01) COMP.
006800 77  WP-RULE-CTR                     PIC 9(03) COMP.
006900 77  WP-DAY-COUNT                    PIC 9(03).
010678 01  WP-MANIFEST-COUNT-LINE.
010680     05  WP-MAN-CNT-LABEL            PIC X(22).
010682     05  WP-MAN-CNT-VALUE            PIC ZZZZ9.
010682
010682 01  WP-SLUG-LINE.
010682     05  FILLER                      PIC X(10) VALUE "SIGNATURE ".
010682     05  WP-SLG-SIGNATURE            PIC 9(03).
010682     05  FILLER                      PIC X(09) VALUE "   SHEET ".
010682     05  WP-SLG-SHEET                PIC 9(03).
010682     05  FILLER                      PIC X(03) VALUE SPACES.
010682     05  WP-SLG-SIDE                 PIC X(05).
010682     05  FILLER                      PIC X(12)
010682         VALUE "   POSITION ".
010682     05  WP-SLG-POSITION             PIC 9(02).
010682
010682 01  WP-FOLIO-STAMP-LINE.
010682     05  FILLER                      PIC X(30) VALUE SPACES.
010682     05  FILLER                      PIC X(08) VALUE "- FOLIO ".
010682     05  WP-STP-FOLIO                PIC ZZZ9.
010682     05  FILLER                      PIC X(02) VALUE " -".
010682
010682 01  WP-MATTER-LINE.
010682     05  FILLER                      PIC X(10)
010682         VALUE "TEMPLATE: ".
010682     05  WP-MTR-TEMPLATE             PIC X(08).
010682     05  FILLER                      PIC X(03) VALUE SPACES.
010682     05  WP-MTR-TEXT                 PIC X(20).
010610 01  WP-HOLIDAY-BANNER               PIC X(26)
010620     VALUE "*** PUBLIC HOLIDAY ***".
010700
013320     MOVE "N" TO WP-WORK-EOF-SW.
013321     PERFORM 1050-GET-PROOF-OPTION
013322         THRU 1050-EXIT.
013322     PERFORM 1055-GET-OPERATOR
013322         THRU 1055-EXIT.
013323     PERFORM 1100-LOAD-LANGUAGES
013324         THRU 1100-EXIT.
013330     OPEN INPUT WORK-ORDER-FILE.
013350         SET WP-WORK-MODE TO TRUE
013360         DISPLAY "Work-order file WEEKWORK found - running "
013370                 "unattended off its requests."
013371         PERFORM 1060-CHECK-GATE
013371             THRU 1060-EXIT
013372         PERFORM 1070-OPEN-MANIFEST
013374             THRU 1070-EXIT
013376         MOVE "N" TO WP-FAMILY-OPEN-SW
013377         OPEN INPUT FAMILY-FILE
013378         IF WP-FAMILY-STATUS = "00"
013379             SET WP-FAMILY-OPEN TO TRUE
013379         END-IF
013380     ELSE
013390         CLOSE WORK-ORDER-FILE
013392     END-IF.
014917     END-IF.
014918 1050-EXIT.
014919     EXIT.
014919
014919******************************************************************
014919* 1055-GET-OPERATOR - who is running the printer.  WKAUTH lets   *
014919*   in only an active operator on OPERMAST holding the print     *
014919*   operator role; anyone else ends the run with return code 8   *
014919*   before any file is opened.                                   *
014919******************************************************************
014919 1055-GET-OPERATOR.
014919     DISPLAY "Enter the operator's initials: " WITH NO ADVANCING.
014919     ACCEPT WP-OPERATOR.
014919     IF WP-OPERATOR = SPACES
014919         DISPLAY "** Initials must not be blank - try again."
014919         GO TO 1055-GET-OPERATOR
014919     END-IF.
014919     MOVE "WEEKPRNT" TO AU-AUTH-PROGRAM.
014919     SET AU-AUTH-CHECK TO TRUE.
014919     MOVE WP-OPERATOR TO AU-AUTH-INITIALS.
014919     SET AU-ROLE-PRINT TO TRUE.
014919     CALL "WKAUTH" USING AU-AUTH-PARM.
014919     IF AU-AUTH-REFUSED
014919         DISPLAY "** " WP-OPERATOR " refused - " AU-AUTH-REASON
014919         MOVE 8 TO RETURN-CODE
014919         STOP RUN
014919     END-IF.
014919     DISPLAY "Signed on as " AU-AUTH-OPERATOR-NAME ".".
014919 1055-EXIT.
014919     EXIT.
014920
014920******************************************************************
014920* 1060-CHECK-GATE - an unattended work-order run is a nightly    *
014920*   step and goes through the cycle gate before its manifest and *
014920*   layout files are opened.  A held run ends here with the      *
014920*   gate's return code; WKGATE has already written its RUNSTATS  *
014920*   record.  A console run is not gated.                         *
014920******************************************************************
014920 1060-CHECK-GATE.
014920     MOVE "WEEKPRNT" TO GT-GATE-STEP.
014920     CALL "WKGATE" USING GT-GATE-PARM.
014920     IF GT-GATE-HELD
014920         CLOSE WORK-ORDER-FILE
014920         MOVE GT-GATE-RETURN-CODE TO RETURN-CODE
014920         STOP RUN
014920     END-IF.
014920 1060-EXIT.
014920     EXIT.
014920
014921******************************************************************
014922* 1070-OPEN-MANIFEST - the work-order run's manifest; a proof    *
015820         CLOSE WORK-ORDER-FILE
015822         PERFORM 9100-FINISH-MANIFEST
015824             THRU 9100-EXIT
015826         IF WP-FAMILY-OPEN
015828             CLOSE FAMILY-FILE
015829         END-IF
015830     END-IF.
015900     DISPLAY WP-PAGES-PRINTED
016000             " page image(s) written to WEEKPAGE, "
016250     MOVE "SKIPPED UNAPPROVED:" TO WP-MAN-CNT-LABEL.
016252     MOVE WP-REQ-SKIPPED TO WP-MAN-CNT-VALUE.
016254     WRITE MANIFEST-PRINT-LINE FROM WP-MANIFEST-COUNT-LINE.
016255     MOVE "FAMILY NOT FOUND  :" TO WP-MAN-CNT-LABEL.
016255     MOVE WP-REQ-NOFAMILY TO WP-MAN-CNT-VALUE.
016255     WRITE MANIFEST-PRINT-LINE FROM WP-MANIFEST-COUNT-LINE.
016255     MOVE "SIGNATURES PRINTED:" TO WP-MAN-CNT-LABEL.
016255     MOVE WP-REQ-SIGNATURES TO WP-MAN-CNT-VALUE.
016255     WRITE MANIFEST-PRINT-LINE FROM WP-MANIFEST-COUNT-LINE.
016255     MOVE "SIGNATURE MISSING :" TO WP-MAN-CNT-LABEL.
016255     MOVE WP-REQ-NOSIGNATURE TO WP-MAN-CNT-VALUE.
016255     WRITE MANIFEST-PRINT-LINE FROM WP-MANIFEST-COUNT-LINE.
016256     CLOSE MANIFEST-FILE.
016258 9100-EXIT.
016260     EXIT.
019000     EXIT.
019010
019012******************************************************************
019014* 2500-PRINT-ONE-WORK-ORDER - one WEEKWORK record per pass: a    *
019016*   template request is printed as it stands, a family request   *
019017*   once for every member of the family.                         *
019022******************************************************************
019024 2500-PRINT-ONE-WORK-ORDER.
019026     READ WORK-ORDER-FILE
019036     IF WKO-TEMPLATE-NAME = SPACES
019038         GO TO 2500-EXIT
019040     END-IF.
019040     IF WKO-FAMILY-REQUEST
019040         PERFORM 2700-PRINT-FAMILY-ORDER
019040             THRU 2700-EXIT
019040         GO TO 2500-EXIT
019040     END-IF.
019040     IF WKO-SIGNATURE-REQUEST
019040         PERFORM 2800-PRINT-SIGNATURE
019040             THRU 2800-EXIT
019040         GO TO 2500-EXIT
019040     END-IF.
019040     PERFORM 2510-PRINT-ONE-REQUEST
019040         THRU 2510-EXIT.
019040 2500-EXIT.
019040     EXIT.
019040
019040******************************************************************
019040* 2510-PRINT-ONE-REQUEST - the named template and week straight  *
019040*   off the record, rendered as many times as the requested copy *
019040*   count, no console.  Every request lands on the manifest with *
019040*   its disposition - printed, layout not found, or skipped      *
019040*   unapproved.                                                  *
019040******************************************************************
019040 2510-PRINT-ONE-REQUEST.
019041     ADD 1 TO WP-REQUESTS-READ.
019042     IF WKO-COPIES NUMERIC AND WKO-COPIES > ZERO
019043         MOVE WKO-COPIES TO WP-COPY-COUNT
019056             MOVE ZERO TO WP-MAN-LINES
019057             PERFORM 2600-WRITE-MANIFEST-LINE
019058                 THRU 2600-EXIT
019059             GO TO 2510-EXIT
019060     END-READ.
019061     IF NOT LAY-APPR-APPROVED AND NOT WP-PROOF-ONLY
019062         DISPLAY "** " LAY-TEMPLATE-NAME " week " LAY-PAGE-DATE
019067         MOVE ZERO TO WP-MAN-LINES
019068         PERFORM 2600-WRITE-MANIFEST-LINE
019069             THRU 2600-EXIT
019070         GO TO 2510-EXIT
019071     END-IF.
019072     PERFORM 2550-RENDER-ONE-COPY
019073         THRU 2550-EXIT
019080         THRU 2600-EXIT.
019081     DISPLAY WP-COPY-COUNT " page image(s) written for "
019082             LAY-TEMPLATE-NAME " week " LAY-PAGE-DATE ".".
019083 2510-EXIT.
019084     EXIT.
019085
019086******************************************************************
019099     WRITE MANIFEST-PRINT-LINE FROM WP-MANIFEST-LINE.
019099 2600-EXIT.
019099     EXIT.
019099
019099******************************************************************
019099* 2700-PRINT-FAMILY-ORDER - the request's template name carries  *
019099*   a FAMMAST family code; that week is printed for every member *
019099*   in turn as if each had been ordered on its own, with the     *
019099*   order's copies and job reference.  A family not on file is   *
019099*   one manifest line, FAMILY NOT FOUND.                         *
019099******************************************************************
019099 2700-PRINT-FAMILY-ORDER.
019099     IF WP-FAMILY-OPEN
019099         MOVE WKO-TEMPLATE-NAME TO FAM-CODE
019099         READ FAMILY-FILE
019099             INVALID KEY
019099                 MOVE SPACES TO FAM-CODE
019099         END-READ
019099     ELSE
019099         MOVE SPACES TO FAM-CODE
019099     END-IF.
019099     IF FAM-CODE = SPACES
019099             OR FAM-MEMBER-COUNT NOT NUMERIC
019099             OR FAM-MEMBER-COUNT > WP-MEMBER-MAX
019099         DISPLAY "** Family " WKO-TEMPLATE-NAME
019099                 " is not on FAMMAST - request skipped."
019099         ADD 1 TO WP-REQUESTS-READ
019099         ADD 1 TO WP-REQ-NOFAMILY
019099         IF WKO-COPIES NUMERIC AND WKO-COPIES > ZERO
019099             MOVE WKO-COPIES TO WP-COPY-COUNT
019099         ELSE
019099             MOVE 1 TO WP-COPY-COUNT
019099         END-IF
019099         MOVE "FAMILY NOT FOUND" TO WP-MAN-DISPOSITION
019099         MOVE ZERO TO WP-MAN-LINES
019099         PERFORM 2600-WRITE-MANIFEST-LINE
019099             THRU 2600-EXIT
019099         GO TO 2700-EXIT
019099     END-IF.
019099     PERFORM 2710-PRINT-ONE-MEMBER
019099         THRU 2710-EXIT
019099         VARYING WP-MBR-IDX FROM 1 BY 1
019099         UNTIL WP-MBR-IDX > FAM-MEMBER-COUNT.
019099 2700-EXIT.
019099     EXIT.
019099
019099******************************************************************
019099* 2710-PRINT-ONE-MEMBER                                          *
019099******************************************************************
019099 2710-PRINT-ONE-MEMBER.
019099     MOVE FAM-MEMBER-NAME (WP-MBR-IDX) TO WKO-TEMPLATE-NAME.
019099     PERFORM 2510-PRINT-ONE-REQUEST
019099         THRU 2510-EXIT.
019099 2710-EXIT.
019099     EXIT.
019099
019099******************************************************************
019099* 2800-PRINT-SIGNATURE - the order's template name and the       *
019099*   diary year and signature number in its page-date field name  *
019099*   one signature of a BINDIMPO plan.  The signature's pages are *
019099*   read in press order and every week on it must still be filed *
019099*   and approved (or the run proof-only) before anything is      *
019099*   rendered - a signature goes to press whole or not at all.    *
019099*   The manifest line carries the pages per copy in the line     *
019099*   count column.                                                *
019099******************************************************************
019099 2800-PRINT-SIGNATURE.
019099     ADD 1 TO WP-REQUESTS-READ.
019099     IF WKO-COPIES NUMERIC AND WKO-COPIES > ZERO
019099         MOVE WKO-COPIES TO WP-COPY-COUNT
019099     ELSE
019099         MOVE 1 TO WP-COPY-COUNT
019099     END-IF.
019099     MOVE ZERO TO WP-SIG-COUNT.
019099     MOVE ZERO TO WP-MAN-LINES.
019099     IF WKO-PAGE-DATE NUMERIC
019099         PERFORM 2810-LOAD-SIGNATURE
019099             THRU 2810-EXIT
019099     END-IF.
019099     IF WP-SIG-COUNT = ZERO
019099         DISPLAY "** No signature " WKO-SIG-NUMBER " in the "
019099                 WKO-TEMPLATE-NAME " " WKO-SIG-YEAR
019099                 " imposition plan - request skipped."
019099         ADD 1 TO WP-REQ-NOSIGNATURE
019099         MOVE "SIGNATURE NOT FOUND" TO WP-MAN-DISPOSITION
019099         PERFORM 2600-WRITE-MANIFEST-LINE
019099             THRU 2600-EXIT
019099         GO TO 2800-EXIT
019099     END-IF.
019099     MOVE SPACES TO WP-SIG-FAULT.
019099     PERFORM 2830-CHECK-ONE-PAGE
019099         THRU 2830-EXIT
019099         VARYING WP-SIG-IDX FROM 1 BY 1
019099         UNTIL WP-SIG-IDX > WP-SIG-COUNT
019099            OR WP-SIG-FAULT NOT = SPACES.
019099     IF WP-SIG-FAULT NOT = SPACES
019099         MOVE WP-SIG-FAULT TO WP-MAN-DISPOSITION
019099         PERFORM 2600-WRITE-MANIFEST-LINE
019099             THRU 2600-EXIT
019099         GO TO 2800-EXIT
019099     END-IF.
019099     PERFORM 2850-RENDER-SIGNATURE-COPY
019099         THRU 2850-EXIT
019099         VARYING WP-COPY-IDX FROM 1 BY 1
019099         UNTIL WP-COPY-IDX > WP-COPY-COUNT.
019099     ADD 1 TO WP-REQ-SIGNATURES.
019099     MOVE "SIGNATURE PRINTED" TO WP-MAN-DISPOSITION.
019099     MOVE WP-SIG-COUNT TO WP-MAN-LINES.
019099     PERFORM 2600-WRITE-MANIFEST-LINE
019099         THRU 2600-EXIT.
019099     DISPLAY WP-COPY-COUNT " cop(ies) of signature "
019099             WKO-SIG-NUMBER " of " WKO-TEMPLATE-NAME " "
019099             WKO-SIG-YEAR " written, " WP-SIG-COUNT
019099             " page(s) each.".
019099 2800-EXIT.
019099     EXIT.
019099
019099******************************************************************
019099* 2810-LOAD-SIGNATURE - the plan is BINDPLAN.<template>.<year>,  *
019099*   in press order; the signature's pages are lifted as they     *
019099*   come.  No plan file simply leaves the table empty.           *
019099******************************************************************
019099 2810-LOAD-SIGNATURE.
019099     MOVE SPACES TO WP-PLAN-NAME.
019099     STRING "BINDPLAN." DELIMITED BY SIZE
019099            WKO-TEMPLATE-NAME DELIMITED BY SPACE
019099            "." DELIMITED BY SIZE
019099            WKO-SIG-YEAR DELIMITED BY SIZE
019099         INTO WP-PLAN-NAME
019099     END-STRING.
019099     OPEN INPUT PLAN-FILE.
019099     IF WP-PLAN-STATUS NOT = "00"
019099         GO TO 2810-EXIT
019099     END-IF.
019099     MOVE "N" TO WP-PLAN-EOF-SW.
019099     PERFORM 2820-LOAD-ONE-PLAN-PAGE
019099         THRU 2820-EXIT
019099         UNTIL WP-PLAN-EOF.
019099     CLOSE PLAN-FILE.
019099 2810-EXIT.
019099     EXIT.
019099
019099******************************************************************
019099* 2820-LOAD-ONE-PLAN-PAGE                                        *
019099******************************************************************
019099 2820-LOAD-ONE-PLAN-PAGE.
019099     READ PLAN-FILE
019099         AT END
019099             SET WP-PLAN-EOF TO TRUE
019099             GO TO 2820-EXIT
019099     END-READ.
019099     IF IMP-TEMPLATE-NAME NOT = WKO-TEMPLATE-NAME
019099             OR IMP-DIARY-YEAR NOT = WKO-SIG-YEAR
019099             OR IMP-SIGNATURE NOT = WKO-SIG-NUMBER
019099         GO TO 2820-EXIT
019099     END-IF.
019099     IF WP-SIG-COUNT >= WP-SIG-MAX
019099         DISPLAY "** Signature " WKO-SIG-NUMBER " of "
019099                 WP-PLAN-NAME " is over " WP-SIG-MAX
019099                 " pages - folio " IMP-FOLIO " dropped."
019099         GO TO 2820-EXIT
019099     END-IF.
019099     ADD 1 TO WP-SIG-COUNT.
019099     MOVE IMP-SHEET TO WP-SIG-SHEET (WP-SIG-COUNT).
019099     MOVE IMP-SIDE TO WP-SIG-SIDE (WP-SIG-COUNT).
019099     MOVE IMP-POSITION TO WP-SIG-POSITION (WP-SIG-COUNT).
019099     MOVE IMP-FOLIO TO WP-SIG-FOLIO (WP-SIG-COUNT).
019099     MOVE IMP-PAGE-TYPE TO WP-SIG-PAGE-TYPE (WP-SIG-COUNT).
019099     MOVE IMP-PAGE-DATE TO WP-SIG-PAGE-DATE (WP-SIG-COUNT).
019099 2820-EXIT.
019099     EXIT.
019099
019099******************************************************************
019099* 2830-CHECK-ONE-PAGE - a week page must still be on file and,   *
019099*   unless the run is proof-only, approved.                      *
019099******************************************************************
019099 2830-CHECK-ONE-PAGE.
019099     IF WP-SIG-PAGE-TYPE (WP-SIG-IDX) NOT = "W"
019099         GO TO 2830-EXIT
019099     END-IF.
019099     MOVE WKO-TEMPLATE-NAME TO LAY-TEMPLATE-NAME.
019099     MOVE WP-SIG-PAGE-DATE (WP-SIG-IDX) TO LAY-PAGE-DATE.
019099     READ LAYOUT-FILE
019099         INVALID KEY
019099             DISPLAY "** No layout record filed for "
019099                     WKO-TEMPLATE-NAME " week " LAY-PAGE-DATE
019099                     " - signature " WKO-SIG-NUMBER " skipped."
019099             ADD 1 TO WP-REQ-NOTFOUND
019099             MOVE "SIGNATURE - NO LAYOUT" TO WP-SIG-FAULT
019099             GO TO 2830-EXIT
019099     END-READ.
019099     IF NOT LAY-APPR-APPROVED AND NOT WP-PROOF-ONLY
019099         DISPLAY "** " LAY-TEMPLATE-NAME " week " LAY-PAGE-DATE
019099                 " is not approved - signature "
019099                 WKO-SIG-NUMBER " refused."
019099         ADD 1 TO WP-PAGES-REFUSED
019099         ADD 1 TO WP-REQ-SKIPPED
019099         MOVE "SIGNATURE - UNAPPROVED" TO WP-SIG-FAULT
019099     END-IF.
019099 2830-EXIT.
019099     EXIT.
019099
019099******************************************************************
019099* 2850-RENDER-SIGNATURE-COPY - one copy of the signature, every  *
019099*   page in press order.                                         *
019099******************************************************************
019099 2850-RENDER-SIGNATURE-COPY.
019099     PERFORM 2860-RENDER-IMPOSED-PAGE
019099         THRU 2860-EXIT
019099         VARYING WP-SIG-IDX FROM 1 BY 1
019099         UNTIL WP-SIG-IDX > WP-SIG-COUNT.
019099 2850-EXIT.
019099     EXIT.
019099
019099******************************************************************
019099* 2860-RENDER-IMPOSED-PAGE - the slug line naming the page's     *
019099*   place on the sheet, the page, and its folio under it.        *
019099******************************************************************
019099 2860-RENDER-IMPOSED-PAGE.
019099     MOVE WKO-SIG-NUMBER TO WP-SLG-SIGNATURE.
019099     MOVE WP-SIG-SHEET (WP-SIG-IDX) TO WP-SLG-SHEET.
019099     IF WP-SIG-SIDE (WP-SIG-IDX) = "F"
019099         MOVE "FRONT" TO WP-SLG-SIDE
019099     ELSE
019099         MOVE "BACK" TO WP-SLG-SIDE
019099     END-IF.
019099     MOVE WP-SIG-POSITION (WP-SIG-IDX) TO WP-SLG-POSITION.
019099     WRITE PAGE-PRINT-LINE FROM WP-SLUG-LINE.
019099     IF WP-SIG-PAGE-TYPE (WP-SIG-IDX) = "W"
019099         MOVE WKO-TEMPLATE-NAME TO LAY-TEMPLATE-NAME
019099         MOVE WP-SIG-PAGE-DATE (WP-SIG-IDX) TO LAY-PAGE-DATE
019099         READ LAYOUT-FILE
019099             INVALID KEY
019099                 CONTINUE
019099         END-READ
019099         PERFORM 3000-RENDER-PAGE-IMAGE
019099             THRU 3000-EXIT
019099     ELSE
019099         PERFORM 3300-RENDER-MATTER-PAGE
019099             THRU 3300-EXIT
019099     END-IF.
019099     MOVE WP-SIG-FOLIO (WP-SIG-IDX) TO WP-STP-FOLIO.
019099     WRITE PAGE-PRINT-LINE FROM WP-FOLIO-STAMP-LINE.
019099     ADD 1 TO WP-PAGES-PRINTED.
019099 2860-EXIT.
019099     EXIT.
019100
019110******************************************************************
019120* 2900-SELECT-LANGUAGE - the day names and holiday banner for    *
024600     WRITE PAGE-PRINT-LINE FROM WP-RULED-LINE.
024700 3200-EXIT.
024800     EXIT.
024850
024850******************************************************************
024850* 3300-RENDER-MATTER-PAGE - a page of a signature that is not a  *
024850*   week: front or back matter, which the bindery supplies, is a *
024850*   placeholder; a notes page is ruled.                          *
024850******************************************************************
024850 3300-RENDER-MATTER-PAGE.
024850     WRITE PAGE-PRINT-LINE FROM WP-BANNER-LINE.
024850     MOVE WKO-TEMPLATE-NAME TO WP-MTR-TEMPLATE.
024850     IF WP-SIG-PAGE-TYPE (WP-SIG-IDX) = "F"
024850         MOVE "FRONT MATTER" TO WP-MTR-TEXT
024850     ELSE
024850         IF WP-SIG-PAGE-TYPE (WP-SIG-IDX) = "B"
024850             MOVE "BACK MATTER" TO WP-MTR-TEXT
024850         ELSE
024850             MOVE "NOTES" TO WP-MTR-TEXT
024850         END-IF
024850     END-IF.
024850     WRITE PAGE-PRINT-LINE FROM WP-MATTER-LINE.
024850     WRITE PAGE-PRINT-LINE FROM WP-BANNER-LINE.
024850     IF WP-SIG-PAGE-TYPE (WP-SIG-IDX) = "N"
024850         MOVE SPACES TO PAGE-PRINT-LINE
024850         WRITE PAGE-PRINT-LINE
024850         PERFORM 3200-RENDER-RULED-LINE
024850             THRU 3200-EXIT
024850             VARYING WP-RULE-CTR FROM 1 BY 1
024850             UNTIL WP-RULE-CTR > WP-NOTES-LINES
024850     END-IF.
024850 3300-EXIT.
024850     EXIT.
024900
024910******************************************************************
024920* 9500-STAMP-START-TS - the start of job, to the second, for     *
