      ******************************************************************
      * ACCRECRT: quarterly access recertification. Every quarter
      * the auditors ask who can run which menu options, and the
      * answer was put together by reading OPERFILE and AUTHFILE
      * side by side by hand. This run lists every active operator
      * (disabled ones have no access to certify; a locked-out one
      * still does, and says so) by department, with their class
      * and every menu option that class can reach, in the menu's
      * own words off MENUTEXT.cpy: an option with no AUTHFILE row
      * is open to all, one with a row is restricted to the classes
      * it names.
      *
      * The audit trail -- AUDARCH and the live AUDITLOG both, so a
      * cut in the quarter loses nothing -- gives each operator's
      * last sign-on and their last selection of each restricted
      * option, from the lines SUITE-MENU writes for both. An
      * operator with no sign-on in RECERT-DORMANT-DAYS (PARMFILE,
      * default 90), or none on the trail at all, is flagged
      * dormant. Each department's section ends with a sign-off page
      * for its manager and the reviewing auditor. The report is
      * RECERTRPT; operators with no department on OPERFILE print
      * under UNASSIGNED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRECRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-ARCHIVE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECERT-REPORT ASSIGN TO "RECERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Layout as SUITE-MENU and OPERMNT keep it.
       FD OPERATOR-FILE.
       01 OPERATOR-FILE-RECORD.
           05 OP-ID PIC X(8).
           05 FILLER PIC X.
           05 OP-CLASS PIC X.
           05 FILLER PIC X.
           05 OP-STATUS PIC X.
           05 FILLER PIC X.
           05 OP-PASS-HASH PIC X(16).
           05 FILLER PIC X.
           05 OP-PASS-SET PIC X(8).
           05 FILLER PIC X.
           05 OP-FAIL-COUNT PIC X(2).
           05 FILLER PIC X.
           05 OP-DEPT PIC X(12).

      * Layout as SUITE-MENU reads it, two-digit legacy rows and all.
       FD AUTH-FILE.
       01 AUTH-FILE-RECORD.
           05 AU-CHOICE PIC 9(3).
           05 FILLER PIC X.
           05 AU-CLASSES PIC X(8).
       01 AUTH-LEGACY-RECORD.
           05 AU-LEGACY-CHOICE PIC 99.
           05 FILLER PIC X.
           05 AU-LEGACY-CLASSES PIC X(8).

       FD AUDIT-ARCHIVE.
       01 AUDIT-ARCHIVE-LINE PIC X(300).

       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(300).

       FD RECERT-REPORT.
       01 RECERT-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RUN-TIMESTAMP PIC X(26).
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR PIC 9(4).
           05 WS-TODAY-MONTH PIC 99.
           05 WS-TODAY-DAY PIC 99.
       01 WS-QUARTER PIC 9 VALUE 0.

       01 WS-OPR-EOF PIC X VALUE "N".
           88 OPR-EOF VALUE "Y".
       01 WS-AUTH-EOF PIC X VALUE "N".
           88 AUTH-EOF VALUE "Y".
       01 WS-TRAIL-EOF PIC X VALUE "N".
           88 TRAIL-EOF VALUE "Y".

      * The active operators, sorted by department then id before
      * printing, each with their last sign-on stamp (yyyymmddhhmmss,
      * spaces for none on the trail).
       01 WS-OPERATOR-COUNT PIC 99 VALUE 0.
       01 WS-OPERATOR-SKIPPED PIC 99 VALUE 0.
       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY OCCURS 50 TIMES.
               10 WS-OPR-DEPT PIC X(12).
               10 WS-OPR-ID PIC X(8).
               10 WS-OPR-CLASS PIC X.
               10 WS-OPR-STATUS PIC X.
               10 WS-OPR-LAST-SIGNON PIC X(14).
               10 WS-OPR-DORMANT PIC X.
       01 WS-OPERATOR-SWAP PIC X(37).
       01 WS-OPR-INDEX PIC 99.
       01 WS-OPR-SCAN PIC 99.
       01 WS-OPR-MATCH PIC 99 VALUE 0.

       01 WS-AUTH-COUNT PIC 99 VALUE 0.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 99 TIMES.
               10 WS-AUTH-CHOICE PIC 9(3).
               10 WS-AUTH-CLASSES PIC X(8).
       01 WS-AUTH-INDEX PIC 99.
       01 WS-AUTH-MATCH PIC 99 VALUE 0.
       01 WS-CLASS-SCAN PIC 9.

      * Each operator's last selection of each restricted option,
      * by operator row and AUTHFILE row. The table is filled before
      * the operators are sorted, so each row's stamps ride with it
      * through the sort by way of WS-OPR-USE-ROW.
       01 WS-USE-TABLE.
           05 WS-USE-OPERATOR OCCURS 50 TIMES.
               10 WS-USE-STAMP PIC X(14) OCCURS 99 TIMES.
       01 WS-OPR-USE-ROWS.
           05 WS-OPR-USE-ROW PIC 99 OCCURS 50 TIMES.
       01 WS-USE-ROW-SWAP PIC 99.

      * One trail line, at the fixed offsets every audit writer
      * uses, with the operator stamp that follows the result.
       01 WS-TRAIL-LINE.
           05 WS-TR-TIMESTAMP PIC X(26).
           05 FILLER PIC X(9).
           05 WS-TR-PROGRAM PIC X(20).
           05 FILLER PIC X(7).
           05 WS-TR-INPUT PIC X(60).
           05 FILLER PIC X(8).
           05 WS-TR-RESULT PIC X(60).
           05 FILLER PIC X(6).
           05 WS-TR-OPER PIC X(8).
           05 FILLER PIC X(96).
       01 WS-TRAIL-EVENTS PIC 9(8) VALUE 0.
       01 WS-TRAIL-ID PIC X(8).
       01 WS-TRAIL-CHOICE PIC 9(3).

      * The option being printed.
       01 WS-MENU-LINE PIC 9(3).
       01 WS-MENU-CHOICE PIC 9(3).
       01 WS-REACHABLE PIC X VALUE "N".
           88 OPTION-REACHABLE VALUE "Y".
       01 WS-ACCESS-TEXT PIC X(10).
       01 WS-USED-TEXT PIC X(10).
       01 WS-OPTIONS-REACHED PIC 9(3) VALUE 0.

      * Dormancy: days since the last sign-on against the threshold.
       01 WS-DORMANT-DAYS PIC 9(3) VALUE 90.
       01 WS-DAYS-SINCE PIC S9(7) VALUE 0.
       01 WS-STATUS-TEXT PIC X(10).
       01 WS-SIGNON-TEXT PIC X(10).

      * Printed-report control: a section and a sign-off page per
      * department, dates shown yyyy-mm-dd.
       01 WS-CURRENT-DEPT PIC X(12) VALUE SPACES.
       01 WS-DEPT-OPERATORS PIC 99 VALUE 0.
       01 WS-DEPT-DORMANT PIC 99 VALUE 0.
       01 WS-DEPT-LOCKED PIC 99 VALUE 0.
       01 WS-DEPT-COUNT PIC 99 VALUE 0.
       01 WS-PAGE-TITLE PIC X(40).
       01 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 99 VALUE 0.
       01 WS-PAGE-LINE-LIMIT PIC 99 VALUE 55.
       01 WS-PRINT-DATE PIC 9(8) VALUE 0.
       01 WS-PRINT-SPLIT REDEFINES WS-PRINT-DATE.
           05 WS-PRINT-YEAR PIC 9(4).
           05 WS-PRINT-MONTH PIC 99.
           05 WS-PRINT-DAY PIC 99.
       01 WS-PRINT-TEXT PIC X(10).
       01 WS-PRINT-LINE PIC X(100).

      * Control totals for the trailer and the audit line.
       01 WS-CTL-OPERATORS PIC 9(4) VALUE 0.
       01 WS-CTL-DORMANT PIC 9(4) VALUE 0.

      * The menu's option lines, as DISPLAY-MENU shows them.
       COPY MENUTEXT.

      * Shop parameter lookup request block, serviced by PARMSVC.
       01 WS-PARM-REQUEST.
           05 WS-PARM-KEYWORD PIC X(20).
           05 WS-PARM-VALUE PIC X(20).
           05 WS-PARM-FOUND PIC X.

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       PROCEDURE DIVISION.

       ACCRECRT-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY
           COMPUTE WS-QUARTER = (WS-TODAY-MONTH - 1) / 3 + 1
           PERFORM LOAD-RECERT-PARMS
           PERFORM LOAD-OPERATORS
           PERFORM LOAD-AUTH-ROWS
           INITIALIZE WS-USE-TABLE
           MOVE 0 TO WS-TRAIL-EVENTS
           PERFORM SCAN-AUDIT-ARCHIVE
           PERFORM SCAN-AUDIT-LOG
           PERFORM FLAG-DORMANT-OPERATORS
           PERFORM SORT-OPERATORS

           OPEN OUTPUT RECERT-REPORT
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE 0 TO WS-DEPT-COUNT
           MOVE SPACES TO WS-CURRENT-DEPT
           IF WS-OPERATOR-COUNT = 0 THEN
               MOVE "NO DEPARTMENT" TO WS-CURRENT-DEPT
               MOVE "ACCESS RECERTIFICATION" TO WS-PAGE-TITLE
               PERFORM WRITE-PAGE-HEADER
               MOVE "   NO ACTIVE OPERATORS ON OPERFILE"
                   TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF
           PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
               UNTIL WS-OPR-INDEX > WS-OPERATOR-COUNT
      * Sorted by department, so a change of department closes the
      * last one's section with its sign-off page.
               IF WS-OPR-DEPT(WS-OPR-INDEX) NOT = WS-CURRENT-DEPT THEN
                   IF WS-DEPT-COUNT > 0 THEN
                       PERFORM WRITE-SIGNOFF-PAGE
                   END-IF
                   PERFORM START-DEPARTMENT
               END-IF
               PERFORM WRITE-OPERATOR-ACCESS
           END-PERFORM
           IF WS-DEPT-COUNT > 0 THEN
               PERFORM WRITE-SIGNOFF-PAGE
           END-IF
           PERFORM WRITE-CONTROL-TRAILER
           CLOSE RECERT-REPORT

           PERFORM LOG-AUDIT-ENTRY
           DISPLAY "Access recertification for " WS-TODAY-YEAR
               " Q" WS-QUARTER " written to RECERTRPT."
           GOBACK.
       ACCRECRT-RUN-EXIT.
           EXIT.

       LOAD-RECERT-PARMS.
           MOVE 90 TO WS-DORMANT-DAYS
           MOVE "RECERT-DORMANT-DAYS" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND FUNCTION NUMVAL(WS-PARM-VALUE) >= 1
               AND FUNCTION NUMVAL(WS-PARM-VALUE) <= 999 THEN
               COMPUTE WS-DORMANT-DAYS = FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.
       LOAD-RECERT-PARMS-EXIT.
           EXIT.

      ******************************************************************
      * Every operator not disabled. Each starts as its own row of
      * the last-use table; the sort moves the pointer, not the row.
      ******************************************************************
       LOAD-OPERATORS.
           MOVE 0 TO WS-OPERATOR-COUNT
           MOVE 0 TO WS-OPERATOR-SKIPPED
           MOVE "N" TO WS-OPR-EOF
           OPEN INPUT OPERATOR-FILE
           PERFORM UNTIL OPR-EOF
               READ OPERATOR-FILE
                   AT END
                       SET OPR-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN OP-ID = SPACES
                           WHEN OP-STATUS = "D"
                               CONTINUE
                           WHEN WS-OPERATOR-COUNT >= 50
                               ADD 1 TO WS-OPERATOR-SKIPPED
                           WHEN OTHER
                               PERFORM KEEP-OPERATOR-ROW
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.
       LOAD-OPERATORS-EXIT.
           EXIT.

       KEEP-OPERATOR-ROW.
           ADD 1 TO WS-OPERATOR-COUNT
           MOVE OP-ID TO WS-OPR-ID(WS-OPERATOR-COUNT)
           MOVE OP-CLASS TO WS-OPR-CLASS(WS-OPERATOR-COUNT)
           MOVE OP-STATUS TO WS-OPR-STATUS(WS-OPERATOR-COUNT)
           MOVE OP-DEPT TO WS-OPR-DEPT(WS-OPERATOR-COUNT)
           IF OP-DEPT = SPACES THEN
               MOVE "UNASSIGNED" TO WS-OPR-DEPT(WS-OPERATOR-COUNT)
           END-IF
           MOVE SPACES TO WS-OPR-LAST-SIGNON(WS-OPERATOR-COUNT)
           MOVE "N" TO WS-OPR-DORMANT(WS-OPERATOR-COUNT)
           MOVE WS-OPERATOR-COUNT
               TO WS-OPR-USE-ROW(WS-OPERATOR-COUNT).
       KEEP-OPERATOR-ROW-EXIT.
           EXIT.

       LOAD-AUTH-ROWS.
           MOVE 0 TO WS-AUTH-COUNT
           MOVE "N" TO WS-AUTH-EOF
           OPEN INPUT AUTH-FILE
           PERFORM UNTIL AUTH-EOF OR WS-AUTH-COUNT >= 99
               READ AUTH-FILE
                   AT END
                       SET AUTH-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN AU-CHOICE IS NUMERIC
                               ADD 1 TO WS-AUTH-COUNT
                               MOVE AU-CHOICE
                                   TO WS-AUTH-CHOICE(WS-AUTH-COUNT)
                               MOVE AU-CLASSES
                                   TO WS-AUTH-CLASSES(WS-AUTH-COUNT)
                           WHEN AU-LEGACY-CHOICE IS NUMERIC
                               ADD 1 TO WS-AUTH-COUNT
                               MOVE AU-LEGACY-CHOICE
                                   TO WS-AUTH-CHOICE(WS-AUTH-COUNT)
                               MOVE AU-LEGACY-CLASSES
                                   TO WS-AUTH-CLASSES(WS-AUTH-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE.
       LOAD-AUTH-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * The trail, archive first. Each line is kept only if it is
      * later than what is already held, so the order the two files
      * are read in, and any overlap between them, does not matter.
      ******************************************************************
       SCAN-AUDIT-ARCHIVE.
           MOVE "N" TO WS-TRAIL-EOF
           OPEN INPUT AUDIT-ARCHIVE
           PERFORM UNTIL TRAIL-EOF
               READ AUDIT-ARCHIVE INTO WS-TRAIL-LINE
                   AT END
                       SET TRAIL-EOF TO TRUE
                   NOT AT END
                       PERFORM NOTE-TRAIL-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-ARCHIVE.
       SCAN-AUDIT-ARCHIVE-EXIT.
           EXIT.

       SCAN-AUDIT-LOG.
           MOVE "N" TO WS-TRAIL-EOF
           OPEN INPUT AUDIT-LOG
           PERFORM UNTIL TRAIL-EOF
               READ AUDIT-LOG INTO WS-TRAIL-LINE
                   AT END
                       SET TRAIL-EOF TO TRUE
                   NOT AT END
                       PERFORM NOTE-TRAIL-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG.
       SCAN-AUDIT-LOG-EXIT.
           EXIT.

      * SUITE-MENU's "SIGNON id" / SIGNED ON lines and its
      * "OPTION nnn" / SELECTED lines; a refusal is neither a sign-on
      * nor a use.
       NOTE-TRAIL-LINE.
           EVALUATE TRUE
               WHEN WS-TR-PROGRAM NOT = "SUITE-MENU"
                   CONTINUE
               WHEN WS-TR-INPUT(1:7) = "SIGNON "
                   AND WS-TR-RESULT(1:9) = "SIGNED ON"
                   MOVE WS-TR-INPUT(8:8) TO WS-TRAIL-ID
                   PERFORM FIND-TRAIL-OPERATOR
                   IF WS-OPR-MATCH > 0 THEN
                       IF WS-OPR-LAST-SIGNON(WS-OPR-MATCH) = SPACES
                           OR WS-TR-TIMESTAMP(1:14)
                               > WS-OPR-LAST-SIGNON(WS-OPR-MATCH) THEN
                           MOVE WS-TR-TIMESTAMP(1:14)
                               TO WS-OPR-LAST-SIGNON(WS-OPR-MATCH)
                       END-IF
                   END-IF
                   ADD 1 TO WS-TRAIL-EVENTS
               WHEN WS-TR-INPUT(1:7) = "OPTION "
                   AND WS-TR-INPUT(8:3) IS NUMERIC
                   AND WS-TR-RESULT(1:8) = "SELECTED"
      * The line's tail is trimmed before AUDITSVC's " SEQ=" stamp,
      * so a short operator id runs straight into it.
                   MOVE SPACES TO WS-TRAIL-ID
                   UNSTRING WS-TR-OPER DELIMITED BY SPACE
                       INTO WS-TRAIL-ID
                   MOVE WS-TR-INPUT(8:3) TO WS-TRAIL-CHOICE
                   PERFORM FIND-TRAIL-OPERATOR
                   MOVE WS-TRAIL-CHOICE TO WS-MENU-CHOICE
                   PERFORM FIND-AUTH-ROW
                   IF WS-OPR-MATCH > 0 AND WS-AUTH-MATCH > 0 THEN
                       IF WS-USE-STAMP(WS-OPR-MATCH, WS-AUTH-MATCH)
                           = SPACES
                           OR WS-TR-TIMESTAMP(1:14) >
                           WS-USE-STAMP(WS-OPR-MATCH, WS-AUTH-MATCH)
                           THEN
                           MOVE WS-TR-TIMESTAMP(1:14)
                               TO WS-USE-STAMP(WS-OPR-MATCH,
                                   WS-AUTH-MATCH)
                       END-IF
                   END-IF
                   ADD 1 TO WS-TRAIL-EVENTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       NOTE-TRAIL-LINE-EXIT.
           EXIT.

       FIND-TRAIL-OPERATOR.
           MOVE 0 TO WS-OPR-MATCH
           PERFORM VARYING WS-OPR-SCAN FROM 1 BY 1
               UNTIL WS-OPR-SCAN > WS-OPERATOR-COUNT
               IF WS-OPR-ID(WS-OPR-SCAN) = WS-TRAIL-ID THEN
                   MOVE WS-OPR-SCAN TO WS-OPR-MATCH
               END-IF
           END-PERFORM.
       FIND-TRAIL-OPERATOR-EXIT.
           EXIT.

       FIND-AUTH-ROW.
           MOVE 0 TO WS-AUTH-MATCH
           PERFORM VARYING WS-AUTH-INDEX FROM 1 BY 1
               UNTIL WS-AUTH-INDEX > WS-AUTH-COUNT
               IF WS-AUTH-CHOICE(WS-AUTH-INDEX) = WS-MENU-CHOICE THEN
                   MOVE WS-AUTH-INDEX TO WS-AUTH-MATCH
               END-IF
           END-PERFORM.
       FIND-AUTH-ROW-EXIT.
           EXIT.

      * No sign-on on the trail at all counts as dormant: an account
      * nobody has used is exactly what recertification is for.
       FLAG-DORMANT-OPERATORS.
           PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
               UNTIL WS-OPR-INDEX > WS-OPERATOR-COUNT
               IF WS-OPR-LAST-SIGNON(WS-OPR-INDEX) = SPACES THEN
                   MOVE "Y" TO WS-OPR-DORMANT(WS-OPR-INDEX)
               ELSE
                   COMPUTE WS-DAYS-SINCE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                           WS-OPR-LAST-SIGNON(WS-OPR-INDEX)(1:8)))
                   IF WS-DAYS-SINCE > WS-DORMANT-DAYS THEN
                       MOVE "Y" TO WS-OPR-DORMANT(WS-OPR-INDEX)
                   END-IF
               END-IF
           END-PERFORM.
       FLAG-DORMANT-OPERATORS-EXIT.
           EXIT.

      * Department then operator id; fifty rows at most, so a plain
      * exchange sort does.
       SORT-OPERATORS.
           PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
               UNTIL WS-OPR-INDEX >= WS-OPERATOR-COUNT
               PERFORM VARYING WS-OPR-SCAN FROM WS-OPR-INDEX BY 1
                   UNTIL WS-OPR-SCAN > WS-OPERATOR-COUNT
                   IF WS-OPR-DEPT(WS-OPR-SCAN)
                       < WS-OPR-DEPT(WS-OPR-INDEX)
                       OR (WS-OPR-DEPT(WS-OPR-SCAN)
                           = WS-OPR-DEPT(WS-OPR-INDEX)
                       AND WS-OPR-ID(WS-OPR-SCAN)
                           < WS-OPR-ID(WS-OPR-INDEX)) THEN
                       MOVE WS-OPERATOR-ENTRY(WS-OPR-INDEX)
                           TO WS-OPERATOR-SWAP
                       MOVE WS-OPERATOR-ENTRY(WS-OPR-SCAN)
                           TO WS-OPERATOR-ENTRY(WS-OPR-INDEX)
                       MOVE WS-OPERATOR-SWAP
                           TO WS-OPERATOR-ENTRY(WS-OPR-SCAN)
                       MOVE WS-OPR-USE-ROW(WS-OPR-INDEX)
                           TO WS-USE-ROW-SWAP
                       MOVE WS-OPR-USE-ROW(WS-OPR-SCAN)
                           TO WS-OPR-USE-ROW(WS-OPR-INDEX)
                       MOVE WS-USE-ROW-SWAP
                           TO WS-OPR-USE-ROW(WS-OPR-SCAN)
                   END-IF
               END-PERFORM
           END-PERFORM.
       SORT-OPERATORS-EXIT.
           EXIT.

       START-DEPARTMENT.
           MOVE WS-OPR-DEPT(WS-OPR-INDEX) TO WS-CURRENT-DEPT
           ADD 1 TO WS-DEPT-COUNT
           MOVE 0 TO WS-DEPT-OPERATORS
           MOVE 0 TO WS-DEPT-DORMANT
           MOVE 0 TO WS-DEPT-LOCKED
           MOVE "ACCESS RECERTIFICATION" TO WS-PAGE-TITLE
           PERFORM WRITE-PAGE-HEADER.
       START-DEPARTMENT-EXIT.
           EXIT.

      ******************************************************************
      * One operator: the heading line with class, status and last
      * sign-on, the dormant flag if raised, then every option the
      * class reaches in menu order, restricted ones with their last
      * use by this operator.
      ******************************************************************
       WRITE-OPERATOR-ACCESS.
           ADD 1 TO WS-DEPT-OPERATORS
           ADD 1 TO WS-CTL-OPERATORS
           IF WS-OPR-STATUS(WS-OPR-INDEX) = "L" THEN
               MOVE "LOCKED OUT" TO WS-STATUS-TEXT
               ADD 1 TO WS-DEPT-LOCKED
           ELSE
               MOVE "ACTIVE" TO WS-STATUS-TEXT
           END-IF
           IF WS-OPR-LAST-SIGNON(WS-OPR-INDEX) = SPACES THEN
               MOVE "NONE" TO WS-SIGNON-TEXT
           ELSE
               MOVE WS-OPR-LAST-SIGNON(WS-OPR-INDEX)(1:8)
                   TO WS-PRINT-DATE
               PERFORM FORMAT-PRINT-DATE
               MOVE WS-PRINT-TEXT TO WS-SIGNON-TEXT
           END-IF
      * The heading, its flag and the column line stay together.
           IF WS-LINE-COUNT + 5 > WS-PAGE-LINE-LIMIT THEN
               PERFORM WRITE-PAGE-HEADER
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OPERATOR " WS-OPR-ID(WS-OPR-INDEX)
               "  CLASS " WS-OPR-CLASS(WS-OPR-INDEX)
               "  STATUS " WS-STATUS-TEXT
               "  LAST SIGN-ON " WS-SIGNON-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           IF WS-OPR-DORMANT(WS-OPR-INDEX) = "Y" THEN
               ADD 1 TO WS-DEPT-DORMANT
               ADD 1 TO WS-CTL-DORMANT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "   ** DORMANT -- NO SIGN-ON IN "
                   WS-DORMANT-DAYS " DAYS **"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE "   OPTION" TO WS-PRINT-LINE
           MOVE "ACCESS" TO WS-PRINT-LINE(57:6)
           MOVE "LAST USED" TO WS-PRINT-LINE(68:9)
           PERFORM WRITE-PRINT-LINE
           MOVE 0 TO WS-OPTIONS-REACHED
           PERFORM VARYING WS-MENU-LINE FROM 1 BY 1
               UNTIL WS-MENU-LINE > WS-MENU-TEXT-COUNT
               PERFORM WRITE-OPTION-LINE
           END-PERFORM
           IF WS-OPTIONS-REACHED = 0 THEN
               MOVE "   (NO MENU OPTIONS REACHABLE)" TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF.
       WRITE-OPERATOR-ACCESS-EXIT.
           EXIT.

      * No AUTHFILE row: open to every operator. A row: reachable
      * only when it names the operator's class, a blank class
      * reaching none of them -- SUITE-MENU's CHECK-OPTION-AUTH rule.
       WRITE-OPTION-LINE.
           COMPUTE WS-MENU-CHOICE =
               FUNCTION NUMVAL(WS-MENU-TEXT-CHOICE(WS-MENU-LINE))
           PERFORM FIND-AUTH-ROW
           MOVE SPACES TO WS-USED-TEXT
           IF WS-AUTH-MATCH = 0 THEN
               MOVE "Y" TO WS-REACHABLE
               MOVE "OPEN" TO WS-ACCESS-TEXT
           ELSE
               MOVE "N" TO WS-REACHABLE
               MOVE "RESTRICTED" TO WS-ACCESS-TEXT
               PERFORM VARYING WS-CLASS-SCAN FROM 1 BY 1
                   UNTIL WS-CLASS-SCAN > 8
                   IF WS-AUTH-CLASSES(WS-AUTH-MATCH)(WS-CLASS-SCAN:1)
                       = WS-OPR-CLASS(WS-OPR-INDEX)
                       AND WS-OPR-CLASS(WS-OPR-INDEX) NOT = SPACE THEN
                       MOVE "Y" TO WS-REACHABLE
                   END-IF
               END-PERFORM
               IF WS-USE-STAMP(WS-OPR-USE-ROW(WS-OPR-INDEX),
                   WS-AUTH-MATCH) = SPACES THEN
                   MOVE "NEVER" TO WS-USED-TEXT
               ELSE
                   MOVE WS-USE-STAMP(WS-OPR-USE-ROW(WS-OPR-INDEX),
                       WS-AUTH-MATCH)(1:8) TO WS-PRINT-DATE
                   PERFORM FORMAT-PRINT-DATE
                   MOVE WS-PRINT-TEXT TO WS-USED-TEXT
               END-IF
           END-IF
           IF OPTION-REACHABLE THEN
               ADD 1 TO WS-OPTIONS-REACHED
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-MENU-TEXT-ENTRY(WS-MENU-LINE)
                   TO WS-PRINT-LINE(4:51)
               MOVE WS-ACCESS-TEXT TO WS-PRINT-LINE(57:10)
               MOVE WS-USED-TEXT TO WS-PRINT-LINE(68:10)
               PERFORM WRITE-PRINT-LINE
           END-IF.
       WRITE-OPTION-LINE-EXIT.
           EXIT.

      ******************************************************************
      * The department's sign-off page: its counts, the attestation,
      * and signature lines for the manager and the auditor.
      ******************************************************************
       WRITE-SIGNOFF-PAGE.
           MOVE "ACCESS RECERTIFICATION SIGN-OFF" TO WS-PAGE-TITLE
           PERFORM WRITE-PAGE-HEADER
           MOVE SPACES TO WS-PRINT-LINE
           STRING "   OPERATORS LISTED      " WS-DEPT-OPERATORS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "   FLAGGED DORMANT       " WS-DEPT-DORMANT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "   LOCKED OUT            " WS-DEPT-LOCKED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "   I HAVE REVIEWED THE ACCESS LISTED FOR THIS"
               TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "   DEPARTMENT AND CONFIRM IT IS STILL REQUIRED,"
               TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "   EXCEPT AS NOTED BELOW." TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "   ACCESS TO REMOVE OR CHANGE:" TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE ALL "_" TO WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE(1:3)
           MOVE SPACES TO WS-PRINT-LINE(76:25)
           PERFORM WRITE-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "   DEPARTMENT MANAGER  ______________________________"
               TO WS-PRINT-LINE
           MOVE "DATE __________" TO WS-PRINT-LINE(57:15)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "   AUDIT REVIEWER      ______________________________"
               TO WS-PRINT-LINE
           MOVE "DATE __________" TO WS-PRINT-LINE(57:15)
           PERFORM WRITE-PRINT-LINE.
       WRITE-SIGNOFF-PAGE-EXIT.
           EXIT.

       WRITE-CONTROL-TRAILER.
           MOVE SPACES TO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           MOVE SPACES TO RECERT-REPORT-LINE
           STRING "*** CONTROL DEPARTMENTS " WS-DEPT-COUNT
               " OPERATORS " WS-CTL-OPERATORS
               " DORMANT " WS-CTL-DORMANT
               " TRAIL EVENTS " WS-TRAIL-EVENTS
               DELIMITED BY SIZE INTO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           IF WS-OPERATOR-SKIPPED > 0 THEN
               MOVE SPACES TO RECERT-REPORT-LINE
               STRING "*** OPERATORS BEYOND THE TABLE, NOT LISTED "
                   WS-OPERATOR-SKIPPED
                   DELIMITED BY SIZE INTO RECERT-REPORT-LINE
               WRITE RECERT-REPORT-LINE
           END-IF.
       WRITE-CONTROL-TRAILER-EXIT.
           EXIT.

       WRITE-PRINT-LINE.
           IF WS-LINE-COUNT + 1 > WS-PAGE-LINE-LIMIT THEN
               PERFORM WRITE-PAGE-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.
       WRITE-PRINT-LINE-EXIT.
           EXIT.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE ALL "=" TO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           MOVE SPACES TO RECERT-REPORT-LINE
           STRING WS-PAGE-TITLE " " WS-TODAY-YEAR " Q" WS-QUARTER
               "  DEPARTMENT " WS-CURRENT-DEPT
               "  PAGE " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           MOVE WS-TODAY TO WS-PRINT-DATE
           PERFORM FORMAT-PRINT-DATE
           MOVE SPACES TO RECERT-REPORT-LINE
           STRING "RUN " WS-PRINT-TEXT
               "  OFF OPERFILE, AUTHFILE AND THE AUDIT TRAIL"
               "  DORMANT AFTER " WS-DORMANT-DAYS " DAYS"
               DELIMITED BY SIZE INTO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           MOVE ALL "=" TO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT.
       WRITE-PAGE-HEADER-EXIT.
           EXIT.

       FORMAT-PRINT-DATE.
           MOVE SPACES TO WS-PRINT-TEXT
           STRING WS-PRINT-YEAR "-" WS-PRINT-MONTH "-" WS-PRINT-DAY
               DELIMITED BY SIZE INTO WS-PRINT-TEXT.
       FORMAT-PRINT-DATE-EXIT.
           EXIT.

       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "ACCRECRT" TO WS-AUDIT-PROGRAM
           MOVE SPACES TO WS-AUDIT-INPUT
           STRING "QUARTER " WS-TODAY-YEAR " Q" WS-QUARTER
               " DORMANT-DAYS " WS-DORMANT-DAYS
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "DEPARTMENTS " WS-DEPT-COUNT
               " OPERATORS " WS-CTL-OPERATORS
               " DORMANT " WS-CTL-DORMANT
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           IF WS-AUDIT-OPERATOR = LOW-VALUES THEN
               MOVE SPACES TO WS-AUDIT-OPERATOR
           END-IF
           MOVE SPACES TO WS-AUDIT-APPEND-LINE
           STRING WS-AUDIT-TIMESTAMP " PROGRAM=" WS-AUDIT-PROGRAM
               " INPUT=" WS-AUDIT-INPUT
               " RESULT=" WS-AUDIT-RESULT
               " OPER=" WS-AUDIT-OPERATOR
               DELIMITED BY SIZE INTO WS-AUDIT-APPEND-LINE
           CALL "AUDITSVC" USING WS-AUDIT-APPEND-LINE.
       LOG-AUDIT-ENTRY-EXIT.
           EXIT.
       END PROGRAM ACCRECRT.
