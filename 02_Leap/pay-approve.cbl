      ******************************************************************
      * PAYAPPR: sign-off and apply for PAYADJ's proposals. PAYPROP
      * used to be the end of the line -- a clerk retyped whichever
      * moves payroll accepted into the extract by hand. A payroll
      * supervisor now works the proposals here: each one is
      * approved or rejected with a note, and the decision is kept
      * on PAYDECN, one row per group and original date, until it
      * is applied.
      *
      * APPLY moves every approved, not-yet-applied date on PAYDATES
      * and rewrites the extract as its next version: a leading
      * "V nnnn yyyymmdd" row carries the version number and the
      * date it was cut (a schedule straight off PAYGEN has no "V"
      * row and counts as version 1). Each date moved off the
      * schedule is appended to PAYSUPR with the version that
      * superseded it, so the dates payroll used to have stay on
      * record. Every decision and every apply lands on the shop
      * audit trail under the signed-on operator, which is what the
      * auditors ask for when a pay date moved.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYAPPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROPOSAL-FILE ASSIGN TO "PAYPROP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DECISION-FILE ASSIGN TO "PAYDECN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYDATE-EXTRACT ASSIGN TO "PAYDATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL SUPERSEDED-FILE ASSIGN TO "PAYSUPR"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Proposal lines as PAYADJ writes them; the invalid-date
      * lines and the count trailer fail the numeric screens.
       FD PROPOSAL-FILE.
       01 PROPOSAL-FILE-RECORD.
           05 PP-TAG PIC X(6).
           05 PP-GROUP PIC X(8).
           05 FILLER PIC X(10).
           05 PP-ORIGINAL PIC X(8).
           05 FILLER PIC X(10).
           05 PP-PROPOSED PIC X(8).
           05 FILLER PIC X(8).
           05 PP-REASON PIC X(30).

      * One decision per proposal: "A" approved or "R" rejected,
      * who decided and when, whether the move has been applied,
      * and the supervisor's note.
       FD DECISION-FILE.
       01 DECISION-RECORD.
           05 DR-GROUP PIC X(8).
           05 FILLER PIC X.
           05 DR-ORIGINAL PIC 9(8).
           05 FILLER PIC X.
           05 DR-PROPOSED PIC 9(8).
           05 FILLER PIC X.
           05 DR-DECISION PIC X.
           05 FILLER PIC X.
           05 DR-OPERATOR PIC X(8).
           05 FILLER PIC X.
           05 DR-DECIDED PIC 9(8).
           05 FILLER PIC X.
           05 DR-APPLIED PIC X.
           05 FILLER PIC X.
           05 DR-NOTE PIC X(40).

      * The extract is carried through APPLY line for line; only
      * "D" rows are ever changed.
       FD PAYDATE-EXTRACT.
       01 PAYDATE-EXTRACT-RECORD.
           05 PD-KIND PIC X.
           05 FILLER PIC X.
           05 PD-PAY-DATE PIC X(8).
           05 FILLER PIC X.
           05 PD-GROUP PIC X(8).
           05 FILLER PIC X.
           05 PD-REGION PIC X(4).
       01 PAYDATE-EXTRACT-LINE PIC X(24).

       FD SUPERSEDED-FILE.
       01 SUPERSEDED-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-PROP-EOF PIC X VALUE "N".
           88 PROP-EOF VALUE "Y".
       01 WS-DECN-EOF PIC X VALUE "N".
           88 DECN-EOF VALUE "Y".
       01 WS-PAY-EOF PIC X VALUE "N".
           88 PAY-EOF VALUE "Y".

      * PAYPROP loaded whole.
       01 WS-PROP-COUNT PIC 9(4) VALUE 0.
       01 WS-PROP-TABLE.
           05 WS-PROP-ENTRY OCCURS 500 TIMES.
               10 WS-PR-GROUP PIC X(8).
               10 WS-PR-ORIGINAL PIC 9(8).
               10 WS-PR-PROPOSED PIC 9(8).
               10 WS-PR-REASON PIC X(30).
       01 WS-PROP-INDEX PIC 9(4).

      * PAYDECN loaded whole and rewritten after every change.
       01 WS-DECN-COUNT PIC 9(4) VALUE 0.
       01 WS-DECN-TABLE.
           05 WS-DECN-ENTRY OCCURS 500 TIMES.
               10 WS-DN-GROUP PIC X(8).
               10 WS-DN-ORIGINAL PIC 9(8).
               10 WS-DN-PROPOSED PIC 9(8).
               10 WS-DN-DECISION PIC X.
               10 WS-DN-OPERATOR PIC X(8).
               10 WS-DN-DECIDED PIC 9(8).
               10 WS-DN-APPLIED PIC X.
               10 WS-DN-NOTE PIC X(40).
       01 WS-DECN-INDEX PIC 9(4).
       01 WS-DECN-MATCH PIC 9(4) VALUE 0.

      * PAYDATES loaded whole for the rewrite.
       01 WS-LINE-COUNT PIC 9(4) VALUE 0.
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY PIC X(24) OCCURS 6000 TIMES.
       01 WS-LINE-INDEX PIC 9(4).
       01 WS-LINE-OVERFLOW PIC X VALUE "N".
       01 WS-OLD-VERSION PIC 9(4) VALUE 1.
       01 WS-NEW-VERSION PIC 9(4) VALUE 0.
       01 WS-LINE-WORK.
           05 WS-LW-KIND PIC X.
           05 FILLER PIC X.
           05 WS-LW-DATE PIC X(8).
           05 FILLER PIC X.
           05 WS-LW-GROUP PIC X(8).
           05 FILLER PIC X.
           05 WS-LW-REGION PIC X(4).
       01 WS-LW-VERSION REDEFINES WS-LINE-WORK.
           05 FILLER PIC X(2).
           05 WS-LW-VERSION-NO PIC X(4).
           05 FILLER PIC X(18).
       01 WS-MOVES-APPLIED PIC 9(4) VALUE 0.
       01 WS-MOVES-UNMATCHED PIC 9(4) VALUE 0.
       01 WS-MOVE-FOUND PIC X.

       01 WS-MAINT-ANSWER PIC X(40).
       01 WS-MAINT-ACTION PIC X(8).
       01 WS-MAINT-DONE PIC X VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 WS-REVIEW-STOP PIC X VALUE "N".
       01 WS-DECISION PIC X.
       01 WS-DECISION-NOTE PIC X(40).
       01 WS-STATUS-TEXT PIC X(9).
       01 WS-MATCH-GROUP PIC X(8).
       01 WS-MATCH-ORIGINAL PIC 9(8).
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-PENDING PIC 9(4) VALUE 0.

      * FILE STATUS catcher for the non-OPTIONAL files.
       01 WS-FILE-STATUS PIC XX VALUE "00".

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       PROCEDURE DIVISION.

       PAYAPPR-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-AUDIT-OPERATOR = LOW-VALUES THEN
               MOVE SPACES TO WS-AUDIT-OPERATOR
           END-IF
           PERFORM LOAD-PROPOSAL-TABLE
           PERFORM LOAD-DECISION-TABLE
           MOVE "N" TO WS-MAINT-DONE
           PERFORM UNTIL MAINT-DONE
               DISPLAY " "
               DISPLAY "PAYDATE PROPOSAL SIGN-OFF"
               DISPLAY "  LIST   - list proposals and decisions"
               DISPLAY "  REVIEW - approve/reject pending proposals"
               DISPLAY "  APPLY  - apply approved moves to PAYDATES"
               DISPLAY "  END    - leave sign-off"
               DISPLAY "Action: " WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
               MOVE WS-MAINT-ANSWER TO WS-MAINT-ACTION
               EVALUATE WS-MAINT-ACTION
                   WHEN "LIST"   PERFORM LIST-PROPOSALS
                   WHEN "REVIEW" PERFORM REVIEW-PROPOSALS
                   WHEN "APPLY"  PERFORM APPLY-APPROVED-MOVES
                   WHEN "END"    SET MAINT-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a sign-off action."
               END-EVALUATE
           END-PERFORM
           GOBACK.
       PAYAPPR-RUN-EXIT.
           EXIT.

       LIST-PROPOSALS.
           IF WS-PROP-COUNT = 0 THEN
               DISPLAY "  (no proposals on PAYPROP)"
           END-IF
           PERFORM VARYING WS-PROP-INDEX FROM 1 BY 1
               UNTIL WS-PROP-INDEX > WS-PROP-COUNT
               PERFORM FIND-PROPOSAL-DECISION
               PERFORM SET-STATUS-TEXT
               DISPLAY "  " WS-PR-GROUP(WS-PROP-INDEX)
                   " " WS-PR-ORIGINAL(WS-PROP-INDEX)
                   " -> " WS-PR-PROPOSED(WS-PROP-INDEX)
                   " " WS-STATUS-TEXT
                   " " FUNCTION TRIM(WS-PR-REASON(WS-PROP-INDEX))
               IF WS-DECN-MATCH > 0 THEN
                   DISPLAY "      BY " WS-DN-OPERATOR(WS-DECN-MATCH)
                       " ON " WS-DN-DECIDED(WS-DECN-MATCH)
                       " NOTE " FUNCTION TRIM(
                           WS-DN-NOTE(WS-DECN-MATCH))
               END-IF
           END-PERFORM.
       LIST-PROPOSALS-EXIT.
           EXIT.

       SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN WS-DECN-MATCH = 0
                   MOVE "PENDING" TO WS-STATUS-TEXT
               WHEN WS-DN-APPLIED(WS-DECN-MATCH) = "Y"
                   MOVE "APPLIED" TO WS-STATUS-TEXT
               WHEN WS-DN-DECISION(WS-DECN-MATCH) = "A"
                   MOVE "APPROVED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "REJECTED" TO WS-STATUS-TEXT
           END-EVALUATE.
       SET-STATUS-TEXT-EXIT.
           EXIT.

      ******************************************************************
      * Walk the proposals with no decision yet. A skipped
      * proposal stays pending; QUIT leaves the rest for later.
      ******************************************************************
       REVIEW-PROPOSALS.
           MOVE 0 TO WS-PENDING
           MOVE "N" TO WS-REVIEW-STOP
           PERFORM VARYING WS-PROP-INDEX FROM 1 BY 1
               UNTIL WS-PROP-INDEX > WS-PROP-COUNT
               OR WS-REVIEW-STOP = "Y"
               PERFORM FIND-PROPOSAL-DECISION
               IF WS-DECN-MATCH = 0 THEN
                   ADD 1 TO WS-PENDING
                   PERFORM REVIEW-ONE-PROPOSAL
               END-IF
           END-PERFORM
           IF WS-PENDING = 0 THEN
               DISPLAY "  No pending proposals."
           END-IF.
       REVIEW-PROPOSALS-EXIT.
           EXIT.

       REVIEW-ONE-PROPOSAL.
           DISPLAY " "
           DISPLAY "  GROUP " WS-PR-GROUP(WS-PROP-INDEX)
               " ORIGINAL " WS-PR-ORIGINAL(WS-PROP-INDEX)
               " PROPOSED " WS-PR-PROPOSED(WS-PROP-INDEX)
           DISPLAY "  REASON "
               FUNCTION TRIM(WS-PR-REASON(WS-PROP-INDEX))
           DISPLAY "Decision (A approve, R reject, S skip, Q quit): "
               WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER(1:1) TO WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "R"
                   DISPLAY "Note: " WITH NO ADVANCING
                   ACCEPT WS-MAINT-ANSWER
                   MOVE WS-MAINT-ANSWER TO WS-DECISION-NOTE
      * A rejection has to say why; an approval may stand on the
      * proposal's own reason.
                   IF WS-DECISION = "R"
                       AND WS-DECISION-NOTE = SPACES THEN
                       DISPLAY "A rejection needs a note -- "
                           "left pending."
                   ELSE
                       PERFORM RECORD-DECISION
                   END-IF
               WHEN "Q"
                   MOVE "Y" TO WS-REVIEW-STOP
               WHEN OTHER
                   DISPLAY "  Skipped, left pending."
           END-EVALUATE.
       REVIEW-ONE-PROPOSAL-EXIT.
           EXIT.

       RECORD-DECISION.
           IF WS-DECN-COUNT >= 500 THEN
               DISPLAY "Decision file is full -- nothing recorded."
           ELSE
               ADD 1 TO WS-DECN-COUNT
               MOVE WS-PR-GROUP(WS-PROP-INDEX)
                   TO WS-DN-GROUP(WS-DECN-COUNT)
               MOVE WS-PR-ORIGINAL(WS-PROP-INDEX)
                   TO WS-DN-ORIGINAL(WS-DECN-COUNT)
               MOVE WS-PR-PROPOSED(WS-PROP-INDEX)
                   TO WS-DN-PROPOSED(WS-DECN-COUNT)
               MOVE WS-DECISION TO WS-DN-DECISION(WS-DECN-COUNT)
               MOVE WS-AUDIT-OPERATOR
                   TO WS-DN-OPERATOR(WS-DECN-COUNT)
               MOVE WS-TODAY TO WS-DN-DECIDED(WS-DECN-COUNT)
               MOVE "N" TO WS-DN-APPLIED(WS-DECN-COUNT)
               MOVE WS-DECISION-NOTE TO WS-DN-NOTE(WS-DECN-COUNT)
               PERFORM SAVE-DECISION-TABLE
               MOVE SPACES TO WS-AUDIT-INPUT
               STRING "GROUP " WS-PR-GROUP(WS-PROP-INDEX)
                   " ORIG " WS-PR-ORIGINAL(WS-PROP-INDEX)
                   " PROP " WS-PR-PROPOSED(WS-PROP-INDEX)
                   DELIMITED BY SIZE INTO WS-AUDIT-INPUT
               MOVE SPACES TO WS-AUDIT-RESULT
               IF WS-DECISION = "A" THEN
                   STRING "APPROVED " WS-DECISION-NOTE
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
                   DISPLAY "  Approved."
               ELSE
                   STRING "REJECTED " WS-DECISION-NOTE
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
                   DISPLAY "  Rejected."
               END-IF
               PERFORM LOG-AUDIT-ENTRY
           END-IF.
       RECORD-DECISION-EXIT.
           EXIT.

       FIND-PROPOSAL-DECISION.
           MOVE WS-PR-GROUP(WS-PROP-INDEX) TO WS-MATCH-GROUP
           MOVE WS-PR-ORIGINAL(WS-PROP-INDEX) TO WS-MATCH-ORIGINAL
           PERFORM FIND-DECISION.
       FIND-PROPOSAL-DECISION-EXIT.
           EXIT.

       FIND-DECISION.
           MOVE 0 TO WS-DECN-MATCH
           PERFORM VARYING WS-DECN-INDEX FROM 1 BY 1
               UNTIL WS-DECN-INDEX > WS-DECN-COUNT
               IF WS-DN-GROUP(WS-DECN-INDEX) = WS-MATCH-GROUP
                   AND WS-DN-ORIGINAL(WS-DECN-INDEX)
                       = WS-MATCH-ORIGINAL THEN
                   MOVE WS-DECN-INDEX TO WS-DECN-MATCH
               END-IF
           END-PERFORM.
       FIND-DECISION-EXIT.
           EXIT.

      ******************************************************************
      * Apply every approved move not yet applied: the extract is
      * loaded whole, each matching group/date "D" row takes its
      * proposed date, and the extract is written back as the next
      * version with the superseded dates appended to PAYSUPR. An
      * approved move whose original date is no longer on the
      * extract (PAYGEN re-run since) is reported, not applied.
      ******************************************************************
       APPLY-APPROVED-MOVES.
           MOVE 0 TO WS-PENDING
           PERFORM VARYING WS-DECN-INDEX FROM 1 BY 1
               UNTIL WS-DECN-INDEX > WS-DECN-COUNT
               IF WS-DN-DECISION(WS-DECN-INDEX) = "A"
                   AND WS-DN-APPLIED(WS-DECN-INDEX) NOT = "Y" THEN
                   ADD 1 TO WS-PENDING
               END-IF
           END-PERFORM
           IF WS-PENDING = 0 THEN
               DISPLAY "  No approved moves waiting to be applied."
           ELSE
               PERFORM LOAD-PAYDATE-TABLE
               IF WS-FILE-STATUS NOT = "00" THEN
                   DISPLAY "PAYDATES OPEN FAILED, STATUS "
                       WS-FILE-STATUS " -- NOTHING APPLIED"
               ELSE
                   IF WS-LINE-OVERFLOW = "Y" THEN
                       DISPLAY "PAYDATES TOO LARGE TO REWRITE "
                           "-- NOTHING APPLIED"
                   ELSE
                       PERFORM APPLY-MOVES-TO-TABLE
                   END-IF
               END-IF
           END-IF.
       APPLY-APPROVED-MOVES-EXIT.
           EXIT.

       APPLY-MOVES-TO-TABLE.
           COMPUTE WS-NEW-VERSION = WS-OLD-VERSION + 1
           MOVE 0 TO WS-MOVES-APPLIED
           MOVE 0 TO WS-MOVES-UNMATCHED
           OPEN EXTEND SUPERSEDED-FILE
           PERFORM VARYING WS-DECN-INDEX FROM 1 BY 1
               UNTIL WS-DECN-INDEX > WS-DECN-COUNT
               IF WS-DN-DECISION(WS-DECN-INDEX) = "A"
                   AND WS-DN-APPLIED(WS-DECN-INDEX) NOT = "Y" THEN
                   PERFORM APPLY-ONE-MOVE
               END-IF
           END-PERFORM
           CLOSE SUPERSEDED-FILE
           IF WS-MOVES-APPLIED > 0 THEN
               PERFORM SAVE-PAYDATE-TABLE
               PERFORM SAVE-DECISION-TABLE
           END-IF
           MOVE SPACES TO WS-AUDIT-INPUT
           STRING "PAYDATES VERSION " WS-NEW-VERSION
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "APPLIED " WS-MOVES-APPLIED
               " NOT ON EXTRACT " WS-MOVES-UNMATCHED
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           PERFORM LOG-AUDIT-ENTRY
           IF WS-MOVES-APPLIED > 0 THEN
               DISPLAY "  " WS-MOVES-APPLIED
                   " move(s) applied -- PAYDATES is now version "
                   WS-NEW-VERSION
           ELSE
               DISPLAY "  Nothing applied -- PAYDATES unchanged."
           END-IF.
       APPLY-MOVES-TO-TABLE-EXIT.
           EXIT.

       APPLY-ONE-MOVE.
           MOVE "N" TO WS-MOVE-FOUND
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-LINE-COUNT
               MOVE WS-LINE-ENTRY(WS-LINE-INDEX) TO WS-LINE-WORK
               IF WS-LW-GROUP = SPACES THEN
                   MOVE "DEFAULT" TO WS-LW-GROUP
               END-IF
               IF WS-LW-KIND = "D"
                   AND WS-LW-DATE IS NUMERIC
                   AND WS-LW-GROUP = WS-DN-GROUP(WS-DECN-INDEX)
                   AND WS-LW-DATE = WS-DN-ORIGINAL(WS-DECN-INDEX)
                   THEN
                   MOVE "Y" TO WS-MOVE-FOUND
                   MOVE WS-DN-PROPOSED(WS-DECN-INDEX) TO WS-LW-DATE
                   MOVE WS-LINE-WORK TO WS-LINE-ENTRY(WS-LINE-INDEX)
               END-IF
           END-PERFORM
           IF WS-MOVE-FOUND = "Y" THEN
               ADD 1 TO WS-MOVES-APPLIED
               MOVE "Y" TO WS-DN-APPLIED(WS-DECN-INDEX)
               MOVE SPACES TO SUPERSEDED-LINE
               STRING "VERSION " WS-NEW-VERSION
                   " GROUP " WS-DN-GROUP(WS-DECN-INDEX)
                   " SUPERSEDED " WS-DN-ORIGINAL(WS-DECN-INDEX)
                   " BY " WS-DN-PROPOSED(WS-DECN-INDEX)
                   " APPLIED " WS-TODAY
                   " OPER " WS-AUDIT-OPERATOR
                   " APPROVED BY " WS-DN-OPERATOR(WS-DECN-INDEX)
                   DELIMITED BY SIZE INTO SUPERSEDED-LINE
               WRITE SUPERSEDED-LINE
           ELSE
               ADD 1 TO WS-MOVES-UNMATCHED
               DISPLAY "  GROUP " WS-DN-GROUP(WS-DECN-INDEX)
                   " DATE " WS-DN-ORIGINAL(WS-DECN-INDEX)
                   " NOT ON PAYDATES -- NOT APPLIED"
           END-IF.
       APPLY-ONE-MOVE-EXIT.
           EXIT.

      * The version row is dropped on load and written fresh on
      * save, so the extract only ever carries one.
       LOAD-PAYDATE-TABLE.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 1 TO WS-OLD-VERSION
           MOVE "N" TO WS-LINE-OVERFLOW
           MOVE "N" TO WS-PAY-EOF
           OPEN INPUT PAYDATE-EXTRACT
           IF WS-FILE-STATUS = "00" THEN
               PERFORM UNTIL PAY-EOF
                   READ PAYDATE-EXTRACT
                       AT END
                           SET PAY-EOF TO TRUE
                       NOT AT END
                           PERFORM KEEP-PAYDATE-LINE
                   END-READ
               END-PERFORM
               CLOSE PAYDATE-EXTRACT
           END-IF.
       LOAD-PAYDATE-TABLE-EXIT.
           EXIT.

       KEEP-PAYDATE-LINE.
           MOVE PAYDATE-EXTRACT-LINE TO WS-LINE-WORK
           IF WS-LW-KIND = "V" THEN
               IF WS-LW-VERSION-NO IS NUMERIC THEN
                   MOVE WS-LW-VERSION-NO TO WS-OLD-VERSION
               END-IF
           ELSE
               IF WS-LINE-COUNT >= 6000 THEN
                   MOVE "Y" TO WS-LINE-OVERFLOW
               ELSE
                   ADD 1 TO WS-LINE-COUNT
                   MOVE PAYDATE-EXTRACT-LINE
                       TO WS-LINE-ENTRY(WS-LINE-COUNT)
               END-IF
           END-IF.
       KEEP-PAYDATE-LINE-EXIT.
           EXIT.

       SAVE-PAYDATE-TABLE.
           OPEN OUTPUT PAYDATE-EXTRACT
           MOVE SPACES TO PAYDATE-EXTRACT-LINE
           STRING "V " WS-NEW-VERSION " " WS-TODAY
               DELIMITED BY SIZE INTO PAYDATE-EXTRACT-LINE
           WRITE PAYDATE-EXTRACT-LINE
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-LINE-COUNT
               MOVE WS-LINE-ENTRY(WS-LINE-INDEX)
                   TO PAYDATE-EXTRACT-LINE
               WRITE PAYDATE-EXTRACT-LINE
           END-PERFORM
           CLOSE PAYDATE-EXTRACT.
       SAVE-PAYDATE-TABLE-EXIT.
           EXIT.

       LOAD-PROPOSAL-TABLE.
           MOVE 0 TO WS-PROP-COUNT
           MOVE "N" TO WS-PROP-EOF
           OPEN INPUT PROPOSAL-FILE
           PERFORM UNTIL PROP-EOF OR WS-PROP-COUNT >= 500
               READ PROPOSAL-FILE
                   AT END
                       SET PROP-EOF TO TRUE
                   NOT AT END
                       IF PP-TAG = "GROUP "
                           AND PP-ORIGINAL IS NUMERIC
                           AND PP-PROPOSED IS NUMERIC THEN
                           ADD 1 TO WS-PROP-COUNT
                           MOVE PP-GROUP TO WS-PR-GROUP(WS-PROP-COUNT)
                           MOVE PP-ORIGINAL
                               TO WS-PR-ORIGINAL(WS-PROP-COUNT)
                           MOVE PP-PROPOSED
                               TO WS-PR-PROPOSED(WS-PROP-COUNT)
                           MOVE PP-REASON
                               TO WS-PR-REASON(WS-PROP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROPOSAL-FILE.
       LOAD-PROPOSAL-TABLE-EXIT.
           EXIT.

       LOAD-DECISION-TABLE.
           MOVE 0 TO WS-DECN-COUNT
           MOVE "N" TO WS-DECN-EOF
           OPEN INPUT DECISION-FILE
           PERFORM UNTIL DECN-EOF OR WS-DECN-COUNT >= 500
               READ DECISION-FILE
                   AT END
                       SET DECN-EOF TO TRUE
                   NOT AT END
                       IF DR-ORIGINAL IS NUMERIC THEN
                           ADD 1 TO WS-DECN-COUNT
                           MOVE DR-GROUP TO WS-DN-GROUP(WS-DECN-COUNT)
                           MOVE DR-ORIGINAL
                               TO WS-DN-ORIGINAL(WS-DECN-COUNT)
                           MOVE DR-PROPOSED
                               TO WS-DN-PROPOSED(WS-DECN-COUNT)
                           MOVE DR-DECISION
                               TO WS-DN-DECISION(WS-DECN-COUNT)
                           MOVE DR-OPERATOR
                               TO WS-DN-OPERATOR(WS-DECN-COUNT)
                           MOVE DR-DECIDED
                               TO WS-DN-DECIDED(WS-DECN-COUNT)
                           MOVE DR-APPLIED
                               TO WS-DN-APPLIED(WS-DECN-COUNT)
                           MOVE DR-NOTE TO WS-DN-NOTE(WS-DECN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DECISION-FILE.
       LOAD-DECISION-TABLE-EXIT.
           EXIT.

       SAVE-DECISION-TABLE.
           OPEN OUTPUT DECISION-FILE
           PERFORM VARYING WS-DECN-INDEX FROM 1 BY 1
               UNTIL WS-DECN-INDEX > WS-DECN-COUNT
      * Same status-71 bug class as the shop's other LINE SEQUENTIAL
      * writes: clear the record's FILLER bytes before filling it.
               MOVE SPACES TO DECISION-RECORD
               MOVE WS-DN-GROUP(WS-DECN-INDEX) TO DR-GROUP
               MOVE WS-DN-ORIGINAL(WS-DECN-INDEX) TO DR-ORIGINAL
               MOVE WS-DN-PROPOSED(WS-DECN-INDEX) TO DR-PROPOSED
               MOVE WS-DN-DECISION(WS-DECN-INDEX) TO DR-DECISION
               MOVE WS-DN-OPERATOR(WS-DECN-INDEX) TO DR-OPERATOR
               MOVE WS-DN-DECIDED(WS-DECN-INDEX) TO DR-DECIDED
               MOVE WS-DN-APPLIED(WS-DECN-INDEX) TO DR-APPLIED
               MOVE WS-DN-NOTE(WS-DECN-INDEX) TO DR-NOTE
               WRITE DECISION-RECORD
           END-PERFORM
           CLOSE DECISION-FILE.
       SAVE-DECISION-TABLE-EXIT.
           EXIT.

      ******************************************************************
      * One audit line per decision or apply, stamped with the
      * signed-on operator who made it.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "PAYAPPR" TO WS-AUDIT-PROGRAM
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
       END PROGRAM PAYAPPR.
