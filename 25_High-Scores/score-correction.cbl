      ******************************************************************
      * SCORCORR: score correction requests and their sign-off. A
      * score pushed wrong -- the wrong player at the keyboard, or
      * a miskeyed dice set -- could only be fixed by hand-editing
      * SCOREFILE, and MSTVRFY and YACHTREC then flagged the edit
      * for good. An operator now FILEs a correction here naming
      * the player, the game id, the score as pushed and the score
      * it should be, with a reason; an old score of 000 asks for
      * a push that never landed on this player to be added, a new
      * score of 000 for one that should not be there to be voided
      * (a game pushed under the wrong player takes one of each).
      *
      * A supervisor works the pending requests under REVIEW: the
      * operator's OPERFILE class must be among CORR-APPROVE-CLASSES
      * (PARMFILE, default "S"), and nobody signs off a request
      * they filed themselves. An approval is applied there and
      * then through SCORESVC -- the player's packed row, and their
      * LEADERFL row when they have one -- with a "C" adjustment row
      * appended to PUSHLOG and a trend line to HISTFILE, so the
      * masters still reconcile: YACHTREC and the PUSHLOG readers
      * fold the adjustment rows in. A request whose old score is
      * no longer on SCOREFILE stays pending for another look.
      * CORRFILE keeps every request, and every filing, decision
      * and refusal lands on the audit trail under the acting
      * operator.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORCORR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CORRECTION-FILE ASSIGN TO "CORRFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PUSH-LOG ASSIGN TO "PUSHLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * One row per correction request: "P" pending, "A" approved
      * and applied, "R" rejected; who filed it and when, who
      * decided it and when, the filer's reason and the
      * supervisor's note.
       FD CORRECTION-FILE.
       01 CORRECTION-RECORD.
           05 CR-NUMBER PIC 9(6).
           05 FILLER PIC X.
           05 CR-PLAYER PIC X(20).
           05 FILLER PIC X.
           05 CR-GAME-ID PIC X(12).
           05 FILLER PIC X.
           05 CR-OLD-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 CR-NEW-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 CR-STATUS PIC X.
           05 FILLER PIC X.
           05 CR-FILED-BY PIC X(8).
           05 FILLER PIC X.
           05 CR-FILED PIC 9(8).
           05 FILLER PIC X.
           05 CR-DECIDED-BY PIC X(8).
           05 FILLER PIC X.
           05 CR-DECIDED PIC 9(8).
           05 FILLER PIC X.
           05 CR-REASON PIC X(40).
           05 FILLER PIC X.
           05 CR-NOTE PIC X(40).

      * Layout as YACHT-PROGRAM's RECORD-PUSH-LOG writes it, with
      * the correction fields this program fills.
       FD PUSH-LOG.
       01 PUSH-LOG-RECORD.
           05 PL-PLAYER PIC X(20).
           05 PL-GAME-ID PIC X(12).
           05 PL-TOTAL PIC 9(3).
           05 PL-ADVISED PIC X.
           05 PL-VARIANT PIC X(8).
           05 PL-ENTRY-KIND PIC X.
           05 PL-PRIOR-TOTAL PIC 9(3).
           05 PL-CORRECTION-NO PIC 9(6).

      * Lines as high-scores' LOG-HISTORY-ENTRY writes them; the
      * correction is noted in the free tail of the line.
       FD HISTORY-FILE.
       01 HISTORY-LINE PIC X(80).

      * Layout as SUITE-MENU and OPERMNT read it.
       FD OPERATOR-FILE.
       01 OPERATOR-FILE-RECORD.
           05 OP-ID PIC X(8).
           05 FILLER PIC X.
           05 OP-CLASS PIC X.
           05 FILLER PIC X.
           05 OP-STATUS PIC X.

       WORKING-STORAGE SECTION.
       01 WS-CORR-EOF PIC X VALUE "N".
           88 CORR-EOF VALUE "Y".
       01 WS-PUSH-EOF PIC X VALUE "N".
           88 PUSH-EOF VALUE "Y".
       01 WS-OPR-EOF PIC X VALUE "N".
           88 OPR-EOF VALUE "Y".

      * CORRFILE loaded whole and rewritten after every change.
       01 WS-CORR-COUNT PIC 9(4) VALUE 0.
       01 WS-CORR-TABLE.
           05 WS-CORR-ENTRY OCCURS 500 TIMES.
               10 WS-CO-NUMBER PIC 9(6).
               10 WS-CO-PLAYER PIC X(20).
               10 WS-CO-GAME-ID PIC X(12).
               10 WS-CO-OLD-SCORE PIC 9(3).
               10 WS-CO-NEW-SCORE PIC 9(3).
               10 WS-CO-STATUS PIC X.
               10 WS-CO-FILED-BY PIC X(8).
               10 WS-CO-FILED PIC 9(8).
               10 WS-CO-DECIDED-BY PIC X(8).
               10 WS-CO-DECIDED PIC 9(8).
               10 WS-CO-REASON PIC X(40).
               10 WS-CO-NOTE PIC X(40).
       01 WS-CORR-INDEX PIC 9(4).
      * The save has its own subscript: it runs in the middle of the
      * REVIEW walk over WS-CORR-INDEX.
       01 WS-SAVE-INDEX PIC 9(4).
       01 WS-LAST-NUMBER PIC 9(6) VALUE 0.

      * Who is acting, and whether their class may sign off.
       01 WS-OPERATOR-COUNT PIC 99 VALUE 0.
       01 WS-ACTING-CLASS PIC X VALUE SPACE.
       01 WS-APPROVE-CLASSES PIC X(8) VALUE "S".
       01 WS-CLASS-SCAN PIC 9.
       01 WS-MAY-APPROVE PIC X VALUE "N".
           88 MAY-APPROVE VALUE "Y".

      * The request being filed.
       01 WS-NEW-PLAYER PIC X(20).
       01 WS-NEW-GAME-ID PIC X(12).
       01 WS-NEW-OLD-SCORE PIC 9(3).
       01 WS-NEW-NEW-SCORE PIC 9(3).
       01 WS-NEW-REASON PIC X(40).
       01 WS-SCORE-OK PIC X.
       01 WS-FILE-REFUSAL PIC X(50).

      * PUSHLOG as it stands for one player and game: the total
      * after every correction row, and the original push's
      * advisor flag and variant for the adjustment row.
       01 WS-PUSH-FOUND PIC X VALUE "N".
           88 PUSH-ON-LOG VALUE "Y".
       01 WS-PUSH-TOTAL PIC 9(3) VALUE 0.
       01 WS-PUSH-ADVISED PIC X VALUE SPACE.
       01 WS-PUSH-VARIANT PIC X(8) VALUE SPACES.
       01 WS-MATCH-PLAYER PIC X(20).
       01 WS-MATCH-GAME-ID PIC X(12).

      * The player's packed row, worked on between SCORESVC's READ
      * and WRITE.
       01 WS-PACKED-SCORES.
           05 WS-PACKED-SCORE PIC X(3) OCCURS 200 TIMES.
       01 WS-ROW-COUNT PIC 999 VALUE 0.
       01 WS-SLOT-IX PIC 999.
       01 WS-SLOT-MATCH PIC 999 VALUE 0.
       01 WS-ONE-SCORE PIC 9(3).
       01 WS-ROW-LATEST PIC 9(3) VALUE 0.
       01 WS-ROW-BEST PIC 9(3) VALUE 0.
       01 WS-APPLY-OK PIC X VALUE "N".
           88 APPLY-OK VALUE "Y".
       01 WS-APPLY-FAILURE PIC X(40).

      * Keyed-record request block, serviced by SCORESVC.
       01 WS-SCORE-SVC-REQUEST.
           05 WS-SVC-ACTION PIC X(8).
           05 WS-SVC-FILE-ID PIC X(8).
           05 WS-SVC-PLAYER-ID PIC X(20).
           05 WS-SVC-NEW-SCORE PIC 999.
           05 WS-SVC-SCORE-COUNT PIC 999.
           05 WS-SVC-SCORES-PACKED PIC X(600).
           05 WS-SVC-LATEST PIC 999.
           05 WS-SVC-BEST PIC 999.
           05 WS-SVC-RESULT PIC 9.
           05 WS-SVC-GAME-ID PIC X(12).
           05 WS-SVC-VARIANT PIC X(8).
           05 WS-SVC-ADVISED PIC X.

       01 WS-MAINT-ANSWER PIC X(40).
       01 WS-MAINT-ACTION PIC X(8).
       01 WS-MAINT-DONE PIC X VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 WS-REVIEW-STOP PIC X VALUE "N".
       01 WS-DECISION PIC X.
       01 WS-DECISION-NOTE PIC X(40).
       01 WS-STATUS-TEXT PIC X(8).
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-PENDING PIC 9(4) VALUE 0.

      * Shop parameter lookup request block, serviced by PARMSVC.
       01 WS-PARM-REQUEST.
           05 WS-PARM-KEYWORD PIC X(20).
           05 WS-PARM-VALUE PIC X(20).
           05 WS-PARM-FOUND PIC X.

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       PROCEDURE DIVISION.

       SCORCORR-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-AUDIT-OPERATOR = LOW-VALUES THEN
               MOVE SPACES TO WS-AUDIT-OPERATOR
           END-IF
           PERFORM LOAD-ACTING-CLASS
           PERFORM LOAD-CORRECTION-TABLE
           MOVE "N" TO WS-MAINT-DONE
           PERFORM UNTIL MAINT-DONE
               DISPLAY " "
               DISPLAY "SCORE CORRECTION REQUESTS"
               DISPLAY "  LIST   - list correction requests"
               DISPLAY "  FILE   - file a correction request"
               DISPLAY "  REVIEW - approve/reject pending requests"
               DISPLAY "  END    - leave corrections"
               DISPLAY "Action: " WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
               MOVE WS-MAINT-ANSWER TO WS-MAINT-ACTION
               EVALUATE WS-MAINT-ACTION
                   WHEN "LIST"   PERFORM LIST-CORRECTIONS
                   WHEN "FILE"   PERFORM FILE-CORRECTION
                   WHEN "REVIEW" PERFORM REVIEW-CORRECTIONS
                   WHEN "END"    SET MAINT-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a correction action."
               END-EVALUATE
           END-PERFORM
           GOBACK.
       SCORCORR-RUN-EXIT.
           EXIT.

      ******************************************************************
      * The acting operator's class off OPERFILE, and whether it is
      * one CORR-APPROVE-CLASSES names. With no OPERFILE the suite
      * runs open, as the menu's sign-on does, and so does this.
      ******************************************************************
       LOAD-ACTING-CLASS.
           MOVE "CORR-APPROVE-CLASSES" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND WS-PARM-VALUE NOT = SPACES THEN
               MOVE WS-PARM-VALUE(1:8) TO WS-APPROVE-CLASSES
           END-IF
           MOVE 0 TO WS-OPERATOR-COUNT
           MOVE SPACE TO WS-ACTING-CLASS
           MOVE "N" TO WS-OPR-EOF
           OPEN INPUT OPERATOR-FILE
           PERFORM UNTIL OPR-EOF
               READ OPERATOR-FILE
                   AT END
                       SET OPR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-OPERATOR-COUNT
                       IF OP-ID = WS-AUDIT-OPERATOR THEN
                           MOVE OP-CLASS TO WS-ACTING-CLASS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           MOVE "N" TO WS-MAY-APPROVE
           IF WS-OPERATOR-COUNT = 0 THEN
               SET MAY-APPROVE TO TRUE
           ELSE
               PERFORM VARYING WS-CLASS-SCAN FROM 1 BY 1
                   UNTIL WS-CLASS-SCAN > 8
                   IF WS-APPROVE-CLASSES(WS-CLASS-SCAN:1)
                       = WS-ACTING-CLASS
                       AND WS-ACTING-CLASS NOT = SPACE THEN
                       SET MAY-APPROVE TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
       LOAD-ACTING-CLASS-EXIT.
           EXIT.

       LIST-CORRECTIONS.
           IF WS-CORR-COUNT = 0 THEN
               DISPLAY "  (no correction requests on CORRFILE)"
           END-IF
           PERFORM VARYING WS-CORR-INDEX FROM 1 BY 1
               UNTIL WS-CORR-INDEX > WS-CORR-COUNT
               PERFORM SET-STATUS-TEXT
               DISPLAY "  " WS-CO-NUMBER(WS-CORR-INDEX)
                   " " WS-CO-PLAYER(WS-CORR-INDEX)
                   " GAME " WS-CO-GAME-ID(WS-CORR-INDEX)
                   " " WS-CO-OLD-SCORE(WS-CORR-INDEX)
                   " -> " WS-CO-NEW-SCORE(WS-CORR-INDEX)
                   " " WS-STATUS-TEXT
               DISPLAY "      FILED BY " WS-CO-FILED-BY(WS-CORR-INDEX)
                   " ON " WS-CO-FILED(WS-CORR-INDEX)
                   " REASON "
                   FUNCTION TRIM(WS-CO-REASON(WS-CORR-INDEX))
               IF WS-CO-STATUS(WS-CORR-INDEX) NOT = "P" THEN
                   DISPLAY "      BY "
                       WS-CO-DECIDED-BY(WS-CORR-INDEX)
                       " ON " WS-CO-DECIDED(WS-CORR-INDEX)
                       " NOTE " FUNCTION TRIM(
                           WS-CO-NOTE(WS-CORR-INDEX))
               END-IF
           END-PERFORM.
       LIST-CORRECTIONS-EXIT.
           EXIT.

       SET-STATUS-TEXT.
           EVALUATE WS-CO-STATUS(WS-CORR-INDEX)
               WHEN "A"
                   MOVE "APPLIED" TO WS-STATUS-TEXT
               WHEN "R"
                   MOVE "REJECTED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "PENDING" TO WS-STATUS-TEXT
           END-EVALUATE.
       SET-STATUS-TEXT-EXIT.
           EXIT.

      ******************************************************************
      * File a request. It has to make sense against the masters as
      * they stand: an old score must be on the player's SCOREFILE
      * row, and where PUSHLOG carries the game for the player its
      * total must be the old score (a game PUSHLOG already has
      * cannot be "added"). A push from before game ids has no
      * PUSHLOG row and is taken on SCOREFILE's word.
      ******************************************************************
       FILE-CORRECTION.
           MOVE SPACES TO WS-FILE-REFUSAL
           DISPLAY "Player id: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER TO WS-NEW-PLAYER
           DISPLAY "Game id: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER TO WS-NEW-GAME-ID
           DISPLAY "Score as pushed (000 if never pushed): "
               WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           PERFORM EDIT-SCORE-ANSWER
           MOVE WS-ONE-SCORE TO WS-NEW-OLD-SCORE
           IF WS-SCORE-OK = "N" THEN
               MOVE "SCORE AS PUSHED MUST BE 0-999"
                   TO WS-FILE-REFUSAL
           END-IF
           DISPLAY "Correct score (000 to void the push): "
               WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           PERFORM EDIT-SCORE-ANSWER
           MOVE WS-ONE-SCORE TO WS-NEW-NEW-SCORE
           IF WS-SCORE-OK = "N" THEN
               MOVE "CORRECT SCORE MUST BE 0-999" TO WS-FILE-REFUSAL
           END-IF
           DISPLAY "Reason: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER TO WS-NEW-REASON
           IF WS-FILE-REFUSAL = SPACES THEN
               PERFORM CHECK-NEW-CORRECTION
           END-IF
           MOVE SPACES TO WS-AUDIT-INPUT
           STRING "FILE " WS-NEW-PLAYER
               " GAME " WS-NEW-GAME-ID
               " " WS-NEW-OLD-SCORE ">" WS-NEW-NEW-SCORE
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           IF WS-FILE-REFUSAL NOT = SPACES THEN
               DISPLAY "  Not filed: " FUNCTION TRIM(WS-FILE-REFUSAL)
               STRING "REFUSED " WS-FILE-REFUSAL
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           ELSE
               PERFORM RECORD-NEW-CORRECTION
               DISPLAY "  Filed as request "
                   WS-CO-NUMBER(WS-CORR-COUNT)
                   " -- pending supervisor sign-off."
               STRING "FILED AS " WS-CO-NUMBER(WS-CORR-COUNT)
                   " " WS-NEW-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           END-IF
           PERFORM LOG-AUDIT-ENTRY.
       FILE-CORRECTION-EXIT.
           EXIT.

       EDIT-SCORE-ANSWER.
           MOVE "N" TO WS-SCORE-OK
           MOVE 0 TO WS-ONE-SCORE
           IF WS-MAINT-ANSWER NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-MAINT-ANSWER) = 0 THEN
               IF FUNCTION NUMVAL(WS-MAINT-ANSWER) >= 0
                   AND FUNCTION NUMVAL(WS-MAINT-ANSWER) <= 999
                   AND FUNCTION NUMVAL(WS-MAINT-ANSWER)
                       = FUNCTION INTEGER(
                           FUNCTION NUMVAL(WS-MAINT-ANSWER)) THEN
                   COMPUTE WS-ONE-SCORE
                       = FUNCTION NUMVAL(WS-MAINT-ANSWER)
                   MOVE "Y" TO WS-SCORE-OK
               END-IF
           END-IF.
       EDIT-SCORE-ANSWER-EXIT.
           EXIT.

       CHECK-NEW-CORRECTION.
           EVALUATE TRUE
               WHEN WS-NEW-PLAYER = SPACES
                   MOVE "NO PLAYER ID" TO WS-FILE-REFUSAL
               WHEN WS-NEW-GAME-ID = SPACES
                   MOVE "NO GAME ID" TO WS-FILE-REFUSAL
               WHEN WS-NEW-OLD-SCORE = WS-NEW-NEW-SCORE
                   MOVE "OLD AND CORRECT SCORES ARE THE SAME"
                       TO WS-FILE-REFUSAL
               WHEN WS-NEW-REASON = SPACES
                   MOVE "A CORRECTION NEEDS A REASON"
                       TO WS-FILE-REFUSAL
               WHEN WS-CORR-COUNT >= 500
                   MOVE "CORRFILE IS FULL" TO WS-FILE-REFUSAL
           END-EVALUATE
           IF WS-FILE-REFUSAL = SPACES THEN
               PERFORM VARYING WS-CORR-INDEX FROM 1 BY 1
                   UNTIL WS-CORR-INDEX > WS-CORR-COUNT
                   IF WS-CO-STATUS(WS-CORR-INDEX) = "P"
                       AND WS-CO-PLAYER(WS-CORR-INDEX)
                           = WS-NEW-PLAYER
                       AND WS-CO-GAME-ID(WS-CORR-INDEX)
                           = WS-NEW-GAME-ID THEN
                       MOVE "A REQUEST FOR THIS GAME IS PENDING"
                           TO WS-FILE-REFUSAL
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FILE-REFUSAL = SPACES THEN
               MOVE WS-NEW-PLAYER TO WS-MATCH-PLAYER
               MOVE WS-NEW-GAME-ID TO WS-MATCH-GAME-ID
               PERFORM FIND-PUSH-TOTAL
               EVALUATE TRUE
                   WHEN PUSH-ON-LOG
                       AND WS-PUSH-TOTAL NOT = WS-NEW-OLD-SCORE
                       MOVE SPACES TO WS-FILE-REFUSAL
                       STRING "PUSHLOG HAS " WS-PUSH-TOTAL
                           " FOR THAT GAME"
                           DELIMITED BY SIZE INTO WS-FILE-REFUSAL
                   WHEN WS-NEW-OLD-SCORE > 0
                       PERFORM READ-PLAYER-ROW
                       PERFORM FIND-OLD-SCORE-SLOT
                       IF WS-SLOT-MATCH = 0 THEN
                           MOVE "SCORE AS PUSHED IS NOT ON SCOREFILE"
                               TO WS-FILE-REFUSAL
                       END-IF
               END-EVALUATE
           END-IF.
       CHECK-NEW-CORRECTION-EXIT.
           EXIT.

       RECORD-NEW-CORRECTION.
           ADD 1 TO WS-CORR-COUNT
           ADD 1 TO WS-LAST-NUMBER
           MOVE WS-LAST-NUMBER TO WS-CO-NUMBER(WS-CORR-COUNT)
           MOVE WS-NEW-PLAYER TO WS-CO-PLAYER(WS-CORR-COUNT)
           MOVE WS-NEW-GAME-ID TO WS-CO-GAME-ID(WS-CORR-COUNT)
           MOVE WS-NEW-OLD-SCORE TO WS-CO-OLD-SCORE(WS-CORR-COUNT)
           MOVE WS-NEW-NEW-SCORE TO WS-CO-NEW-SCORE(WS-CORR-COUNT)
           MOVE "P" TO WS-CO-STATUS(WS-CORR-COUNT)
           MOVE WS-AUDIT-OPERATOR TO WS-CO-FILED-BY(WS-CORR-COUNT)
           MOVE WS-TODAY TO WS-CO-FILED(WS-CORR-COUNT)
           MOVE SPACES TO WS-CO-DECIDED-BY(WS-CORR-COUNT)
           MOVE 0 TO WS-CO-DECIDED(WS-CORR-COUNT)
           MOVE WS-NEW-REASON TO WS-CO-REASON(WS-CORR-COUNT)
           MOVE SPACES TO WS-CO-NOTE(WS-CORR-COUNT)
           PERFORM SAVE-CORRECTION-TABLE.
       RECORD-NEW-CORRECTION-EXIT.
           EXIT.

      ******************************************************************
      * Walk the pending requests. Only a supervisor class gets in,
      * and a supervisor's own filings are passed over; a skipped
      * request stays pending, QUIT leaves the rest for later.
      ******************************************************************
       REVIEW-CORRECTIONS.
           IF NOT MAY-APPROVE THEN
               DISPLAY "OPERATOR CLASS " WS-ACTING-CLASS
                   " IS NOT CLEARED TO SIGN OFF CORRECTIONS"
               MOVE "REVIEW" TO WS-AUDIT-INPUT
               MOVE SPACES TO WS-AUDIT-RESULT
               STRING "REFUSED CLASS " WS-ACTING-CLASS
                   " NOT IN " WS-APPROVE-CLASSES
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               PERFORM LOG-AUDIT-ENTRY
           ELSE
               MOVE 0 TO WS-PENDING
               MOVE "N" TO WS-REVIEW-STOP
               PERFORM VARYING WS-CORR-INDEX FROM 1 BY 1
                   UNTIL WS-CORR-INDEX > WS-CORR-COUNT
                   OR WS-REVIEW-STOP = "Y"
                   IF WS-CO-STATUS(WS-CORR-INDEX) = "P" THEN
                       ADD 1 TO WS-PENDING
                       PERFORM REVIEW-ONE-CORRECTION
                   END-IF
               END-PERFORM
               IF WS-PENDING = 0 THEN
                   DISPLAY "  No pending correction requests."
               END-IF
           END-IF.
       REVIEW-CORRECTIONS-EXIT.
           EXIT.

       REVIEW-ONE-CORRECTION.
           DISPLAY " "
           DISPLAY "  REQUEST " WS-CO-NUMBER(WS-CORR-INDEX)
               " PLAYER " WS-CO-PLAYER(WS-CORR-INDEX)
               " GAME " WS-CO-GAME-ID(WS-CORR-INDEX)
           DISPLAY "  SCORE " WS-CO-OLD-SCORE(WS-CORR-INDEX)
               " -> " WS-CO-NEW-SCORE(WS-CORR-INDEX)
               " FILED BY " WS-CO-FILED-BY(WS-CORR-INDEX)
               " ON " WS-CO-FILED(WS-CORR-INDEX)
           DISPLAY "  REASON "
               FUNCTION TRIM(WS-CO-REASON(WS-CORR-INDEX))
           IF WS-CO-FILED-BY(WS-CORR-INDEX) = WS-AUDIT-OPERATOR
               AND WS-OPERATOR-COUNT > 0 THEN
               DISPLAY "  Filed by you -- another supervisor "
                   "must sign it off."
           ELSE
               DISPLAY "Decision (A approve, R reject, S skip, "
                   "Q quit): " WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
               MOVE WS-MAINT-ANSWER(1:1) TO WS-DECISION
               EVALUATE WS-DECISION
                   WHEN "A"
                   WHEN "R"
                       DISPLAY "Note: " WITH NO ADVANCING
                       ACCEPT WS-MAINT-ANSWER
                       MOVE WS-MAINT-ANSWER TO WS-DECISION-NOTE
      * A rejection has to say why; an approval may stand on the
      * filer's own reason.
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
               END-EVALUATE
           END-IF.
       REVIEW-ONE-CORRECTION-EXIT.
           EXIT.

       RECORD-DECISION.
           MOVE SPACES TO WS-AUDIT-INPUT
           STRING "REQUEST " WS-CO-NUMBER(WS-CORR-INDEX)
               " " WS-CO-PLAYER(WS-CORR-INDEX)
               " " WS-CO-OLD-SCORE(WS-CORR-INDEX)
               ">" WS-CO-NEW-SCORE(WS-CORR-INDEX)
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           IF WS-DECISION = "R" THEN
               MOVE "R" TO WS-CO-STATUS(WS-CORR-INDEX)
               PERFORM STAMP-DECISION
               STRING "REJECTED " WS-DECISION-NOTE
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               DISPLAY "  Rejected."
           ELSE
               PERFORM APPLY-CORRECTION
               IF APPLY-OK THEN
                   MOVE "A" TO WS-CO-STATUS(WS-CORR-INDEX)
                   PERFORM STAMP-DECISION
                   STRING "APPROVED+APPLIED " WS-DECISION-NOTE
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
                   DISPLAY "  Approved and applied -- SCOREFILE "
                       "now holds " WS-ROW-COUNT " score(s) for "
                       FUNCTION TRIM(WS-CO-PLAYER(WS-CORR-INDEX))
               ELSE
                   STRING "NOT APPLIED " WS-APPLY-FAILURE
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
                   DISPLAY "  Not applied: "
                       FUNCTION TRIM(WS-APPLY-FAILURE)
                       " -- left pending."
               END-IF
           END-IF
           PERFORM LOG-AUDIT-ENTRY.
       RECORD-DECISION-EXIT.
           EXIT.

       STAMP-DECISION.
           MOVE WS-AUDIT-OPERATOR TO WS-CO-DECIDED-BY(WS-CORR-INDEX)
           MOVE WS-TODAY TO WS-CO-DECIDED(WS-CORR-INDEX)
           MOVE WS-DECISION-NOTE TO WS-CO-NOTE(WS-CORR-INDEX)
           PERFORM SAVE-CORRECTION-TABLE.
       STAMP-DECISION-EXIT.
           EXIT.

      ******************************************************************
      * Apply an approved correction through SCORESVC. The old
      * score's most recent slot on the packed row takes the new
      * score, or comes out of the row for a void; an add goes on
      * through ADDAPPRV, ADDSCORE's append without the incoming-
      * score screen. The player's LEADERFL row,
      * when there is one, is restated from the corrected row the
      * way HIGH-SCORES figures it (latest non-zero score, best
      * score), and the adjustment rows follow on PUSHLOG and
      * HISTFILE.
      ******************************************************************
       APPLY-CORRECTION.
           MOVE "N" TO WS-APPLY-OK
           MOVE SPACES TO WS-APPLY-FAILURE
           MOVE WS-CO-PLAYER(WS-CORR-INDEX) TO WS-MATCH-PLAYER
           MOVE WS-CO-GAME-ID(WS-CORR-INDEX) TO WS-MATCH-GAME-ID
           MOVE WS-CO-OLD-SCORE(WS-CORR-INDEX) TO WS-NEW-OLD-SCORE
           MOVE WS-CO-NEW-SCORE(WS-CORR-INDEX) TO WS-NEW-NEW-SCORE
      * A supervisor has already signed the add off: it posts past
      * SCORESVC's incoming-score screen.
           IF WS-NEW-OLD-SCORE = 0 THEN
               MOVE "ADDAPPRV" TO WS-SVC-ACTION
               MOVE "SCORE" TO WS-SVC-FILE-ID
               MOVE WS-MATCH-PLAYER TO WS-SVC-PLAYER-ID
               MOVE WS-NEW-NEW-SCORE TO WS-SVC-NEW-SCORE
               MOVE WS-MATCH-GAME-ID TO WS-SVC-GAME-ID
               MOVE SPACES TO WS-SVC-VARIANT
               MOVE SPACE TO WS-SVC-ADVISED
               CALL "SCORESVC" USING WS-SCORE-SVC-REQUEST
           ELSE
               PERFORM READ-PLAYER-ROW
               PERFORM FIND-OLD-SCORE-SLOT
               IF WS-SLOT-MATCH = 0 THEN
                   MOVE "SCORE AS PUSHED NO LONGER ON SCOREFILE"
                       TO WS-APPLY-FAILURE
               ELSE
                   IF WS-NEW-NEW-SCORE > 0 THEN
                       MOVE WS-NEW-NEW-SCORE
                           TO WS-PACKED-SCORE(WS-SLOT-MATCH)
                   ELSE
                       PERFORM DROP-OLD-SCORE-SLOT
                   END-IF
                   MOVE "WRITE" TO WS-SVC-ACTION
                   MOVE "SCORE" TO WS-SVC-FILE-ID
                   MOVE WS-MATCH-PLAYER TO WS-SVC-PLAYER-ID
                   MOVE WS-ROW-COUNT TO WS-SVC-SCORE-COUNT
                   MOVE WS-PACKED-SCORES TO WS-SVC-SCORES-PACKED
                   CALL "SCORESVC" USING WS-SCORE-SVC-REQUEST
               END-IF
           END-IF
           IF WS-APPLY-FAILURE = SPACES THEN
               EVALUATE WS-SVC-RESULT
                   WHEN 0
                       SET APPLY-OK TO TRUE
                   WHEN 3
                       MOVE "SCOREFILE BUSY" TO WS-APPLY-FAILURE
                   WHEN OTHER
                       MOVE "SCOREFILE FULL" TO WS-APPLY-FAILURE
               END-EVALUATE
           END-IF
           IF APPLY-OK THEN
               MOVE WS-SVC-SCORE-COUNT TO WS-ROW-COUNT
               MOVE WS-SVC-SCORES-PACKED TO WS-PACKED-SCORES
               PERFORM FIGURE-ROW-STANDING
               PERFORM RESTATE-LEADER-ROW
               PERFORM APPEND-PUSH-ADJUSTMENT
               PERFORM APPEND-HISTORY-ADJUSTMENT
           END-IF.
       APPLY-CORRECTION-EXIT.
           EXIT.

       READ-PLAYER-ROW.
           MOVE "READ" TO WS-SVC-ACTION
           MOVE "SCORE" TO WS-SVC-FILE-ID
           MOVE WS-MATCH-PLAYER TO WS-SVC-PLAYER-ID
           CALL "SCORESVC" USING WS-SCORE-SVC-REQUEST
           MOVE WS-SVC-SCORE-COUNT TO WS-ROW-COUNT
           MOVE WS-SVC-SCORES-PACKED TO WS-PACKED-SCORES.
       READ-PLAYER-ROW-EXIT.
           EXIT.

      * The most recent slot holding the old score.
       FIND-OLD-SCORE-SLOT.
           MOVE 0 TO WS-SLOT-MATCH
           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
               UNTIL WS-SLOT-IX > WS-ROW-COUNT
               IF WS-PACKED-SCORE(WS-SLOT-IX) IS NUMERIC THEN
                   MOVE WS-PACKED-SCORE(WS-SLOT-IX) TO WS-ONE-SCORE
                   IF WS-ONE-SCORE = WS-NEW-OLD-SCORE THEN
                       MOVE WS-SLOT-IX TO WS-SLOT-MATCH
                   END-IF
               END-IF
           END-PERFORM.
       FIND-OLD-SCORE-SLOT-EXIT.
           EXIT.

       DROP-OLD-SCORE-SLOT.
           PERFORM VARYING WS-SLOT-IX FROM WS-SLOT-MATCH BY 1
               UNTIL WS-SLOT-IX >= WS-ROW-COUNT
               MOVE WS-PACKED-SCORE(WS-SLOT-IX + 1)
                   TO WS-PACKED-SCORE(WS-SLOT-IX)
           END-PERFORM
           MOVE SPACES TO WS-PACKED-SCORE(WS-ROW-COUNT)
           SUBTRACT 1 FROM WS-ROW-COUNT.
       DROP-OLD-SCORE-SLOT-EXIT.
           EXIT.

       FIGURE-ROW-STANDING.
           MOVE 0 TO WS-ROW-LATEST
           MOVE 0 TO WS-ROW-BEST
           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
               UNTIL WS-SLOT-IX > WS-ROW-COUNT
               IF WS-PACKED-SCORE(WS-SLOT-IX) IS NUMERIC THEN
                   MOVE WS-PACKED-SCORE(WS-SLOT-IX) TO WS-ONE-SCORE
                   IF WS-ONE-SCORE > 0 THEN
                       MOVE WS-ONE-SCORE TO WS-ROW-LATEST
                   END-IF
                   IF WS-ONE-SCORE > WS-ROW-BEST THEN
                       MOVE WS-ONE-SCORE TO WS-ROW-BEST
                   END-IF
               END-IF
           END-PERFORM.
       FIGURE-ROW-STANDING-EXIT.
           EXIT.

      * A player HIGH-SCORES has never boarded keeps no LEADERFL
      * row; the correction does not start one.
       RESTATE-LEADER-ROW.
           MOVE "READ" TO WS-SVC-ACTION
           MOVE "LEADER" TO WS-SVC-FILE-ID
           MOVE WS-MATCH-PLAYER TO WS-SVC-PLAYER-ID
           CALL "SCORESVC" USING WS-SCORE-SVC-REQUEST
           IF WS-SVC-RESULT = 0 THEN
               MOVE "WRITE" TO WS-SVC-ACTION
               MOVE WS-ROW-LATEST TO WS-SVC-LATEST
               MOVE WS-ROW-BEST TO WS-SVC-BEST
               CALL "SCORESVC" USING WS-SCORE-SVC-REQUEST
               IF WS-SVC-RESULT NOT = 0 THEN
                   DISPLAY "  LEADERFL BUSY -- "
                       FUNCTION TRIM(WS-MATCH-PLAYER)
                       "'S BOARD ROW RESTATES ON THEIR NEXT RUN"
               END-IF
           END-IF.
       RESTATE-LEADER-ROW-EXIT.
           EXIT.

      ******************************************************************
      * PUSHLOG as it stands for WS-MATCH-PLAYER's WS-MATCH-GAME-ID:
      * a push, then each correction row in turn restating its total
      * (a void, 000, takes the game off the player again). The
      * game's advisor flag and variant come off whichever player's
      * push carries them.
      ******************************************************************
       FIND-PUSH-TOTAL.
           MOVE "N" TO WS-PUSH-FOUND
           MOVE 0 TO WS-PUSH-TOTAL
           MOVE SPACE TO WS-PUSH-ADVISED
           MOVE SPACES TO WS-PUSH-VARIANT
           MOVE "N" TO WS-PUSH-EOF
           OPEN INPUT PUSH-LOG
           PERFORM UNTIL PUSH-EOF
               READ PUSH-LOG
                   AT END
                       SET PUSH-EOF TO TRUE
                   NOT AT END
                       IF PL-GAME-ID = WS-MATCH-GAME-ID
                           AND PL-ENTRY-KIND NOT = "C" THEN
                           MOVE PL-ADVISED TO WS-PUSH-ADVISED
                           MOVE PL-VARIANT TO WS-PUSH-VARIANT
                       END-IF
                       IF PL-PLAYER = WS-MATCH-PLAYER
                           AND PL-GAME-ID = WS-MATCH-GAME-ID
                           AND PL-TOTAL IS NUMERIC THEN
                           PERFORM FOLD-PUSH-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PUSH-LOG.
       FIND-PUSH-TOTAL-EXIT.
           EXIT.

       FOLD-PUSH-ROW.
           MOVE PL-TOTAL TO WS-PUSH-TOTAL
           IF PL-ENTRY-KIND = "C" AND PL-TOTAL = 0 THEN
               MOVE "N" TO WS-PUSH-FOUND
           ELSE
               MOVE "Y" TO WS-PUSH-FOUND
           END-IF.
       FOLD-PUSH-ROW-EXIT.
           EXIT.

      * The adjustment row carries the game's advisor flag and
      * variant off its original pushes, so the readers that refuse
      * advised or off-variant games judge the corrected game the
      * same way.
       APPEND-PUSH-ADJUSTMENT.
           PERFORM FIND-PUSH-TOTAL
           OPEN EXTEND PUSH-LOG
           MOVE SPACES TO PUSH-LOG-RECORD
           MOVE WS-MATCH-PLAYER TO PL-PLAYER
           MOVE WS-MATCH-GAME-ID TO PL-GAME-ID
           MOVE WS-NEW-NEW-SCORE TO PL-TOTAL
           MOVE WS-PUSH-ADVISED TO PL-ADVISED
           MOVE WS-PUSH-VARIANT TO PL-VARIANT
           MOVE "C" TO PL-ENTRY-KIND
           MOVE WS-NEW-OLD-SCORE TO PL-PRIOR-TOTAL
           MOVE WS-CO-NUMBER(WS-CORR-INDEX) TO PL-CORRECTION-NO
           WRITE PUSH-LOG-RECORD
           CLOSE PUSH-LOG.
       APPEND-PUSH-ADJUSTMENT-EXIT.
           EXIT.

      * Same shape as LOG-HISTORY-ENTRY's line, so MSTVRFY, HANDICAP
      * and ACHIEVE read it as the player's standing after the
      * correction.
       APPEND-HISTORY-ADJUSTMENT.
           OPEN EXTEND HISTORY-FILE
           MOVE SPACES TO HISTORY-LINE
           STRING "PLAYER=" WS-MATCH-PLAYER
               " LATEST=" WS-ROW-LATEST " BEST=" WS-ROW-BEST
               " CORR " WS-MATCH-GAME-ID
               " " WS-NEW-OLD-SCORE ">" WS-NEW-NEW-SCORE
               DELIMITED BY SIZE INTO HISTORY-LINE
           WRITE HISTORY-LINE
           CLOSE HISTORY-FILE.
       APPEND-HISTORY-ADJUSTMENT-EXIT.
           EXIT.

       LOAD-CORRECTION-TABLE.
           MOVE 0 TO WS-CORR-COUNT
           MOVE 0 TO WS-LAST-NUMBER
           MOVE "N" TO WS-CORR-EOF
           OPEN INPUT CORRECTION-FILE
           PERFORM UNTIL CORR-EOF OR WS-CORR-COUNT >= 500
               READ CORRECTION-FILE
                   AT END
                       SET CORR-EOF TO TRUE
                   NOT AT END
                       IF CR-NUMBER IS NUMERIC THEN
                           PERFORM KEEP-CORRECTION-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORRECTION-FILE.
       LOAD-CORRECTION-TABLE-EXIT.
           EXIT.

       KEEP-CORRECTION-ROW.
           ADD 1 TO WS-CORR-COUNT
           MOVE CR-NUMBER TO WS-CO-NUMBER(WS-CORR-COUNT)
           MOVE CR-PLAYER TO WS-CO-PLAYER(WS-CORR-COUNT)
           MOVE CR-GAME-ID TO WS-CO-GAME-ID(WS-CORR-COUNT)
           MOVE CR-OLD-SCORE TO WS-CO-OLD-SCORE(WS-CORR-COUNT)
           MOVE CR-NEW-SCORE TO WS-CO-NEW-SCORE(WS-CORR-COUNT)
           MOVE CR-STATUS TO WS-CO-STATUS(WS-CORR-COUNT)
           MOVE CR-FILED-BY TO WS-CO-FILED-BY(WS-CORR-COUNT)
           MOVE CR-FILED TO WS-CO-FILED(WS-CORR-COUNT)
           MOVE CR-DECIDED-BY TO WS-CO-DECIDED-BY(WS-CORR-COUNT)
           MOVE CR-DECIDED TO WS-CO-DECIDED(WS-CORR-COUNT)
           MOVE CR-REASON TO WS-CO-REASON(WS-CORR-COUNT)
           MOVE CR-NOTE TO WS-CO-NOTE(WS-CORR-COUNT)
           IF CR-NUMBER > WS-LAST-NUMBER THEN
               MOVE CR-NUMBER TO WS-LAST-NUMBER
           END-IF.
       KEEP-CORRECTION-ROW-EXIT.
           EXIT.

       SAVE-CORRECTION-TABLE.
           OPEN OUTPUT CORRECTION-FILE
           PERFORM VARYING WS-SAVE-INDEX FROM 1 BY 1
               UNTIL WS-SAVE-INDEX > WS-CORR-COUNT
      * Same status-71 bug class as the shop's other LINE SEQUENTIAL
      * writes: clear the record's FILLER bytes before filling it.
               MOVE SPACES TO CORRECTION-RECORD
               MOVE WS-CO-NUMBER(WS-SAVE-INDEX) TO CR-NUMBER
               MOVE WS-CO-PLAYER(WS-SAVE-INDEX) TO CR-PLAYER
               MOVE WS-CO-GAME-ID(WS-SAVE-INDEX) TO CR-GAME-ID
               MOVE WS-CO-OLD-SCORE(WS-SAVE-INDEX) TO CR-OLD-SCORE
               MOVE WS-CO-NEW-SCORE(WS-SAVE-INDEX) TO CR-NEW-SCORE
               MOVE WS-CO-STATUS(WS-SAVE-INDEX) TO CR-STATUS
               MOVE WS-CO-FILED-BY(WS-SAVE-INDEX) TO CR-FILED-BY
               MOVE WS-CO-FILED(WS-SAVE-INDEX) TO CR-FILED
               MOVE WS-CO-DECIDED-BY(WS-SAVE-INDEX) TO CR-DECIDED-BY
               MOVE WS-CO-DECIDED(WS-SAVE-INDEX) TO CR-DECIDED
               MOVE WS-CO-REASON(WS-SAVE-INDEX) TO CR-REASON
               MOVE WS-CO-NOTE(WS-SAVE-INDEX) TO CR-NOTE
               WRITE CORRECTION-RECORD
           END-PERFORM
           CLOSE CORRECTION-FILE.
       SAVE-CORRECTION-TABLE-EXIT.
           EXIT.

      ******************************************************************
      * One audit line per filing, decision or refusal, stamped with
      * the signed-on operator who acted.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "SCORCORR" TO WS-AUDIT-PROGRAM
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
       END PROGRAM SCORCORR.
