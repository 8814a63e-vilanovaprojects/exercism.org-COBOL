      ******************************************************************
      * SCOREHLD: held-score review. SCORESVC screens every pushed
      * score before it lands, and holds one the game's rule set
      * could not produce, one that disagrees with the card ROLLHIST
      * recorded for the game, or one far above the player's own
      * HISTFILE average on HELDSCOR, with an operator alert. A
      * held score reaches SCOREFILE only from here.
      *
      * A supervisor works the held scores under REVIEW: the
      * operator's OPERFILE class must be among HOLD-RELEASE-CLASSES
      * (PARMFILE, default "S"), and nobody releases a score held
      * on their own push. A release posts the score through
      * SCORESVC's ADDAPPRV (the append without the screen), writes
      * the PUSHLOG row the push would have written, and restates
      * the player's LEADERFL row when they have one; a game
      * PUSHLOG already carries for the player is not posted
      * twice. A rejection needs a note and posts nothing.
      * HELDSCOR keeps every hold, and every decision and refusal
      * lands on the audit trail under the acting operator.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCOREHLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HELD-SCORE-FILE ASSIGN TO "HELDSCOR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PUSH-LOG ASSIGN TO "PUSHLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Layout as SCORESVC's HOLD-INCOMING-SCORE writes it.
       FD HELD-SCORE-FILE.
       01 HELD-SCORE-RECORD.
           05 HD-NUMBER PIC 9(6).
           05 FILLER PIC X.
           05 HD-PLAYER PIC X(20).
           05 FILLER PIC X.
           05 HD-GAME-ID PIC X(12).
           05 FILLER PIC X.
           05 HD-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 HD-VARIANT PIC X(8).
           05 FILLER PIC X.
           05 HD-ADVISED PIC X.
           05 FILLER PIC X.
           05 HD-STATUS PIC X.
           05 FILLER PIC X.
           05 HD-HELD-BY PIC X(8).
           05 FILLER PIC X.
           05 HD-HELD PIC 9(8).
           05 FILLER PIC X.
           05 HD-DECIDED-BY PIC X(8).
           05 FILLER PIC X.
           05 HD-DECIDED PIC 9(8).
           05 FILLER PIC X.
           05 HD-REASON PIC X(40).
           05 FILLER PIC X.
           05 HD-NOTE PIC X(40).

      * Layout as YACHT-PROGRAM's RECORD-PUSH-LOG writes it.
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

      * Layout as SUITE-MENU and OPERMNT read it.
       FD OPERATOR-FILE.
       01 OPERATOR-FILE-RECORD.
           05 OP-ID PIC X(8).
           05 FILLER PIC X.
           05 OP-CLASS PIC X.
           05 FILLER PIC X.
           05 OP-STATUS PIC X.

       WORKING-STORAGE SECTION.
       01 WS-HELD-EOF PIC X VALUE "N".
           88 HELD-EOF VALUE "Y".
       01 WS-PUSH-EOF PIC X VALUE "N".
           88 PUSH-EOF VALUE "Y".
       01 WS-OPR-EOF PIC X VALUE "N".
           88 OPR-EOF VALUE "Y".

      * HELDSCOR loaded whole; a decision reloads it under the
      * SCORE lock and rewrites it, so a push SCORESVC holds in the
      * meantime is kept.
       01 WS-HELD-COUNT PIC 9(4) VALUE 0.
       01 WS-HELD-TABLE.
           05 WS-HELD-ENTRY OCCURS 500 TIMES.
               10 WS-HE-NUMBER PIC 9(6).
               10 WS-HE-PLAYER PIC X(20).
               10 WS-HE-GAME-ID PIC X(12).
               10 WS-HE-SCORE PIC 9(3).
               10 WS-HE-VARIANT PIC X(8).
               10 WS-HE-ADVISED PIC X.
               10 WS-HE-STATUS PIC X.
               10 WS-HE-HELD-BY PIC X(8).
               10 WS-HE-HELD PIC 9(8).
               10 WS-HE-DECIDED-BY PIC X(8).
               10 WS-HE-DECIDED PIC 9(8).
               10 WS-HE-REASON PIC X(40).
               10 WS-HE-NOTE PIC X(40).
       01 WS-HELD-INDEX PIC 9(4).
      * The reload and save have their own subscript: they run in
      * the middle of the REVIEW walk over WS-HELD-INDEX.
       01 WS-SAVE-INDEX PIC 9(4).
       01 WS-DECIDED-NUMBER PIC 9(6).
       01 WS-DECIDED-STATUS PIC X.

      * Who is acting, and whether their class may release.
       01 WS-OPERATOR-COUNT PIC 99 VALUE 0.
       01 WS-ACTING-CLASS PIC X VALUE SPACE.
       01 WS-RELEASE-CLASSES PIC X(8) VALUE "S".
       01 WS-CLASS-SCAN PIC 9.
       01 WS-MAY-RELEASE PIC X VALUE "N".
           88 MAY-RELEASE VALUE "Y".

      * The player's packed row after the post, for the LEADERFL
      * restatement.
       01 WS-PACKED-SCORES.
           05 WS-PACKED-SCORE PIC X(3) OCCURS 200 TIMES.
       01 WS-ROW-COUNT PIC 999 VALUE 0.
       01 WS-SLOT-IX PIC 999.
       01 WS-ONE-SCORE PIC 9(3).
       01 WS-ROW-LATEST PIC 9(3) VALUE 0.
       01 WS-ROW-BEST PIC 9(3) VALUE 0.
       01 WS-RELEASE-OK PIC X VALUE "N".
           88 RELEASE-OK VALUE "Y".
       01 WS-RELEASE-FAILURE PIC X(40).
       01 WS-GAME-ON-LOG PIC X VALUE "N".
           88 GAME-ON-LOG VALUE "Y".

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

      * Lock-and-retry protocol request block, serviced by
      * FILELOCK: HELDSCOR is rewritten under the SCORE lock, the
      * lock SCORESVC appends a hold under.
       01 WS-LOCK-REQUEST.
           05 WS-LOCK-ACTION PIC X(8).
           05 WS-LOCK-FILE-ID PIC X(8).
           05 WS-LOCK-RESULT PIC 9.

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

       SCOREHLD-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-AUDIT-OPERATOR = LOW-VALUES THEN
               MOVE SPACES TO WS-AUDIT-OPERATOR
           END-IF
           PERFORM LOAD-ACTING-CLASS
           PERFORM LOAD-HELD-TABLE
           MOVE "N" TO WS-MAINT-DONE
           PERFORM UNTIL MAINT-DONE
               DISPLAY " "
               DISPLAY "HELD SCORE REVIEW"
               DISPLAY "  LIST   - list held scores"
               DISPLAY "  REVIEW - release/reject held scores"
               DISPLAY "  END    - leave held-score review"
               DISPLAY "Action: " WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
               MOVE WS-MAINT-ANSWER TO WS-MAINT-ACTION
               EVALUATE WS-MAINT-ACTION
                   WHEN "LIST"
                       PERFORM LOAD-HELD-TABLE
                       PERFORM LIST-HELD-SCORES
                   WHEN "REVIEW"
                       PERFORM LOAD-HELD-TABLE
                       PERFORM REVIEW-HELD-SCORES
                   WHEN "END"    SET MAINT-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a held-score action."
               END-EVALUATE
           END-PERFORM
           GOBACK.
       SCOREHLD-RUN-EXIT.
           EXIT.

      ******************************************************************
      * The acting operator's class off OPERFILE, and whether it is
      * one HOLD-RELEASE-CLASSES names. With no OPERFILE the suite
      * runs open, as the menu's sign-on does, and so does this.
      ******************************************************************
       LOAD-ACTING-CLASS.
           MOVE "HOLD-RELEASE-CLASSES" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND WS-PARM-VALUE NOT = SPACES THEN
               MOVE WS-PARM-VALUE(1:8) TO WS-RELEASE-CLASSES
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
           MOVE "N" TO WS-MAY-RELEASE
           IF WS-OPERATOR-COUNT = 0 THEN
               SET MAY-RELEASE TO TRUE
           ELSE
               PERFORM VARYING WS-CLASS-SCAN FROM 1 BY 1
                   UNTIL WS-CLASS-SCAN > 8
                   IF WS-RELEASE-CLASSES(WS-CLASS-SCAN:1)
                       = WS-ACTING-CLASS
                       AND WS-ACTING-CLASS NOT = SPACE THEN
                       SET MAY-RELEASE TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
       LOAD-ACTING-CLASS-EXIT.
           EXIT.

       LIST-HELD-SCORES.
           IF WS-HELD-COUNT = 0 THEN
               DISPLAY "  (no held scores on HELDSCOR)"
           END-IF
           PERFORM VARYING WS-HELD-INDEX FROM 1 BY 1
               UNTIL WS-HELD-INDEX > WS-HELD-COUNT
               PERFORM SET-STATUS-TEXT
               DISPLAY "  " WS-HE-NUMBER(WS-HELD-INDEX)
                   " " WS-HE-PLAYER(WS-HELD-INDEX)
                   " GAME " WS-HE-GAME-ID(WS-HELD-INDEX)
                   " SCORE " WS-HE-SCORE(WS-HELD-INDEX)
                   " " WS-STATUS-TEXT
               DISPLAY "      PUSHED BY " WS-HE-HELD-BY(WS-HELD-INDEX)
                   " ON " WS-HE-HELD(WS-HELD-INDEX)
                   " HELD "
                   FUNCTION TRIM(WS-HE-REASON(WS-HELD-INDEX))
               IF WS-HE-STATUS(WS-HELD-INDEX) NOT = "P" THEN
                   DISPLAY "      BY "
                       WS-HE-DECIDED-BY(WS-HELD-INDEX)
                       " ON " WS-HE-DECIDED(WS-HELD-INDEX)
                       " NOTE " FUNCTION TRIM(
                           WS-HE-NOTE(WS-HELD-INDEX))
               END-IF
           END-PERFORM.
       LIST-HELD-SCORES-EXIT.
           EXIT.

       SET-STATUS-TEXT.
           EVALUATE WS-HE-STATUS(WS-HELD-INDEX)
               WHEN "A"
                   MOVE "RELEASED" TO WS-STATUS-TEXT
               WHEN "R"
                   MOVE "REJECTED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "HELD" TO WS-STATUS-TEXT
           END-EVALUATE.
       SET-STATUS-TEXT-EXIT.
           EXIT.

      ******************************************************************
      * Walk the held scores. Only a supervisor class gets in, and
      * a supervisor's own pushes are passed over; a skipped hold
      * stays held, QUIT leaves the rest for later.
      ******************************************************************
       REVIEW-HELD-SCORES.
           IF NOT MAY-RELEASE THEN
               DISPLAY "OPERATOR CLASS " WS-ACTING-CLASS
                   " IS NOT CLEARED TO RELEASE HELD SCORES"
               MOVE "REVIEW" TO WS-AUDIT-INPUT
               MOVE SPACES TO WS-AUDIT-RESULT
               STRING "REFUSED CLASS " WS-ACTING-CLASS
                   " NOT IN " WS-RELEASE-CLASSES
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               PERFORM LOG-AUDIT-ENTRY
           ELSE
               MOVE 0 TO WS-PENDING
               MOVE "N" TO WS-REVIEW-STOP
               PERFORM VARYING WS-HELD-INDEX FROM 1 BY 1
                   UNTIL WS-HELD-INDEX > WS-HELD-COUNT
                   OR WS-REVIEW-STOP = "Y"
                   IF WS-HE-STATUS(WS-HELD-INDEX) = "P" THEN
                       ADD 1 TO WS-PENDING
                       PERFORM REVIEW-ONE-HOLD
                   END-IF
               END-PERFORM
               IF WS-PENDING = 0 THEN
                   DISPLAY "  No held scores."
               END-IF
           END-IF.
       REVIEW-HELD-SCORES-EXIT.
           EXIT.

       REVIEW-ONE-HOLD.
           DISPLAY " "
           DISPLAY "  HOLD " WS-HE-NUMBER(WS-HELD-INDEX)
               " PLAYER " WS-HE-PLAYER(WS-HELD-INDEX)
               " GAME " WS-HE-GAME-ID(WS-HELD-INDEX)
           DISPLAY "  SCORE " WS-HE-SCORE(WS-HELD-INDEX)
               " " WS-HE-VARIANT(WS-HELD-INDEX)
               " PUSHED BY " WS-HE-HELD-BY(WS-HELD-INDEX)
               " ON " WS-HE-HELD(WS-HELD-INDEX)
           DISPLAY "  HELD "
               FUNCTION TRIM(WS-HE-REASON(WS-HELD-INDEX))
           IF WS-HE-HELD-BY(WS-HELD-INDEX) = WS-AUDIT-OPERATOR
               AND WS-OPERATOR-COUNT > 0 THEN
               DISPLAY "  Your own push -- another supervisor "
                   "must release it."
           ELSE
               DISPLAY "Decision (A release, R reject, S skip, "
                   "Q quit): " WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
               MOVE WS-MAINT-ANSWER(1:1) TO WS-DECISION
               EVALUATE WS-DECISION
                   WHEN "A"
                   WHEN "R"
                       DISPLAY "Note: " WITH NO ADVANCING
                       ACCEPT WS-MAINT-ANSWER
                       MOVE WS-MAINT-ANSWER TO WS-DECISION-NOTE
      * A rejection has to say why; a release may stand on the
      * screen's own reason having been looked at.
                       IF WS-DECISION = "R"
                           AND WS-DECISION-NOTE = SPACES THEN
                           DISPLAY "A rejection needs a note -- "
                               "left held."
                       ELSE
                           PERFORM RECORD-DECISION
                       END-IF
                   WHEN "Q"
                       MOVE "Y" TO WS-REVIEW-STOP
                   WHEN OTHER
                       DISPLAY "  Skipped, left held."
               END-EVALUATE
           END-IF.
       REVIEW-ONE-HOLD-EXIT.
           EXIT.

       RECORD-DECISION.
           MOVE SPACES TO WS-AUDIT-INPUT
           STRING "HOLD " WS-HE-NUMBER(WS-HELD-INDEX)
               " " WS-HE-PLAYER(WS-HELD-INDEX)
               " " WS-HE-GAME-ID(WS-HELD-INDEX)
               " " WS-HE-SCORE(WS-HELD-INDEX)
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           IF WS-DECISION = "R" THEN
               MOVE "R" TO WS-DECIDED-STATUS
               PERFORM STAMP-DECISION
               STRING "REJECTED " WS-DECISION-NOTE
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               DISPLAY "  Rejected."
           ELSE
               PERFORM RELEASE-HELD-SCORE
               IF RELEASE-OK THEN
                   MOVE "A" TO WS-DECIDED-STATUS
                   PERFORM STAMP-DECISION
                   STRING "RELEASED+POSTED " WS-DECISION-NOTE
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
                   DISPLAY "  Released -- SCOREFILE now holds "
                       WS-ROW-COUNT " score(s) for "
                       FUNCTION TRIM(WS-HE-PLAYER(WS-HELD-INDEX))
               ELSE
                   STRING "NOT RELEASED " WS-RELEASE-FAILURE
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
                   DISPLAY "  Not released: "
                       FUNCTION TRIM(WS-RELEASE-FAILURE)
                       " -- left held."
               END-IF
           END-IF
           PERFORM LOG-AUDIT-ENTRY.
       RECORD-DECISION-EXIT.
           EXIT.

      * The decision lands on HELDSCOR as it stands now: reloaded
      * and rewritten under the SCORE lock, the hold found again by
      * its number. A busy lock leaves the file as it was and says
      * so; the release itself has already posted.
       STAMP-DECISION.
           MOVE WS-HE-NUMBER(WS-HELD-INDEX) TO WS-DECIDED-NUMBER
           MOVE WS-DECIDED-STATUS TO WS-HE-STATUS(WS-HELD-INDEX)
           MOVE WS-AUDIT-OPERATOR TO WS-HE-DECIDED-BY(WS-HELD-INDEX)
           MOVE WS-TODAY TO WS-HE-DECIDED(WS-HELD-INDEX)
           MOVE WS-DECISION-NOTE TO WS-HE-NOTE(WS-HELD-INDEX)
           MOVE "ACQUIRE" TO WS-LOCK-ACTION
           MOVE "SCORE" TO WS-LOCK-FILE-ID
           CALL "FILELOCK" USING WS-LOCK-REQUEST
           IF WS-LOCK-RESULT NOT = 0 THEN
               DISPLAY "  SCOREFILE BUSY -- HELDSCOR NOT UPDATED FOR "
                   "HOLD " WS-DECIDED-NUMBER
           ELSE
               PERFORM RELOAD-AND-SAVE-DECISION
               MOVE "RELEASE" TO WS-LOCK-ACTION
               CALL "FILELOCK" USING WS-LOCK-REQUEST
           END-IF.
       STAMP-DECISION-EXIT.
           EXIT.

       RELOAD-AND-SAVE-DECISION.
           MOVE WS-HE-STATUS(WS-HELD-INDEX) TO WS-DECIDED-STATUS
           MOVE WS-HE-NOTE(WS-HELD-INDEX) TO WS-DECISION-NOTE
           PERFORM LOAD-HELD-TABLE
           PERFORM VARYING WS-SAVE-INDEX FROM 1 BY 1
               UNTIL WS-SAVE-INDEX > WS-HELD-COUNT
               IF WS-HE-NUMBER(WS-SAVE-INDEX) = WS-DECIDED-NUMBER THEN
                   MOVE WS-DECIDED-STATUS
                       TO WS-HE-STATUS(WS-SAVE-INDEX)
                   MOVE WS-AUDIT-OPERATOR
                       TO WS-HE-DECIDED-BY(WS-SAVE-INDEX)
                   MOVE WS-TODAY TO WS-HE-DECIDED(WS-SAVE-INDEX)
                   MOVE WS-DECISION-NOTE
                       TO WS-HE-NOTE(WS-SAVE-INDEX)
               END-IF
           END-PERFORM
           PERFORM SAVE-HELD-TABLE.
       RELOAD-AND-SAVE-DECISION-EXIT.
           EXIT.

      ******************************************************************
      * Release: post the score past the screen, then do what the
      * push would have done had it landed -- the PUSHLOG row for a
      * game id, and the player's LEADERFL row restated the way
      * HIGH-SCORES figures it when they have one.
      ******************************************************************
       RELEASE-HELD-SCORE.
           MOVE "N" TO WS-RELEASE-OK
           MOVE SPACES TO WS-RELEASE-FAILURE
           PERFORM CHECK-GAME-ON-LOG
           IF GAME-ON-LOG THEN
               MOVE "GAME ALREADY ON PUSHLOG FOR PLAYER"
                   TO WS-RELEASE-FAILURE
           ELSE
               MOVE "ADDAPPRV" TO WS-SVC-ACTION
               MOVE "SCORE" TO WS-SVC-FILE-ID
               MOVE WS-HE-PLAYER(WS-HELD-INDEX) TO WS-SVC-PLAYER-ID
               MOVE WS-HE-SCORE(WS-HELD-INDEX) TO WS-SVC-NEW-SCORE
               MOVE WS-HE-GAME-ID(WS-HELD-INDEX) TO WS-SVC-GAME-ID
               MOVE WS-HE-VARIANT(WS-HELD-INDEX) TO WS-SVC-VARIANT
               MOVE WS-HE-ADVISED(WS-HELD-INDEX) TO WS-SVC-ADVISED
               CALL "SCORESVC" USING WS-SCORE-SVC-REQUEST
               EVALUATE WS-SVC-RESULT
                   WHEN 0
                       SET RELEASE-OK TO TRUE
                   WHEN 3
                       MOVE "SCOREFILE BUSY" TO WS-RELEASE-FAILURE
                   WHEN OTHER
                       MOVE "SCOREFILE FULL" TO WS-RELEASE-FAILURE
               END-EVALUATE
           END-IF
           IF RELEASE-OK THEN
               MOVE WS-SVC-SCORE-COUNT TO WS-ROW-COUNT
               MOVE WS-SVC-SCORES-PACKED TO WS-PACKED-SCORES
               PERFORM FIGURE-ROW-STANDING
               PERFORM RESTATE-LEADER-ROW
               PERFORM APPEND-RELEASED-PUSH
           END-IF.
       RELEASE-HELD-SCORE-EXIT.
           EXIT.

      * A game that reached PUSHLOG for the player some other way
      * since it was held -- and was not voided since -- is not
      * posted again.
       CHECK-GAME-ON-LOG.
           MOVE "N" TO WS-GAME-ON-LOG
           IF WS-HE-GAME-ID(WS-HELD-INDEX) NOT = SPACES THEN
               MOVE "N" TO WS-PUSH-EOF
               OPEN INPUT PUSH-LOG
               PERFORM UNTIL PUSH-EOF
                   READ PUSH-LOG
                       AT END
                           SET PUSH-EOF TO TRUE
                       NOT AT END
                           IF PL-PLAYER = WS-HE-PLAYER(WS-HELD-INDEX)
                               AND PL-GAME-ID
                                   = WS-HE-GAME-ID(WS-HELD-INDEX) THEN
                               PERFORM FOLD-PUSH-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PUSH-LOG
           END-IF.
       CHECK-GAME-ON-LOG-EXIT.
           EXIT.

       FOLD-PUSH-ROW.
           IF PL-ENTRY-KIND = "C" AND PL-TOTAL = 0 THEN
               MOVE "N" TO WS-GAME-ON-LOG
           ELSE
               MOVE "Y" TO WS-GAME-ON-LOG
           END-IF.
       FOLD-PUSH-ROW-EXIT.
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
      * row; the release does not start one.
       RESTATE-LEADER-ROW.
           MOVE "READ" TO WS-SVC-ACTION
           MOVE "LEADER" TO WS-SVC-FILE-ID
           MOVE WS-HE-PLAYER(WS-HELD-INDEX) TO WS-SVC-PLAYER-ID
           CALL "SCORESVC" USING WS-SCORE-SVC-REQUEST
           IF WS-SVC-RESULT = 0 THEN
               MOVE "WRITE" TO WS-SVC-ACTION
               MOVE WS-ROW-LATEST TO WS-SVC-LATEST
               MOVE WS-ROW-BEST TO WS-SVC-BEST
               CALL "SCORESVC" USING WS-SCORE-SVC-REQUEST
               IF WS-SVC-RESULT NOT = 0 THEN
                   DISPLAY "  LEADERFL BUSY -- "
                       FUNCTION TRIM(WS-HE-PLAYER(WS-HELD-INDEX))
                       "'S BOARD ROW RESTATES ON THEIR NEXT RUN"
               END-IF
           END-IF.
       RESTATE-LEADER-ROW-EXIT.
           EXIT.

      * The push row the held push would have written, carrying the
      * game's advisor flag and variant as pushed.
       APPEND-RELEASED-PUSH.
           IF WS-HE-GAME-ID(WS-HELD-INDEX) NOT = SPACES THEN
               OPEN EXTEND PUSH-LOG
      * Same status-71 bug class as the shop's other LINE SEQUENTIAL
      * writes: clear the record's FILLER bytes before filling it.
               MOVE SPACES TO PUSH-LOG-RECORD
               MOVE WS-HE-PLAYER(WS-HELD-INDEX) TO PL-PLAYER
               MOVE WS-HE-GAME-ID(WS-HELD-INDEX) TO PL-GAME-ID
               MOVE WS-HE-SCORE(WS-HELD-INDEX) TO PL-TOTAL
               MOVE WS-HE-ADVISED(WS-HELD-INDEX) TO PL-ADVISED
               MOVE WS-HE-VARIANT(WS-HELD-INDEX) TO PL-VARIANT
               WRITE PUSH-LOG-RECORD
               CLOSE PUSH-LOG
           END-IF.
       APPEND-RELEASED-PUSH-EXIT.
           EXIT.

       LOAD-HELD-TABLE.
           MOVE 0 TO WS-HELD-COUNT
           MOVE "N" TO WS-HELD-EOF
           OPEN INPUT HELD-SCORE-FILE
           PERFORM UNTIL HELD-EOF OR WS-HELD-COUNT >= 500
               READ HELD-SCORE-FILE
                   AT END
                       SET HELD-EOF TO TRUE
                   NOT AT END
                       IF HD-NUMBER IS NUMERIC THEN
                           PERFORM KEEP-HELD-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-SCORE-FILE.
       LOAD-HELD-TABLE-EXIT.
           EXIT.

       KEEP-HELD-ROW.
           ADD 1 TO WS-HELD-COUNT
           MOVE HD-NUMBER TO WS-HE-NUMBER(WS-HELD-COUNT)
           MOVE HD-PLAYER TO WS-HE-PLAYER(WS-HELD-COUNT)
           MOVE HD-GAME-ID TO WS-HE-GAME-ID(WS-HELD-COUNT)
           MOVE HD-SCORE TO WS-HE-SCORE(WS-HELD-COUNT)
           MOVE HD-VARIANT TO WS-HE-VARIANT(WS-HELD-COUNT)
           MOVE HD-ADVISED TO WS-HE-ADVISED(WS-HELD-COUNT)
           MOVE HD-STATUS TO WS-HE-STATUS(WS-HELD-COUNT)
           MOVE HD-HELD-BY TO WS-HE-HELD-BY(WS-HELD-COUNT)
           MOVE HD-HELD TO WS-HE-HELD(WS-HELD-COUNT)
           MOVE HD-DECIDED-BY TO WS-HE-DECIDED-BY(WS-HELD-COUNT)
           MOVE HD-DECIDED TO WS-HE-DECIDED(WS-HELD-COUNT)
           MOVE HD-REASON TO WS-HE-REASON(WS-HELD-COUNT)
           MOVE HD-NOTE TO WS-HE-NOTE(WS-HELD-COUNT).
       KEEP-HELD-ROW-EXIT.
           EXIT.

       SAVE-HELD-TABLE.
           OPEN OUTPUT HELD-SCORE-FILE
           PERFORM VARYING WS-SAVE-INDEX FROM 1 BY 1
               UNTIL WS-SAVE-INDEX > WS-HELD-COUNT
      * Same status-71 bug class as the shop's other LINE SEQUENTIAL
      * writes: clear the record's FILLER bytes before filling it.
               MOVE SPACES TO HELD-SCORE-RECORD
               MOVE WS-HE-NUMBER(WS-SAVE-INDEX) TO HD-NUMBER
               MOVE WS-HE-PLAYER(WS-SAVE-INDEX) TO HD-PLAYER
               MOVE WS-HE-GAME-ID(WS-SAVE-INDEX) TO HD-GAME-ID
               MOVE WS-HE-SCORE(WS-SAVE-INDEX) TO HD-SCORE
               MOVE WS-HE-VARIANT(WS-SAVE-INDEX) TO HD-VARIANT
               MOVE WS-HE-ADVISED(WS-SAVE-INDEX) TO HD-ADVISED
               MOVE WS-HE-STATUS(WS-SAVE-INDEX) TO HD-STATUS
               MOVE WS-HE-HELD-BY(WS-SAVE-INDEX) TO HD-HELD-BY
               MOVE WS-HE-HELD(WS-SAVE-INDEX) TO HD-HELD
               MOVE WS-HE-DECIDED-BY(WS-SAVE-INDEX) TO HD-DECIDED-BY
               MOVE WS-HE-DECIDED(WS-SAVE-INDEX) TO HD-DECIDED
               MOVE WS-HE-REASON(WS-SAVE-INDEX) TO HD-REASON
               MOVE WS-HE-NOTE(WS-SAVE-INDEX) TO HD-NOTE
               WRITE HELD-SCORE-RECORD
           END-PERFORM
           CLOSE HELD-SCORE-FILE.
       SAVE-HELD-TABLE-EXIT.
           EXIT.

      ******************************************************************
      * One audit line per decision or refusal, stamped with the
      * signed-on operator who acted.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "SCOREHLD" TO WS-AUDIT-PROGRAM
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
       END PROGRAM SCOREHLD.
