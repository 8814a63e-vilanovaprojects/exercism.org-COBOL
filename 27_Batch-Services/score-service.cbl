      * ISAM support, so a LINE SEQUENTIAL master can only be
      * replaced whole -- but it happens in exactly one place, once
      * per call, under the narrowest possible lock window.
      *
      * Every ADDSCORE is screened before it lands. A total the
      * game's YACHTRUL rule set could not produce, one that does
      * not match the card ROLLHIST recorded for the game id, or
      * one further above the player's HISTFILE average than
      * SCREEN-SIGMA-LIMIT (PARMFILE, default 3) standard
      * deviations is held on HELDSCOR instead, raised through
      * ALERTSVC, and comes back result 4; SCOREHLD is where a
      * supervisor releases it. A released hold -- and a
      * supervisor-approved correction -- posts as ADDAPPRV, the
      * same append without the screen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORESVC.
      * the last tournament.
           SELECT OPTIONAL OVERFLOW-ARCHIVE ASSIGN TO "SCOREOVF"
               ORGANIZATION IS LINE SEQUENTIAL.
      * What the screen reads, and where a held push waits.
           SELECT OPTIONAL ROLL-HISTORY ASSIGN TO "ROLLHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELD-SCORE-FILE ASSIGN TO "HELDSCOR"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Layouts must match Yacht.cbl/high-scores.cbl field-for-field:
           05 FILLER PIC X.
           05 OV-SCORE PIC 999.

       FD ROLL-HISTORY.
       COPY ROLLHIST.

      * Lines as high-scores' LOG-HISTORY-ENTRY writes them.
       FD HISTORY-FILE.
       01 HISTORY-LINE.
           05 HL-PLAYER-LIT PIC X(7).
           05 HL-PLAYER PIC X(20).
           05 HL-LATEST-LIT PIC X(8).
           05 HL-LATEST PIC XXX.
           05 FILLER PIC X(42).

      * One row per held push: "P" held, "A" released and posted,
      * "R" rejected; the game it came from, who pushed it and
      * when, who decided it and when, why the screen held it and
      * the supervisor's note. SCOREHLD keeps the same layout.
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

       WORKING-STORAGE SECTION.
      * The whole-table internals the callers used to keep for
      * themselves, now private to the service.
           05 WS-LOCK-FILE-ID PIC X(8).
           05 WS-LOCK-RESULT PIC 9.

      * The incoming-score screen. WS-HOLD-REASON stays blank for a
      * push that passes.
       01 WS-HOLD-REASON PIC X(40) VALUE SPACES.
       01 WS-SCREEN-MAX PIC 9(5) VALUE 0.
       01 WS-SCREEN-EDIT PIC Z(4)9.
       01 WS-RULE-SET-IX PIC 99.
       01 WS-RULE-SET-FOUND PIC X VALUE "N".
           88 RULE-SET-FOUND VALUE "Y".
       01 WS-RH-EOF PIC X VALUE "N".
           88 RH-EOF VALUE "Y".
       01 WS-CARD-LINES PIC 99 VALUE 0.
       01 WS-CARD-TOTAL PIC 9(5) VALUE 0.
       01 WS-CARD-UPPER PIC 9(3) VALUE 0.
       01 WS-HL-EOF PIC X VALUE "N".
           88 HL-EOF VALUE "Y".
       01 WS-HIST-N PIC 9(5) VALUE 0.
       01 WS-HIST-SUM PIC 9(9) VALUE 0.
       01 WS-HIST-SUMSQ PIC 9(11) VALUE 0.
       01 WS-HIST-ONE PIC 9(3).
       01 WS-HIST-MEAN PIC 9(5)V99 VALUE 0.
       01 WS-HIST-VARIANCE PIC 9(7)V99 VALUE 0.
       01 WS-HIST-SD PIC 9(5)V99 VALUE 0.
       01 WS-HIST-LIMIT PIC 9(7)V99 VALUE 0.
       01 WS-HIST-MEAN-EDIT PIC ZZ9.
      * Five HISTFILE lines are the least a player's spread can be
      * judged on; a newer player is screened on the first two
      * checks only.
       01 WS-HIST-MIN-LINES PIC 9(5) VALUE 5.
       01 WS-SCREEN-SIGMA PIC 99V9 VALUE 3.
       01 WS-SIGMA-EDIT PIC Z9.9.

      * The hold itself.
       01 WS-HD-EOF PIC X VALUE "N".
           88 HD-EOF VALUE "Y".
       01 WS-HD-LAST-NUMBER PIC 9(6) VALUE 0.
       01 WS-HD-ALREADY PIC X VALUE "N".
           88 HOLD-ALREADY-PENDING VALUE "Y".
       01 WS-HD-MATCH-NUMBER PIC 9(6) VALUE 0.
       01 WS-HD-STAMP PIC X(26).

      * Shop parameter lookup request block, serviced by PARMSVC.
       01 WS-PARM-REQUEST.
           05 WS-PARM-KEYWORD PIC X(20).
           05 WS-PARM-VALUE PIC X(20).
           05 WS-PARM-FOUND PIC X.

      * Operator alert request block, serviced by ALERTSVC.
       01 WS-ALERT-REQUEST.
           05 WS-ALERT-PROGRAM PIC X(20).
           05 WS-ALERT-CODE PIC 99.
           05 WS-ALERT-MESSAGE PIC X(60).

      * The YACHTRUL rule sets the maximum is figured from.
       COPY YACHTRUL.

      * Shared audit-trail record fields; the hold is stamped with
      * the signed-on operator who pushed.
       COPY AUDITLOG.

       LINKAGE SECTION.
      * One keyed access per call. SVC-ACTION is READ, WRITE, or
      * ADDSCORE; SVC-FILE-ID picks the master (SCORE or LEADER).
      * SVC-RESULT comes back 0 when the action landed, 1 when a READ
      * found no row for the player, 2 when the master (or the
      * player's row) is full and the change cannot land, 3 when
      * the lock stayed busy through every retry, and 4 when the
      * screen held an ADDSCORE for supervisor review. The game id,
      * variant and advisor flag describe the game an ADDSCORE
      * comes from: the screen reads them, and a hold keeps them
      * for the push the release makes.
       01 SCORE-SVC-REQUEST.
           05 SVC-ACTION PIC X(8).
           05 SVC-FILE-ID PIC X(8).
           05 SVC-LATEST PIC 999.
           05 SVC-BEST PIC 999.
           05 SVC-RESULT PIC 9.
           05 SVC-GAME-ID PIC X(12).
           05 SVC-VARIANT PIC X(8).
           05 SVC-ADVISED PIC X.

       PROCEDURE DIVISION USING SCORE-SVC-REQUEST.

               WHEN SVC-FILE-ID = "SCORE" AND SVC-ACTION = "WRITE"
                   PERFORM WRITE-SCORE-RECORD
               WHEN SVC-FILE-ID = "SCORE" AND SVC-ACTION = "ADDSCORE"
                   PERFORM SCREEN-INCOMING-SCORE
                   IF WS-HOLD-REASON = SPACES THEN
                       PERFORM ADD-SCORE-TO-RECORD
                   ELSE
                       PERFORM HOLD-INCOMING-SCORE
                   END-IF
               WHEN SVC-FILE-ID = "SCORE" AND SVC-ACTION = "ADDAPPRV"
                   PERFORM ADD-SCORE-TO-RECORD
               WHEN SVC-FILE-ID = "LEADER" AND SVC-ACTION = "READ"
                   PERFORM READ-LEADER-RECORD
       WARN-IF-NEAR-CAPACITY-EXIT.
           EXIT.

      ******************************************************************
      * The incoming-score screen, run before the lock is taken: the
      * rule-set maximum, then the game's recorded card, then the
      * player's own history. The first check to fail names the
      * hold.
      ******************************************************************
       SCREEN-INCOMING-SCORE.
           MOVE SPACES TO WS-HOLD-REASON
           PERFORM SCREEN-RULES-MAXIMUM
           IF WS-HOLD-REASON = SPACES THEN
               PERFORM SCREEN-RECORDED-CARD
           END-IF
           IF WS-HOLD-REASON = SPACES THEN
               PERFORM SCREEN-PLAYER-HISTORY
           END-IF.
       SCREEN-INCOMING-SCORE-EXIT.
           EXIT.

      * The most a card can total under the game's rule set (CLASSIC
      * for a push that names none): five of a kind in every upper
      * box plus the upper bonus, every dice-total box at five
      * sixes, the fixed payouts, and a bonus yacht on every turn
      * after the first.
       SCREEN-RULES-MAXIMUM.
           PERFORM SELECT-PUSH-RULES
           MOVE 105 TO WS-SCREEN-MAX
           ADD RULE-UPPER-BONUS-POINTS TO WS-SCREEN-MAX
           IF RULE-FULL-HOUSE-POINTS > 0 THEN
               ADD RULE-FULL-HOUSE-POINTS TO WS-SCREEN-MAX
           ELSE
               ADD 30 TO WS-SCREEN-MAX
           END-IF
           IF FOUR-KIND-ALL-DICE THEN
               ADD 30 TO WS-SCREEN-MAX
           ELSE
               ADD 24 TO WS-SCREEN-MAX
           END-IF
           ADD RULE-LITTLE-STRAIGHT-POINTS TO WS-SCREEN-MAX
           ADD RULE-BIG-STRAIGHT-POINTS TO WS-SCREEN-MAX
           ADD 30 TO WS-SCREEN-MAX
           ADD RULE-YACHT-POINTS TO WS-SCREEN-MAX
           IF RULE-CATEGORY-COUNT >= 13 THEN
               ADD 30 TO WS-SCREEN-MAX
           END-IF
           COMPUTE WS-SCREEN-MAX = WS-SCREEN-MAX
               + RULE-YACHT-BONUS-POINTS * (RULE-CATEGORY-COUNT - 1)
           IF SVC-NEW-SCORE > WS-SCREEN-MAX THEN
               MOVE WS-SCREEN-MAX TO WS-SCREEN-EDIT
               STRING "OVER " FUNCTION TRIM(RULE-VARIANT-NAME)
                   " MAXIMUM OF " FUNCTION TRIM(WS-SCREEN-EDIT)
                   DELIMITED BY SIZE INTO WS-HOLD-REASON
           END-IF.
       SCREEN-RULES-MAXIMUM-EXIT.
           EXIT.

      * A name no longer among the YACHTRUL sets is read as CLASSIC,
      * as YACHTREC reads it.
       SELECT-PUSH-RULES.
           MOVE "N" TO WS-RULE-SET-FOUND
           PERFORM VARYING WS-RULE-SET-IX FROM 1 BY 1
               UNTIL WS-RULE-SET-IX > RULE-SET-COUNT OR RULE-SET-FOUND
               IF RULE-SET-NAME(WS-RULE-SET-IX) = SVC-VARIANT THEN
                   MOVE RULE-SET-ENTRY(WS-RULE-SET-IX) TO YACHT-RULES
                   SET RULE-SET-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT RULE-SET-FOUND THEN
               MOVE RULE-SET-ENTRY(1) TO YACHT-RULES
           END-IF.
       SELECT-PUSH-RULES-EXIT.
           EXIT.

      * The card ROLLHIST recorded for this player and game id,
      * totalled the way YACHTREC rebuilds it, must be the total
      * pushed. A push with no game id, or a game played without
      * history, has no card to check against.
       SCREEN-RECORDED-CARD.
           MOVE 0 TO WS-CARD-LINES
           MOVE 0 TO WS-CARD-TOTAL
           MOVE 0 TO WS-CARD-UPPER
           IF SVC-GAME-ID NOT = SPACES
               AND SVC-GAME-ID NOT = LOW-VALUES THEN
               MOVE "N" TO WS-RH-EOF
               OPEN INPUT ROLL-HISTORY
               PERFORM UNTIL RH-EOF
                   READ ROLL-HISTORY
                       AT END
                           SET RH-EOF TO TRUE
                       NOT AT END
                           IF RH-PLAYER = SVC-PLAYER-ID
                               AND RH-GAME-ID = SVC-GAME-ID THEN
                               PERFORM FOLD-CARD-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROLL-HISTORY
           END-IF
           IF WS-CARD-LINES > 0 THEN
               IF WS-CARD-UPPER >= RULE-UPPER-BONUS-THRESHOLD THEN
                   ADD RULE-UPPER-BONUS-POINTS TO WS-CARD-TOTAL
               END-IF
               IF SVC-NEW-SCORE NOT = WS-CARD-TOTAL THEN
                   MOVE WS-CARD-TOTAL TO WS-SCREEN-EDIT
                   STRING "ROLLHIST CARD FOR GAME TOTALS "
                       FUNCTION TRIM(WS-SCREEN-EDIT)
                       DELIMITED BY SIZE INTO WS-HOLD-REASON
               END-IF
           END-IF.
       SCREEN-RECORDED-CARD-EXIT.
           EXIT.

       FOLD-CARD-LINE.
           IF RH-CATEGORY-CODE IS NUMERIC
               AND RH-CATEGORY-CODE > 0
               AND RH-SCORE IS NUMERIC THEN
               ADD 1 TO WS-CARD-LINES
               ADD RH-SCORE TO WS-CARD-TOTAL
               IF RH-CATEGORY-CODE <= 6 THEN
                   ADD RH-SCORE TO WS-CARD-UPPER
               END-IF
               IF RH-YACHT-BONUS IS NUMERIC THEN
                   ADD RH-YACHT-BONUS TO WS-CARD-TOTAL
               END-IF
           END-IF.
       FOLD-CARD-LINE-EXIT.
           EXIT.

      * The player's LATEST figures on HISTFILE: a push further
      * above their average than SCREEN-SIGMA-LIMIT standard
      * deviations is held.
       SCREEN-PLAYER-HISTORY.
           MOVE "SCREEN-SIGMA-LIMIT" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND WS-PARM-VALUE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0 THEN
               IF FUNCTION NUMVAL(WS-PARM-VALUE) > 0
                   AND FUNCTION NUMVAL(WS-PARM-VALUE) < 100 THEN
                   COMPUTE WS-SCREEN-SIGMA
                       = FUNCTION NUMVAL(WS-PARM-VALUE)
               END-IF
           END-IF
           MOVE 0 TO WS-HIST-N
           MOVE 0 TO WS-HIST-SUM
           MOVE 0 TO WS-HIST-SUMSQ
           MOVE "N" TO WS-HL-EOF
           OPEN INPUT HISTORY-FILE
           PERFORM UNTIL HL-EOF
               READ HISTORY-FILE
                   AT END
                       SET HL-EOF TO TRUE
                   NOT AT END
                       IF HL-PLAYER-LIT = "PLAYER="
                           AND HL-PLAYER = SVC-PLAYER-ID
                           AND HL-LATEST-LIT = " LATEST="
                           AND HL-LATEST IS NUMERIC THEN
                           MOVE HL-LATEST TO WS-HIST-ONE
                           ADD 1 TO WS-HIST-N
                           ADD WS-HIST-ONE TO WS-HIST-SUM
                           COMPUTE WS-HIST-SUMSQ = WS-HIST-SUMSQ
                               + WS-HIST-ONE * WS-HIST-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           IF WS-HIST-N >= WS-HIST-MIN-LINES THEN
               COMPUTE WS-HIST-MEAN ROUNDED = WS-HIST-SUM / WS-HIST-N
               COMPUTE WS-HIST-VARIANCE ROUNDED
                   = WS-HIST-SUMSQ / WS-HIST-N
                   - (WS-HIST-SUM / WS-HIST-N) ** 2
               COMPUTE WS-HIST-SD ROUNDED
                   = FUNCTION SQRT(WS-HIST-VARIANCE)
      * A player who has scored the same every game would have
      * every better game held; a point's spread is the least the
      * screen allows.
               IF WS-HIST-SD < 1 THEN
                   MOVE 1 TO WS-HIST-SD
               END-IF
               COMPUTE WS-HIST-LIMIT
                   = WS-HIST-MEAN + WS-SCREEN-SIGMA * WS-HIST-SD
               IF SVC-NEW-SCORE > WS-HIST-LIMIT THEN
                   MOVE WS-SCREEN-SIGMA TO WS-SIGMA-EDIT
                   MOVE WS-HIST-MEAN TO WS-HIST-MEAN-EDIT
                   STRING "OVER " FUNCTION TRIM(WS-SIGMA-EDIT)
                       " SD ABOVE HISTFILE AVERAGE "
                       FUNCTION TRIM(WS-HIST-MEAN-EDIT)
                       DELIMITED BY SIZE INTO WS-HOLD-REASON
               END-IF
           END-IF.
       SCREEN-PLAYER-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * A held push goes on HELDSCOR under the SCORE lock (SCOREHLD
      * rewrites the file under the same lock), and the operators
      * hear of it through ALERTSVC. The same game held again for
      * the same player -- an operator retrying the push -- is not
      * held twice.
      ******************************************************************
       HOLD-INCOMING-SCORE.
           MOVE "ACQUIRE" TO WS-LOCK-ACTION
           MOVE "SCORE" TO WS-LOCK-FILE-ID
           CALL "FILELOCK" USING WS-LOCK-REQUEST
           IF WS-LOCK-RESULT NOT = 0 THEN
               MOVE 3 TO SVC-RESULT
           ELSE
               PERFORM HOLD-INCOMING-SCORE-LOCKED
               MOVE "RELEASE" TO WS-LOCK-ACTION
               CALL "FILELOCK" USING WS-LOCK-REQUEST
               MOVE 4 TO SVC-RESULT
           END-IF.
       HOLD-INCOMING-SCORE-EXIT.
           EXIT.

       HOLD-INCOMING-SCORE-LOCKED.
           MOVE 0 TO WS-HD-LAST-NUMBER
           MOVE 0 TO WS-HD-MATCH-NUMBER
           MOVE "N" TO WS-HD-ALREADY
           MOVE "N" TO WS-HD-EOF
           OPEN INPUT HELD-SCORE-FILE
           PERFORM UNTIL HD-EOF
               READ HELD-SCORE-FILE
                   AT END
                       SET HD-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-HELD-ROW
               END-READ
           END-PERFORM
           CLOSE HELD-SCORE-FILE
           IF HOLD-ALREADY-PENDING THEN
               DISPLAY "SCORESVC: GAME " FUNCTION TRIM(SVC-GAME-ID)
                   " FOR " FUNCTION TRIM(SVC-PLAYER-ID)
                   " IS ALREADY HELD AS " WS-HD-MATCH-NUMBER
           ELSE
               PERFORM APPEND-HELD-ROW
           END-IF.
       HOLD-INCOMING-SCORE-LOCKED-EXIT.
           EXIT.

       CHECK-HELD-ROW.
           IF HD-NUMBER IS NUMERIC THEN
               IF HD-NUMBER > WS-HD-LAST-NUMBER THEN
                   MOVE HD-NUMBER TO WS-HD-LAST-NUMBER
               END-IF
               IF HD-STATUS = "P"
                   AND HD-PLAYER = SVC-PLAYER-ID
                   AND HD-GAME-ID = SVC-GAME-ID
                   AND SVC-GAME-ID NOT = SPACES THEN
                   SET HOLD-ALREADY-PENDING TO TRUE
                   MOVE HD-NUMBER TO WS-HD-MATCH-NUMBER
               END-IF
           END-IF.
       CHECK-HELD-ROW-EXIT.
           EXIT.

       APPEND-HELD-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-HD-STAMP
           IF WS-AUDIT-OPERATOR = LOW-VALUES THEN
               MOVE SPACES TO WS-AUDIT-OPERATOR
           END-IF
           ADD 1 TO WS-HD-LAST-NUMBER
           OPEN EXTEND HELD-SCORE-FILE
      * Same status-71 bug class as the shop's other LINE SEQUENTIAL
      * writes: clear the record's FILLER bytes before filling it.
           MOVE SPACES TO HELD-SCORE-RECORD
           MOVE WS-HD-LAST-NUMBER TO HD-NUMBER
           MOVE SVC-PLAYER-ID TO HD-PLAYER
      * A never-set EXTERNAL game id arrives as LOW-VALUES, which
      * would abort the LINE SEQUENTIAL WRITE with status 71.
           IF SVC-GAME-ID NOT = LOW-VALUES THEN
               MOVE SVC-GAME-ID TO HD-GAME-ID
           END-IF
           MOVE SVC-NEW-SCORE TO HD-SCORE
           IF SVC-VARIANT NOT = LOW-VALUES THEN
               MOVE SVC-VARIANT TO HD-VARIANT
           END-IF
           IF SVC-ADVISED NOT = LOW-VALUE THEN
               MOVE SVC-ADVISED TO HD-ADVISED
           END-IF
           MOVE "P" TO HD-STATUS
           MOVE WS-AUDIT-OPERATOR TO HD-HELD-BY
           MOVE WS-HD-STAMP(1:8) TO HD-HELD
           MOVE 0 TO HD-DECIDED
           MOVE WS-HOLD-REASON TO HD-REASON
           WRITE HELD-SCORE-RECORD
           CLOSE HELD-SCORE-FILE
           MOVE "SCORESVC" TO WS-ALERT-PROGRAM
           MOVE 1 TO WS-ALERT-CODE
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "HELD " WS-HD-LAST-NUMBER " "
               FUNCTION TRIM(SVC-PLAYER-ID) " " SVC-NEW-SCORE
               " " WS-HOLD-REASON
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           CALL "ALERTSVC" USING WS-ALERT-REQUEST.
       APPEND-HELD-ROW-EXIT.
           EXIT.

      ******************************************************************
      * The LEADERFL half: one player's LATEST/PERSONAL-BEST row.
      ******************************************************************
