      * prints final standings and refreshes every entrant's
      * leaderboard row through the existing high-scores push path.
      * REPORT prints the current round's pairings and standings so
      * far onto TRNRPT. REGISTER can seed round 1 from ELORATE's
      * RATEFILE skill ratings -- top seed against bottom seed, the
      * top seed taking any bye -- instead of pairing in entry
      * order.
      *
      * Tournament games are played unaided: the keep-or-reroll
      * advisor is barred for the match, and a match whose pushes
      * PUSHLOG marks as advised (played some other way under the
      * match's game id) is refused -- it stays pending under a
      * fresh replay game id.
      *
      * Each round names the YACHTRUL rule variant it plays, asked
      * for as the round is drawn and kept on every match record.
      * The match game is started under that variant, and a match
      * whose pushes PUSHLOG shows under another variant is refused
      * the same way as an advised one.
      *
      * A SCORCORR adjustment row on PUSHLOG restates a player's
      * pushed total for the match game (the later row wins, as a
      * replayed push does); one correcting the total to 000 voids
      * that player's push, leaving the match undecided.
      *
      * A match game saved part-way leaves the match pending; PLAY
      * again, keyed with the same game id, resumes it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTTRN.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PUSH-LOG ASSIGN TO "PUSHLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RATING-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TOURNAMENT-REPORT ASSIGN TO "TRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05 TN-WINNER PIC X(20).
           05 FILLER PIC X.
           05 TN-GAME-ID PIC X(12).
           05 FILLER PIC X.
           05 TN-VARIANT PIC X(8).

      * Layout as YACHT-PROGRAM's RECORD-PUSH-LOG writes it.
       FD PUSH-LOG.
           05 PL-PLAYER PIC X(20).
           05 PL-GAME-ID PIC X(12).
           05 PL-TOTAL PIC 9(3).
           05 PL-ADVISED PIC X.
           05 PL-VARIANT PIC X(8).
           05 PL-ENTRY-KIND PIC X.
           05 PL-PRIOR-TOTAL PIC 9(3).
           05 PL-CORRECTION-NO PIC 9(6).

      * Layout as ELORATE's SAVE-RATING-MASTER writes it.
       FD RATING-FILE.
       01 RATING-RECORD.
           05 RT-PLAYER-ID PIC X(20).
           05 FILLER PIC X.
           05 RT-RATING PIC 9(4).
           05 FILLER PIC X.
           05 RT-GAMES PIC 9(4).
           05 FILLER PIC X.
           05 RT-PRIOR-RATING PIC 9(4).

       FD TOURNAMENT-REPORT.
       01 TOURNAMENT-REPORT-LINE PIC X(100).
               10 WS-MT-STATUS PIC X.
               10 WS-MT-WINNER PIC X(20).
               10 WS-MT-GAME-ID PIC X(12).
               10 WS-MT-VARIANT PIC X(8).
       01 WS-MATCH-INDEX PIC 99.
       01 WS-TOURN-EOF PIC X VALUE "N".
           88 TOURN-EOF VALUE "Y".
       01 WS-PAIR-INDEX PIC 99.
       01 WS-NEW-MATCH PIC 99.

      * Seeding by skill rating: entrants ranked highest rating
      * first (unrated at the bottom), then laid back into the
      * entrant table so the in-order draw pairs top against
      * bottom.
       01 WS-SEED-ANSWER PIC X VALUE "N".
           88 SEED-BY-RATING VALUE "Y" "y".
       01 WS-RATE-EOF PIC X VALUE "N".
           88 RATE-EOF VALUE "Y".
       01 WS-SEED-TABLE.
           05 WS-SEED-ENTRY OCCURS 32 TIMES.
               10 WS-SD-PLAYER PIC X(20).
               10 WS-SD-RATING PIC 9(4).
       01 WS-SEED-HOLD.
           05 WS-SH-PLAYER PIC X(20).
           05 WS-SH-RATING PIC 9(4).
       01 WS-SEED-I PIC 99.
       01 WS-SEED-J PIC 99.
       01 WS-SEED-LOW PIC 99.
       01 WS-SEED-HIGH PIC 99.

      * Round bookkeeping: the bracket's highest round, whether it
      * is complete, and its winners (next round's entrants).
       01 WS-CURRENT-ROUND PIC 99 VALUE 0.
      * The rule variant the round being drawn plays, one of the
      * YACHTRUL rule sets.
       01 WS-ROUND-VARIANT PIC X(8) VALUE "CLASSIC".
       01 WS-RULE-SET-IX PIC 99.
       01 WS-RULE-SET-FOUND PIC X VALUE "N".
           88 RULE-SET-FOUND VALUE "Y".
       01 WS-ROUND-PENDING PIC 99 VALUE 0.
       01 WS-ROUND-WINNERS PIC 99 VALUE 0.

       01 WS-TOTAL-2 PIC 9(3) VALUE 0.
       01 WS-FOUND-1 PIC X VALUE "N".
       01 WS-FOUND-2 PIC X VALUE "N".
       01 WS-ADVISED-GAME PIC X VALUE "N".
           88 ADVISED-GAME VALUE "Y".
       01 WS-WRONG-VARIANT PIC X VALUE "N".
           88 WRONG-VARIANT-GAME VALUE "Y".
       01 WS-PUSH-VARIANT PIC X(8).

       01 WS-MAINT-ANSWER PIC X(20).
       01 WS-MAINT-ACTION PIC X(8).
           05 WS-SVC-LATEST PIC 999.
           05 WS-SVC-BEST PIC 999.
           05 WS-SVC-RESULT PIC 9.
           05 WS-SVC-GAME-ID PIC X(12).
           05 WS-SVC-VARIANT PIC X(8).
           05 WS-SVC-ADVISED PIC X.

      * The EXTERNAL interfaces of the programs this one drives,
      * exactly as the operator menu declares them.
       01 WS-PLAYER-NAME IS EXTERNAL PIC X(20).
       01 WS-HISCORE-PROPERTY IS EXTERNAL PIC A(20).
       01 WS-HISCORE-MODE PIC X(20).
       01 WS-YACHT-ADVISOR-BARRED IS EXTERNAL PIC X.
       01 WS-YACHT-VARIANT IS EXTERNAL PIC X(8).
       01 WS-YACHT-GAME-SAVED IS EXTERNAL PIC X.
           88 MATCH-GAME-SAVED VALUE "Y".

      * The named rule sets a round can play.
       COPY YACHTRUL.

      * Shared audit-trail record fields.
       COPY AUDITLOG.
      ******************************************************************
      * Registration: a fresh bracket from keyed entrants, each
      * required to be a SCOREFILE player so the pushes land on a
      * real row. Pairings are taken in entry order, or in seed
      * order when the operator seeds from the skill ratings; an
      * odd entrant count byes the last player straight into round
      * 2.
      ******************************************************************
       REGISTER-ENTRANTS.
           DISPLAY "Tournament id (4 chars): " WITH NO ADVANCING
                   UNTIL WS-ENTRANT-INDEX > WS-ENTRANT-COUNT
                   PERFORM REGISTER-ONE-ENTRANT
               END-PERFORM
               DISPLAY "Seed from skill ratings (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-SEED-ANSWER
               IF SEED-BY-RATING THEN
                   PERFORM SEED-ENTRANTS-BY-RATING
               END-IF
               MOVE 0 TO WS-MATCH-COUNT
               MOVE 1 TO WS-CURRENT-ROUND
               PERFORM ASK-ROUND-VARIANT
               PERFORM DRAW-ROUND-FROM-ENTRANTS
               PERFORM SAVE-TOURNAMENT
               PERFORM LOG-AUDIT-ENTRY
       REGISTER-ENTRANTS-EXIT.
           EXIT.

      * The round's rule variant, keyed as the round is drawn; blank
      * plays CLASSIC.
       ASK-ROUND-VARIANT.
           MOVE "N" TO WS-RULE-SET-FOUND
           PERFORM UNTIL RULE-SET-FOUND
               DISPLAY "Rule variant for round " WS-CURRENT-ROUND
                   " (" WITH NO ADVANCING
               PERFORM VARYING WS-RULE-SET-IX FROM 1 BY 1
                   UNTIL WS-RULE-SET-IX > RULE-SET-COUNT
                   DISPLAY FUNCTION TRIM(RULE-SET-NAME(WS-RULE-SET-IX))
                       " " WITH NO ADVANCING
               END-PERFORM
               DISPLAY "blank=CLASSIC): " WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-MAINT-ANSWER)
                   TO WS-ROUND-VARIANT
               IF WS-ROUND-VARIANT = SPACES THEN
                   MOVE "CLASSIC" TO WS-ROUND-VARIANT
               END-IF
               PERFORM VARYING WS-RULE-SET-IX FROM 1 BY 1
                   UNTIL WS-RULE-SET-IX > RULE-SET-COUNT
                   OR RULE-SET-FOUND
                   IF RULE-SET-NAME(WS-RULE-SET-IX)
                       = WS-ROUND-VARIANT THEN
                       SET RULE-SET-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT RULE-SET-FOUND THEN
                   DISPLAY "Not a rule variant."
               END-IF
           END-PERFORM.
       ASK-ROUND-VARIANT-EXIT.
           EXIT.

       REGISTER-ONE-ENTRANT.
           DISPLAY "Entrant " WS-ENTRANT-INDEX
               " (SCOREFILE player id): " WITH NO ADVANCING
       REGISTER-ONE-ENTRANT-EXIT.
           EXIT.

      ******************************************************************
      * Seeding: each entrant's RATEFILE rating, entrants ranked
      * highest first, then laid back in draw order -- seed 1 meets
      * the last seed, seed 2 the next-to-last, and so on. With an
      * odd field the top seed goes last, where the draw byes it.
      ******************************************************************
       SEED-ENTRANTS-BY-RATING.
           PERFORM VARYING WS-SEED-I FROM 1 BY 1
               UNTIL WS-SEED-I > WS-ENTRANT-COUNT
               MOVE WS-ENTRANT(WS-SEED-I) TO WS-SD-PLAYER(WS-SEED-I)
               MOVE 0 TO WS-SD-RATING(WS-SEED-I)
           END-PERFORM
           MOVE "N" TO WS-RATE-EOF
           OPEN INPUT RATING-FILE
           PERFORM UNTIL RATE-EOF
               READ RATING-FILE
                   AT END
                       SET RATE-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-SEED-I FROM 1 BY 1
                           UNTIL WS-SEED-I > WS-ENTRANT-COUNT
                           IF WS-SD-PLAYER(WS-SEED-I) = RT-PLAYER-ID
                               AND RT-RATING IS NUMERIC THEN
                               MOVE RT-RATING
                                   TO WS-SD-RATING(WS-SEED-I)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE RATING-FILE
      * Entry order breaks ties: only a strictly higher rating moves
      * an entrant up.
           PERFORM VARYING WS-SEED-I FROM 1 BY 1
               UNTIL WS-SEED-I >= WS-ENTRANT-COUNT
               PERFORM VARYING WS-SEED-J FROM 1 BY 1
                   UNTIL WS-SEED-J > WS-ENTRANT-COUNT - WS-SEED-I
                   IF WS-SD-RATING(WS-SEED-J + 1)
                       > WS-SD-RATING(WS-SEED-J) THEN
                       MOVE WS-SEED-ENTRY(WS-SEED-J) TO WS-SEED-HOLD
                       MOVE WS-SEED-ENTRY(WS-SEED-J + 1)
                           TO WS-SEED-ENTRY(WS-SEED-J)
                       MOVE WS-SEED-HOLD
                           TO WS-SEED-ENTRY(WS-SEED-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-SEED-I FROM 1 BY 1
               UNTIL WS-SEED-I > WS-ENTRANT-COUNT
               IF WS-SD-RATING(WS-SEED-I) = 0 THEN
                   DISPLAY "  SEED " WS-SEED-I " "
                       FUNCTION TRIM(WS-SD-PLAYER(WS-SEED-I))
                       " (UNRATED)"
               ELSE
                   DISPLAY "  SEED " WS-SEED-I " "
                       FUNCTION TRIM(WS-SD-PLAYER(WS-SEED-I))
                       " (" WS-SD-RATING(WS-SEED-I) ")"
               END-IF
           END-PERFORM
           MOVE 1 TO WS-SEED-LOW
           IF FUNCTION MOD(WS-ENTRANT-COUNT, 2) = 1 THEN
               MOVE 2 TO WS-SEED-LOW
               MOVE WS-SD-PLAYER(1) TO WS-ENTRANT(WS-ENTRANT-COUNT)
           END-IF
           MOVE WS-ENTRANT-COUNT TO WS-SEED-HIGH
           MOVE 1 TO WS-SEED-J
           PERFORM UNTIL WS-SEED-LOW > WS-SEED-HIGH
               MOVE WS-SD-PLAYER(WS-SEED-LOW) TO WS-ENTRANT(WS-SEED-J)
               MOVE WS-SD-PLAYER(WS-SEED-HIGH)
                   TO WS-ENTRANT(WS-SEED-J + 1)
               ADD 1 TO WS-SEED-LOW
               SUBTRACT 1 FROM WS-SEED-HIGH
               ADD 2 TO WS-SEED-J
           END-PERFORM.
       SEED-ENTRANTS-BY-RATING-EXIT.
           EXIT.

      ******************************************************************
      * Draw one round from WS-ENTRANT-TABLE: entrants paired in
      * order, the odd one byed through with the match marked done.
               MOVE WS-CURRENT-ROUND
                   TO WS-MT-ROUND(WS-MATCH-COUNT)
               MOVE WS-NEW-MATCH TO WS-MT-MATCH(WS-MATCH-COUNT)
               MOVE WS-ROUND-VARIANT TO WS-MT-VARIANT(WS-MATCH-COUNT)
               MOVE WS-ENTRANT(WS-PAIR-INDEX)
                   TO WS-MT-PLAYER-1(WS-MATCH-COUNT)
               IF WS-PAIR-INDEX < WS-ENTRANT-COUNT THEN
               DISPLAY "Use game identifier "
                   WS-MT-GAME-ID(WS-PLAY-INDEX)
                   " and these two players."
               DISPLAY "The round plays "
                   FUNCTION TRIM(WS-MT-VARIANT(WS-PLAY-INDEX))
                   " rules."
               MOVE "GAME" TO WS-YACHT-MODE
               MOVE "Y" TO WS-YACHT-ADVISOR-BARRED
               MOVE WS-MT-VARIANT(WS-PLAY-INDEX) TO WS-YACHT-VARIANT
               CALL "YACHT-PROGRAM" USING WS-YACHT-MODE
               MOVE "N" TO WS-YACHT-ADVISOR-BARRED
               MOVE SPACES TO WS-YACHT-VARIANT
               IF MATCH-GAME-SAVED THEN
                   DISPLAY "MATCH GAME SAVED -- MATCH STAYS PENDING."
               ELSE
                   PERFORM SETTLE-PLAYED-MATCH
               END-IF
               PERFORM SAVE-TOURNAMENT
               PERFORM LOG-AUDIT-ENTRY
           END-IF.
       PLAY-NEXT-MATCH-EXIT.
           EXIT.

      * A finished match game: the winner off PUSHLOG (or the
      * operator), or the game refused.
       SETTLE-PLAYED-MATCH.
           PERFORM DETERMINE-MATCH-WINNER
           IF ADVISED-GAME OR WRONG-VARIANT-GAME THEN
               PERFORM REFUSE-MATCH-GAME
           ELSE
               IF WS-MT-WINNER(WS-PLAY-INDEX) = SPACES THEN
                   DISPLAY "Winner not determinable from PUSHLOG."
                   DISPLAY "Winner's player id: "
                       WITH NO ADVANCING
                   ACCEPT WS-MAINT-ANSWER
                   MOVE WS-MAINT-ANSWER
                       TO WS-MT-WINNER(WS-PLAY-INDEX)
               DISPLAY "WINNER: "
                   FUNCTION TRIM(WS-MT-WINNER(WS-PLAY-INDEX))
               PERFORM ADVANCE-BRACKET-IF-DUE
           END-IF.
       SETTLE-PLAYED-MATCH-EXIT.
           EXIT.

       FIND-NEXT-PENDING-MATCH.
      * The winner by pushed totals: whichever of the two scheduled
      * players pushed the higher total under the match's game id.
      * A tie (or a push that never landed) leaves the winner blank
      * for the operator to settle. A push from before variants were
      * recorded counts as CLASSIC.
       DETERMINE-MATCH-WINNER.
           MOVE 0 TO WS-TOTAL-1
           MOVE 0 TO WS-TOTAL-2
           MOVE "N" TO WS-FOUND-1
           MOVE "N" TO WS-FOUND-2
           MOVE "N" TO WS-ADVISED-GAME
           MOVE "N" TO WS-WRONG-VARIANT
           MOVE "N" TO WS-PUSH-EOF
           OPEN INPUT PUSH-LOG
           PERFORM UNTIL PUSH-EOF
                   NOT AT END
                       IF PL-GAME-ID
                           = WS-MT-GAME-ID(WS-PLAY-INDEX) THEN
                           IF PL-ADVISED = "Y" THEN
                               SET ADVISED-GAME TO TRUE
                           END-IF
                           MOVE PL-VARIANT TO WS-PUSH-VARIANT
                           IF WS-PUSH-VARIANT = SPACES THEN
                               MOVE "CLASSIC" TO WS-PUSH-VARIANT
                           END-IF
                           IF WS-PUSH-VARIANT
                               NOT = WS-MT-VARIANT(WS-PLAY-INDEX) THEN
                               SET WRONG-VARIANT-GAME TO TRUE
                           END-IF
                           IF PL-PLAYER
                               = WS-MT-PLAYER-1(WS-PLAY-INDEX) THEN
                               MOVE PL-TOTAL TO WS-TOTAL-1
                               MOVE "Y" TO WS-FOUND-1
                               IF PL-ENTRY-KIND = "C"
                                   AND PL-TOTAL = 0 THEN
                                   MOVE "N" TO WS-FOUND-1
                               END-IF
                           END-IF
                           IF PL-PLAYER
                               = WS-MT-PLAYER-2(WS-PLAY-INDEX) THEN
                               MOVE PL-TOTAL TO WS-TOTAL-2
                               MOVE "Y" TO WS-FOUND-2
                               IF PL-ENTRY-KIND = "C"
                                   AND PL-TOTAL = 0 THEN
                                   MOVE "N" TO WS-FOUND-2
                               END-IF
                           END-IF
                       END-IF
               END-READ
       DETERMINE-MATCH-WINNER-EXIT.
           EXIT.

      ******************************************************************
      * A match game played with the advisor on, or under a rule
      * variant other than the round's, does not count. The match
      * stays pending; its game id takes the next replay letter in
      * position 11, since PUSHLOG's idempotency guard would reject
      * a replay pushed under the old one.
      ******************************************************************
       REFUSE-MATCH-GAME.
           IF ADVISED-GAME THEN
               DISPLAY "GAME "
                   FUNCTION TRIM(WS-MT-GAME-ID(WS-PLAY-INDEX))
                   " WAS PLAYED WITH THE ADVISOR ON -- REFUSED."
           ELSE
               DISPLAY "GAME "
                   FUNCTION TRIM(WS-MT-GAME-ID(WS-PLAY-INDEX))
                   " WAS NOT PLAYED UNDER "
                   FUNCTION TRIM(WS-MT-VARIANT(WS-PLAY-INDEX))
                   " RULES -- REFUSED."
           END-IF
           IF WS-MT-GAME-ID(WS-PLAY-INDEX)(11:1) = SPACE THEN
               MOVE "A" TO WS-MT-GAME-ID(WS-PLAY-INDEX)(11:1)
           ELSE
               MOVE FUNCTION CHAR(FUNCTION ORD(
                   WS-MT-GAME-ID(WS-PLAY-INDEX)(11:1)) + 1)
                   TO WS-MT-GAME-ID(WS-PLAY-INDEX)(11:1)
           END-IF
           MOVE SPACES TO WS-MT-WINNER(WS-PLAY-INDEX)
           DISPLAY "Replay the match under game identifier "
               WS-MT-GAME-ID(WS-PLAY-INDEX).
       REFUSE-MATCH-GAME-EXIT.
           EXIT.

      ******************************************************************
      * When the current round has no pending matches left, its
      * winners become the next round's entrants. One winner left
                   PERFORM PUSH-PLACEMENTS-TO-BOARD
               ELSE
                   ADD 1 TO WS-CURRENT-ROUND
                   PERFORM ASK-ROUND-VARIANT
                   PERFORM DRAW-ROUND-FROM-ENTRANTS
                   DISPLAY "ROUND " WS-CURRENT-ROUND " DRAWN."
               END-IF
       WRITE-TOURNAMENT-REPORT.
           OPEN OUTPUT TOURNAMENT-REPORT
           MOVE SPACES TO TOURNAMENT-REPORT-LINE
           MOVE "CLASSIC" TO WS-ROUND-VARIANT
           PERFORM VARYING WS-MATCH-INDEX FROM 1 BY 1
               UNTIL WS-MATCH-INDEX > WS-MATCH-COUNT
               IF WS-MT-ROUND(WS-MATCH-INDEX) = WS-CURRENT-ROUND THEN
                   MOVE WS-MT-VARIANT(WS-MATCH-INDEX)
                       TO WS-ROUND-VARIANT
               END-IF
           END-PERFORM
           STRING "TOURNAMENT " WS-TOURN-ID
               " -- ROUND " WS-CURRENT-ROUND " PAIRINGS -- "
               FUNCTION TRIM(WS-ROUND-VARIANT) " RULES"
               DELIMITED BY SIZE INTO TOURNAMENT-REPORT-LINE
           WRITE TOURNAMENT-REPORT-LINE
           PERFORM VARYING WS-MATCH-INDEX FROM 1 BY 1
                       " VS " FUNCTION TRIM(
                           WS-MT-PLAYER-2(WS-MATCH-INDEX))
                       " GAME " WS-MT-GAME-ID(WS-MATCH-INDEX)
                       " RULES " WS-MT-VARIANT(WS-MATCH-INDEX)
                       DELIMITED BY SIZE
                       INTO TOURNAMENT-REPORT-LINE
               WHEN "B"
                               TO WS-MT-WINNER(WS-MATCH-COUNT)
                           MOVE TN-GAME-ID
                               TO WS-MT-GAME-ID(WS-MATCH-COUNT)
      * A bracket drawn before rounds named a variant plays CLASSIC.
                           IF TN-VARIANT = SPACES THEN
                               MOVE "CLASSIC"
                                   TO WS-MT-VARIANT(WS-MATCH-COUNT)
                           ELSE
                               MOVE TN-VARIANT
                                   TO WS-MT-VARIANT(WS-MATCH-COUNT)
                           END-IF
                           IF TN-ROUND > WS-CURRENT-ROUND THEN
                               MOVE TN-ROUND TO WS-CURRENT-ROUND
                           END-IF
               MOVE WS-MT-STATUS(WS-MATCH-INDEX) TO TN-STATUS
               MOVE WS-MT-WINNER(WS-MATCH-INDEX) TO TN-WINNER
               MOVE WS-MT-GAME-ID(WS-MATCH-INDEX) TO TN-GAME-ID
               MOVE WS-MT-VARIANT(WS-MATCH-INDEX) TO TN-VARIANT
               WRITE TOURNAMENT-RECORD
           END-PERFORM
           CLOSE TOURNAMENT-FILE.
