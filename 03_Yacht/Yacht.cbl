      * longer double-count the same game onto SCOREFILE.
           SELECT OPTIONAL PUSH-LOG ASSIGN TO "PUSHLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Multi-player games suspended mid-game, one record per game
      * identifier, until they are resumed and finished.
           SELECT OPTIONAL SAVED-GAMES ASSIGN TO "SAVEGAME"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 PL-PLAYER PIC X(20).
           05 PL-GAME-ID PIC X(12).
           05 PL-TOTAL PIC 9(3).
      * "Y" when the game was played with the advisor switched on.
           05 PL-ADVISED PIC X.
      * The YACHTRUL rule set the game was played under.
           05 PL-VARIANT PIC X(8).
      * Blank on a push; "C" on the adjustment row SCORCORR appends
      * for an approved correction, with the total it replaces and
      * the correction request's number.
           05 PL-ENTRY-KIND PIC X.
           05 PL-PRIOR-TOTAL PIC 9(3).
           05 PL-CORRECTION-NO PIC 9(6).

      * Read and written whole through the SAVEGAME layout below.
       FD SAVED-GAMES.
       01 SAVED-GAMES-LINE PIC X(212).

       WORKING-STORAGE SECTION.
       01 WS-RESULT PIC 99 VALUE 0.
         05 WS-SC-BIGSTRAIGHT PIC 99.
         05 WS-SC-CHOICE PIC 99.
         05 WS-SC-YACHT PIC 99.
      * Scored only under a rule set with the thirteenth category.
         05 WS-SC-THREEKIND PIC 99.
       01 WS-SCORECARD-TOTAL PIC 9(3) VALUE 0.
      * Ones-through-sixes section total, kept for the house
      * upper-section bonus rule in YACHTRUL.
           05 WS-SVC-LATEST PIC 999.
           05 WS-SVC-BEST PIC 999.
           05 WS-SVC-RESULT PIC 9.
           05 WS-SVC-GAME-ID PIC X(12).
           05 WS-SVC-VARIANT PIC X(8).
           05 WS-SVC-ADVISED PIC X.

      * Request 048/049 reconciliation: uniquely-named EXTERNAL copy
      * of WS-SCORECARD-TOTAL the menu driver can read after a
               10 WS-GAME-TOTAL PIC 9(3).
               10 WS-GAME-UPPER-TOTAL PIC 9(3).
               10 WS-GAME-USED-FLAGS.
                   15 WS-GAME-USED PIC X OCCURS 13 TIMES.
      * What the seat scored in the yacht box: a bonus yacht pays
      * only once that box holds a real yacht.
               10 WS-GAME-YACHT-SCORE PIC 99.
       01 WS-GAME-ROUND PIC 99.
       01 WS-GAME-SEAT PIC 9.
       01 WS-CATEGORY-INDEX PIC 99 VALUE 0.
       01 WS-GAME-WINNER-SEAT PIC 9 VALUE 0.
       01 WS-GAME-WINNER-TOTAL PIC 9(3) VALUE 0.

      * Suspend and resume. "SAVE" at a keep/re-roll mask or the
      * category prompt writes the game to SAVEGAME under its game
      * identifier and ends the session; a later GAME call keyed
      * with the same identifier offers to resume it. The saved
      * games are loaded whole and written back whole, as YACHTTRN
      * keeps TOURNFIL. WS-YACHT-GAME-SAVED tells a caller (the
      * tournament) that the game stopped unfinished.
       01 WS-YACHT-GAME-SAVED IS EXTERNAL PIC X.
         88 GAME-SAVED VALUE "Y".
       COPY SAVEGAME.
       01 WS-SAVED-COUNT PIC 99 VALUE 0.
       01 WS-SAVED-TABLE.
         05 WS-SAVED-ENTRY OCCURS 50 TIMES.
           10 WS-SAVED-GAME-ID PIC X(12).
           10 FILLER PIC X(200).
       01 WS-SAVED-IX PIC 99 VALUE 0.
       01 WS-SAVED-MATCH PIC 99 VALUE 0.
       01 WS-SAVED-EOF PIC X VALUE "N".
         88 SAVED-EOF VALUE "Y".
       01 WS-ROLLS-TAKEN PIC 9 VALUE 0.
       01 WS-FIRST-ROUND PIC 99 VALUE 1.
       01 WS-FIRST-SEAT PIC 9 VALUE 1.
       01 WS-RESUME-ROLLS PIC 9 VALUE 0.
       01 WS-RESUME-DICE PIC 9(5) VALUE 0.
       01 WS-RESUME-ANSWER PIC X VALUE SPACE.
       01 WS-RESUMING PIC X VALUE "N".
         88 RESUMING VALUE "Y".
       01 WS-RESUME-BLOCKED PIC X VALUE "N".
         88 RESUME-BLOCKED VALUE "Y".
       01 WS-SAVED-DATE-EDIT PIC 9999/99/99.

      * Rule variant. Every call starts from the YACHTRUL rule set
      * named in WS-YACHT-VARIANT -- set by a caller such as the
      * tournament, whose round plays one variant -- or CLASSIC when
      * it is blank; a game with no caller-set variant asks for one.
       01 WS-YACHT-VARIANT IS EXTERNAL PIC X(8).
       01 WS-VARIANT-ANSWER PIC X(8) VALUE SPACES.
       01 WS-RULE-SET-IX PIC 99 VALUE 0.
       01 WS-RULE-SET-FOUND PIC X VALUE "N".
         88 RULE-SET-FOUND VALUE "Y".
      * Face counts of WS-DICE, for the categories a rule set scores
      * by pattern rather than by the classic paragraphs.
       01 WS-FACE-COUNTS.
         05 WS-FACE-COUNT PIC 9 OCCURS 6 TIMES.
       01 WS-FACE PIC 9 VALUE 0.
       01 WS-MOST-OF-A-FACE PIC 9 VALUE 0.
       01 WS-RUN-LENGTH PIC 9 VALUE 0.
       01 WS-LONGEST-RUN PIC 9 VALUE 0.
       01 WS-KIND-NEEDED PIC 9 VALUE 0.
       01 WS-RUN-NEEDED PIC 9 VALUE 0.
       01 WS-RUN-POINTS PIC 99 VALUE 0.
       01 WS-HAS-THREE PIC X VALUE "N".
       01 WS-HAS-TWO PIC X VALUE "N".
      * Bonus yacht on this turn: the points it earns over the
      * category score (written to ROLLHIST as RH-YACHT-BONUS), and
      * whether the joker rules govern where it may be scored.
       01 WS-TURN-YACHT-BONUS PIC 999 VALUE 0.
       01 WS-JOKER-TURN PIC X VALUE "N".
         88 JOKER-TURN VALUE "Y".

      * Keep-or-reroll advisor. Switched on per game, it answers a
      * "?" at the mask or category prompt with the hold and the
      * category to aim for, and the game is stamped "Y" on every
      * ROLLHIST line and PUSHLOG row so tournament play can refuse
      * it. WS-YACHT-ADVISOR-BARRED is set "Y" by a caller (the
      * tournament) whose games must be played unaided.
       01 WS-ADVISOR-ON PIC X VALUE "N".
         88 ADVISOR-ON VALUE "Y".
       01 WS-ADVISOR-ANSWER PIC X VALUE SPACE.
       01 WS-YACHT-ADVISOR-BARRED IS EXTERNAL PIC X.

      * The advisor's tables, built once per run unit. Every hand
      * or part-hand is a multiset of faces (WS-ADV-N counts per
      * face), 462 of them with five dice or fewer; WS-ADV-KEY-SLOT
      * finds one from its counts read as a base-6 number.
      * WS-ADV-WAYS is the number of ordered rolls giving the
      * multiset. Per category, in card order: WS-ADV-E1 is the
      * expected score of keeping the multiset and rolling the rest
      * once more (the score itself for a full hand); WS-ADV-V1,
      * full hands only, is the best WS-ADV-E1 over the hand's
      * holds -- the hand's worth with one roll still to come.
      * The tables hold one rule set's payouts; WS-ADV-LOADED names
      * it, so a game under another variant rebuilds them.
       01 WS-ADV-LOADED PIC X(8) VALUE SPACES.
       01 WS-ADV-MS-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-ADV-MULTISETS.
         05 WS-ADV-MS OCCURS 462 TIMES.
           10 WS-ADV-N PIC 9 OCCURS 6 TIMES.
           10 WS-ADV-SIZE PIC 9.
           10 WS-ADV-WAYS PIC 9(3).
           10 WS-ADV-E1 PIC 9(3)V9(6) COMP-3 OCCURS 13 TIMES.
           10 WS-ADV-V1 PIC 9(3)V9(6) COMP-3 OCCURS 13 TIMES.
       01 WS-ADV-KEY-TABLE.
         05 WS-ADV-KEY-SLOT PIC 9(3) COMP OCCURS 46656 TIMES.
       01 WS-ADV-KEY PIC 9(5) COMP.
       01 WS-ADV-CNT-TABLE.
         05 WS-ADV-CNT PIC 9 OCCURS 6 TIMES.
       01 WS-ADV-C1 PIC 9.
       01 WS-ADV-C2 PIC 9.
       01 WS-ADV-C3 PIC 9.
       01 WS-ADV-C4 PIC 9.
       01 WS-ADV-C5 PIC 9.
       01 WS-ADV-C6 PIC 9.
       01 WS-ADV-SLOT PIC 9(3) COMP.
       01 WS-ADV-HOLD-SIZE PIC 9.
       01 WS-ADV-HOLD-CNT-TABLE.
         05 WS-ADV-HOLD-CNT PIC 9 OCCURS 6 TIMES.
       01 WS-ADV-CAT-SUMS.
         05 WS-ADV-CAT-SUM PIC 9(7)V9(6) COMP-3 OCCURS 13 TIMES.
       01 WS-ADV-FACTORIALS.
         05 FILLER PIC 9(3) VALUE 1.
         05 FILLER PIC 9(3) VALUE 1.
         05 FILLER PIC 9(3) VALUE 2.
         05 FILLER PIC 9(3) VALUE 6.
         05 FILLER PIC 9(3) VALUE 24.
         05 FILLER PIC 9(3) VALUE 120.
       01 WS-ADV-FACTORIAL-TABLE REDEFINES WS-ADV-FACTORIALS.
         05 WS-ADV-FACT PIC 9(3) OCCURS 6 TIMES.
       01 WS-ADV-I PIC 9(3) COMP.
       01 WS-ADV-J PIC 9(3) COMP.
       01 WS-ADV-K PIC 9(3) COMP.
       01 WS-ADV-F PIC 9 COMP.
       01 WS-ADV-CAT PIC 99 COMP.
       01 WS-ADV-FITS PIC X.
       01 WS-ADV-POINTS PIC 99.
       01 WS-ADV-HAS-THREE PIC X.
       01 WS-ADV-HAS-TWO PIC X.
       01 WS-ADV-SUM PIC 9(7)V9(6) COMP-3.
       01 WS-ADV-VALUE PIC 9(3)V9(6) COMP-3.
       01 WS-ADV-ROLLS-LEFT PIC 9.
       01 WS-ADV-DENOM PIC 9(5) COMP.
       01 WS-ADV-MASK PIC 99 COMP.
       01 WS-ADV-BITS PIC 99 COMP.
       01 WS-ADV-BIT PIC 9 COMP.
       01 WS-ADV-HOLD PIC X(5).
       01 WS-ADV-BEST-HOLD PIC X(5).
       01 WS-ADV-BEST-CAT PIC 99 COMP.
       01 WS-ADV-BEST-VALUE PIC 9(3)V9(6) COMP-3.
       01 WS-ADV-FOUND PIC X.
       01 WS-ADV-VALUE-EDIT PIC ZZ9.99.
       01 WS-ADV-CATEGORY-NAMES.
         05 FILLER PIC X(15) VALUE "ones".
         05 FILLER PIC X(15) VALUE "twos".
         05 FILLER PIC X(15) VALUE "threes".
         05 FILLER PIC X(15) VALUE "fours".
         05 FILLER PIC X(15) VALUE "fives".
         05 FILLER PIC X(15) VALUE "sixes".
         05 FILLER PIC X(15) VALUE "full house".
         05 FILLER PIC X(15) VALUE "four of a kind".
         05 FILLER PIC X(15) VALUE "little straight".
         05 FILLER PIC X(15) VALUE "big straight".
         05 FILLER PIC X(15) VALUE "choice".
         05 FILLER PIC X(15) VALUE "yacht".
         05 FILLER PIC X(15) VALUE "three of a kind".
       01 WS-ADV-CATEGORY-TABLE REDEFINES WS-ADV-CATEGORY-NAMES.
         05 WS-ADV-CATEGORY-NAME PIC X(15) OCCURS 13 TIMES.

      * Set "Y" by the self-check harness so a certification run
      * does not append its fixed known roll to the production
      * ROLL-HISTORY -- the same suppression QREPLAY applies to
      * into the ordinary single-category YACHT paragraph below.
      ******************************************************************
       YACHT-DISPATCH.
         PERFORM SELECT-CALLER-VARIANT
         EVALUATE TRUE
           WHEN WS-YACHT-MODE IS OMITTED
             CONTINUE
      * in END-OF-PROGRAM after a single category.
      ******************************************************************
       SCORE-CATEGORY.
      * CHOICE adds into WS-RESULT, so a second category scored in
      * the same call (a full card, a game's next turn) used to start
      * from the last one's score.
         MOVE ZEROES TO WS-RESULT
         PERFORM COUNT-DICE-FACES
         EVALUATE WS-CATEGORY
           WHEN "ones"
             MOVE 1 TO checknumber
             PERFORM NUMBERS12345
             PERFORM MULTIPLER
           WHEN "full house"
             IF RULE-FULL-HOUSE-POINTS > 0 THEN
               PERFORM FIXED-FULLHOUSE
               DISPLAY WS-RESULT
             ELSE
               PERFORM SUM-FULLHOUSE
             END-IF

           WHEN "four of a kind"
             IF FOUR-KIND-ALL-DICE THEN
               MOVE 4 TO WS-KIND-NEEDED
               PERFORM OF-A-KIND-ALL-DICE
               DISPLAY WS-RESULT
             ELSE
               PERFORM FOURAKIND
               MOVE fourakindresult TO WS-RESULT
               DISPLAY fourakindresult
             END-IF

           WHEN "three of a kind"
             IF RULE-CATEGORY-COUNT > 12 THEN
               MOVE 3 TO WS-KIND-NEEDED
               PERFORM OF-A-KIND-ALL-DICE
               DISPLAY WS-RESULT
             ELSE
               PERFORM CATEGORY-ERROR
             END-IF

           WHEN "little straight"
           WHEN "small straight"
             IF STRAIGHTS-AS-RUNS THEN
               MOVE 4 TO WS-RUN-NEEDED
               MOVE RULE-LITTLE-STRAIGHT-POINTS TO WS-RUN-POINTS
               PERFORM RUN-STRAIGHT
             ELSE
               MOVE RULE-LITTLE-STRAIGHT-LENGTH TO stairslong
               PERFORM STAIRS
               MOVE RULE-LITTLE-STRAIGHT-POINTS TO WS-RESULT
             END-IF
             DISPLAY WS-RESULT

           WHEN "big straight"
           WHEN "large straight"
             IF STRAIGHTS-AS-RUNS THEN
               MOVE 5 TO WS-RUN-NEEDED
               MOVE RULE-BIG-STRAIGHT-POINTS TO WS-RUN-POINTS
               PERFORM RUN-STRAIGHT
             ELSE
               MOVE RULE-BIG-STRAIGHT-LENGTH TO stairslong
               PERFORM STAIRS
               MOVE RULE-BIG-STRAIGHT-POINTS TO WS-RESULT
             END-IF
             DISPLAY WS-RESULT

           WHEN "choice"
             PERFORM CHOICE
             DISPLAY WS-RESULT

      * With bonus yachts in play the yacht box must hold a real
      * yacht, since the bonus and the joker both key off it.
           WHEN "yacht"
             IF RULE-YACHT-BONUS-POINTS > 0 THEN
               IF WS-MOST-OF-A-FACE = 5 THEN
                 MOVE RULE-YACHT-POINTS TO WS-RESULT
               END-IF
             ELSE
               PERFORM YACHTSET
               MOVE RULE-YACHT-POINTS TO WS-RESULT
             END-IF
             DISPLAY WS-RESULT

           WHEN OTHER
         END-EVALUATE.
       SCORE-CATEGORY-END.

      * The classic full house: the total of a three-and-two.
       SUM-FULLHOUSE.
         PERFORM FULLHOUSE
         PERFORM NUMBERS12345
          IF WS-RESULT > 3 THEN PERFORM ZEROANDONLY END-IF
         COMPUTE fullhouseresult = WS-RESULT * checknumber
         MOVE checknumber2 to checknumber
         PERFORM NUMBERS12345
          IF WS-RESULT > 3 THEN PERFORM ZEROANDONLY END-IF
         COMPUTE fullhouseresult = fullhouseresult +
                 (WS-RESULT * checknumber)
         MOVE fullhouseresult TO WS-RESULT
         DISPLAY fullhouseresult.
       SUM-FULLHOUSE-END.

      ******************************************************
      *-------------------PATTERN CATEGORIES-------------------
      * The categories a rule set scores off the face counts:
      * fixed-payout full house, three or four of a kind on all five
      * dice, and straights as runs of four or five faces.
      ******************************************************
       COUNT-DICE-FACES.
         INITIALIZE WS-FACE-COUNTS
         MOVE 0 TO WS-MOST-OF-A-FACE
         MOVE 0 TO WS-RUN-LENGTH
         MOVE 0 TO WS-LONGEST-RUN
         PERFORM VARYING Counter FROM 1 BY 1 UNTIL Counter > 5
           IF WS-DICE-ELEMENT(Counter) >= 1
               AND WS-DICE-ELEMENT(Counter) <= 6 THEN
             ADD 1 TO WS-FACE-COUNT(WS-DICE-ELEMENT(Counter))
           END-IF
         END-PERFORM
         PERFORM VARYING WS-FACE FROM 1 BY 1 UNTIL WS-FACE > 6
           IF WS-FACE-COUNT(WS-FACE) > WS-MOST-OF-A-FACE THEN
             MOVE WS-FACE-COUNT(WS-FACE) TO WS-MOST-OF-A-FACE
           END-IF
           IF WS-FACE-COUNT(WS-FACE) > 0 THEN
             ADD 1 TO WS-RUN-LENGTH
             IF WS-RUN-LENGTH > WS-LONGEST-RUN THEN
               MOVE WS-RUN-LENGTH TO WS-LONGEST-RUN
             END-IF
           ELSE
             MOVE 0 TO WS-RUN-LENGTH
           END-IF
         END-PERFORM.
       COUNT-DICE-FACES-END.

       FIXED-FULLHOUSE.
         MOVE "N" TO WS-HAS-THREE
         MOVE "N" TO WS-HAS-TWO
         PERFORM VARYING WS-FACE FROM 1 BY 1 UNTIL WS-FACE > 6
           IF WS-FACE-COUNT(WS-FACE) = 3 THEN
             MOVE "Y" TO WS-HAS-THREE
           END-IF
           IF WS-FACE-COUNT(WS-FACE) = 2 THEN
             MOVE "Y" TO WS-HAS-TWO
           END-IF
         END-PERFORM
         IF WS-HAS-THREE = "Y" AND WS-HAS-TWO = "Y" THEN
           MOVE RULE-FULL-HOUSE-POINTS TO WS-RESULT
         END-IF.
       FIXED-FULLHOUSE-END.

      * WS-KIND-NEEDED or more of one face scores all five dice.
       OF-A-KIND-ALL-DICE.
         IF WS-MOST-OF-A-FACE >= WS-KIND-NEEDED THEN
           PERFORM CHOICE
         END-IF.
       OF-A-KIND-ALL-DICE-END.

      * A run of WS-RUN-NEEDED faces pays WS-RUN-POINTS.
       RUN-STRAIGHT.
         IF WS-LONGEST-RUN >= WS-RUN-NEEDED THEN
           MOVE WS-RUN-POINTS TO WS-RESULT
         END-IF.
       RUN-STRAIGHT-END.

      ******************************************************
      *-------------------NUMBERS-------------------
      ******************************************************
         PERFORM SCORE-CATEGORY
         MOVE WS-RESULT TO WS-SC-YACHT

         MOVE 0 TO WS-SC-THREEKIND
         IF RULE-CATEGORY-COUNT > 12 THEN
           MOVE "three of a kind" TO WS-CATEGORY
           PERFORM SCORE-CATEGORY
           MOVE WS-RESULT TO WS-SC-THREEKIND
         END-IF

         COMPUTE WS-SCORECARD-TOTAL =
             WS-SC-ONES + WS-SC-TWOS + WS-SC-THREES + WS-SC-FOURS +
             WS-SC-FIVES + WS-SC-SIXES + WS-SC-FULLHOUSE +
             WS-SC-FOURKIND + WS-SC-LITTLESTRAIGHT +
             WS-SC-BIGSTRAIGHT + WS-SC-CHOICE + WS-SC-YACHT +
             WS-SC-THREEKIND
      * House rule: the upper-section bonus, per YACHTRUL, so every
      * total pushed to SCOREFILE stops shorting good players.
         COMPUTE WS-UPPER-SECTION-TOTAL =

      ******************************************************
      *-------------------YACHT-GAME-RUN-------------------
      * A whole game: seats, names and the rule variant ACCEPTed up
      * front, then a round of alternating turns per category of the
      * variant's card. Each turn ACCEPTs the rolled
      * dice and a category, rejects a category that seat already
      * used, scores it through SCORE-CATEGORY, and records it on
      * ROLL-HISTORY under the player and round. At the end the
      * winner is declared and every player's total goes to the
      * shared SCORE-FILE through the same push path a single
      * scorecard uses. A game keyed with the identifier of a saved
      * game can pick up where that one stopped instead, and a game
      * saved part-way ends the session here without a winner.
      ******************************************************************
       YACHT-GAME-RUN.
         INITIALIZE WS-GAME-PLAYERS
         MOVE "N" TO WS-YACHT-GAME-SAVED
         MOVE 1 TO WS-FIRST-ROUND
         MOVE 1 TO WS-FIRST-SEAT
         MOVE 0 TO WS-RESUME-ROLLS
         DISPLAY "Game identifier for the score push: "
             WITH NO ADVANCING
         ACCEPT WS-GAME-ID
         PERFORM OFFER-SAVED-GAME
         IF NOT RESUMING THEN
           DISPLAY "Number of players (2-4): " WITH NO ADVANCING
           ACCEPT WS-GAME-PLAYER-COUNT
           IF WS-GAME-PLAYER-COUNT < 2 THEN
             MOVE 2 TO WS-GAME-PLAYER-COUNT
           END-IF
           IF WS-GAME-PLAYER-COUNT > 4 THEN
             MOVE 4 TO WS-GAME-PLAYER-COUNT
           END-IF
           PERFORM VARYING WS-GAME-SEAT FROM 1 BY 1
               UNTIL WS-GAME-SEAT > WS-GAME-PLAYER-COUNT
             DISPLAY "Name of player " WS-GAME-SEAT ": "
                 WITH NO ADVANCING
             ACCEPT WS-GAME-PLAYER-NAME(WS-GAME-SEAT)
           END-PERFORM
           PERFORM ASK-RULE-VARIANT
           PERFORM ASK-ADVISOR-SWITCH
         END-IF

         PERFORM VARYING WS-GAME-ROUND FROM WS-FIRST-ROUND BY 1
             UNTIL WS-GAME-ROUND > RULE-CATEGORY-COUNT OR GAME-SAVED
           PERFORM VARYING WS-GAME-SEAT FROM WS-FIRST-SEAT BY 1
               UNTIL WS-GAME-SEAT > WS-GAME-PLAYER-COUNT
                   OR GAME-SAVED
             PERFORM GAME-ONE-TURN
           END-PERFORM
           MOVE 1 TO WS-FIRST-SEAT
         END-PERFORM

         IF GAME-SAVED THEN
           DISPLAY "Key game identifier " FUNCTION TRIM(WS-GAME-ID)
               " to a later game to resume it."
         ELSE
           PERFORM APPLY-GAME-UPPER-BONUS
           PERFORM DECLARE-GAME-WINNER
           PERFORM PUSH-GAME-TOTALS
           PERFORM DROP-SAVED-GAME
         END-IF
      * Off again so a later single-card push in the same run unit
      * is not stamped with this game's advisor mark.
         MOVE "N" TO WS-ADVISOR-ON.
       YACHT-GAME-RUN-END.

      ******************************************************
      * the player takes the real keep/re-roll masks for rolls two
      * and three, then picks a category; category-once enforced,
      * score recorded on the card, the running totals, and
      * ROLL-HISTORY stamped machine-rolled. "SAVE" at a mask
      * suspends the game on the dice showing.
      ******************************************************************
       GAME-ONE-TURN.
         DISPLAY "ROUND " WS-GAME-ROUND " -- "
             FUNCTION TRIM(WS-GAME-PLAYER-NAME(WS-GAME-SEAT))
      * The turn a resumed game stopped on carries on from the dice
      * that were showing when it was saved.
         IF WS-RESUME-ROLLS > 0 THEN
           MOVE WS-RESUME-DICE TO WS-DICE
           MOVE WS-RESUME-ROLLS TO WS-ROLL-NUMBER
           MOVE 0 TO WS-RESUME-ROLLS
           DISPLAY "ROLL " WS-ROLL-NUMBER ": " WS-DICE " (AS SAVED)"
         ELSE
           MOVE "RRRRR" TO WS-KEEP-MASK
           PERFORM REROLL-DICE
           DISPLAY "ROLL 1: " WS-DICE
           MOVE 1 TO WS-ROLL-NUMBER
         END-IF
         PERFORM UNTIL WS-ROLL-NUMBER >= 3
           ADD 1 TO WS-ROLL-NUMBER
      * A "?" asks the advisor and prompts again; so does a "SAVE"
      * that could not be saved.
           MOVE "?" TO WS-KEEP-MASK
           PERFORM UNTIL WS-KEEP-MASK NOT = "?"
             IF ADVISOR-ON THEN
               DISPLAY "Keep/reroll mask for roll " WS-ROLL-NUMBER
                   " (K/R x5, ?=advice, SAVE, blank=stand): "
                   WITH NO ADVANCING
             ELSE
               DISPLAY "Keep/reroll mask for roll " WS-ROLL-NUMBER
                   " (K/R x5, SAVE, blank=stand): " WITH NO ADVANCING
             END-IF
             ACCEPT WS-KEEP-MASK
             IF WS-KEEP-MASK = "?" THEN
               COMPUTE WS-ADV-ROLLS-LEFT = 4 - WS-ROLL-NUMBER
               PERFORM ADVISE-KEEP-OR-REROLL
             END-IF
             IF WS-KEEP-MASK = "SAVE" OR WS-KEEP-MASK = "save" THEN
               COMPUTE WS-ROLLS-TAKEN = WS-ROLL-NUMBER - 1
               PERFORM SAVE-GAME-STATE
               IF NOT GAME-SAVED THEN
                 MOVE "?" TO WS-KEEP-MASK
               END-IF
             END-IF
           END-PERFORM
      * A mask with no "R" is standing pat: the turn ends on the
      * dice already showing.
           MOVE 0 TO WS-MASK-R-TALLY
           END-IF
         END-PERFORM

         IF NOT GAME-SAVED THEN
           PERFORM GAME-PICK-CATEGORY
         END-IF
         IF NOT GAME-SAVED THEN
           PERFORM GAME-SCORE-TURN
         END-IF.
       GAME-ONE-TURN-END.

      ******************************************************
      *-------------------GAME-PICK-CATEGORY-------------------
      * The category for the dice the turn ended on: category-once
      * and joker placement enforced, "?" for advice, or "SAVE" to
      * suspend the game with this turn waiting on its category.
      ******************************************************************
       GAME-PICK-CATEGORY.
         PERFORM CHECK-BONUS-YACHT
         MOVE "N" TO WS-TURN-ACCEPTED
         PERFORM UNTIL TURN-ACCEPTED
           DISPLAY "Enter category: " WITH NO ADVANCING
           ACCEPT WS-CATEGORY
           PERFORM MAP-CATEGORY-INDEX
           EVALUATE TRUE
             WHEN WS-CATEGORY = "?"
               MOVE 0 TO WS-ADV-ROLLS-LEFT
               PERFORM ADVISE-KEEP-OR-REROLL
             WHEN WS-CATEGORY = "SAVE" OR WS-CATEGORY = "save"
               MOVE 3 TO WS-ROLLS-TAKEN
               PERFORM SAVE-GAME-STATE
               IF GAME-SAVED THEN
                 SET TURN-ACCEPTED TO TRUE
               END-IF
             WHEN WS-CATEGORY-INDEX = 0
               DISPLAY "Not a category. Try again."
             WHEN WS-CATEGORY-INDEX > RULE-CATEGORY-COUNT
               DISPLAY "Not a category under "
                   FUNCTION TRIM(RULE-VARIANT-NAME)
                   " rules. Try again."
             WHEN WS-GAME-USED(WS-GAME-SEAT, WS-CATEGORY-INDEX) = "Y"
               DISPLAY "Category already used. Try again."
             WHEN JOKER-TURN
                 AND WS-GAME-USED(WS-GAME-SEAT, WS-DICE-ELEMENT(1))
                     NOT = "Y"
                 AND WS-CATEGORY-INDEX NOT = WS-DICE-ELEMENT(1)
               DISPLAY "Joker: the yacht goes in the "
                   FUNCTION TRIM(
                       WS-ADV-CATEGORY-NAME(WS-DICE-ELEMENT(1)))
                   " box while it is open. Try again."
             WHEN OTHER
               SET TURN-ACCEPTED TO TRUE
           END-EVALUATE
         END-PERFORM.
       GAME-PICK-CATEGORY-END.

      * The chosen category scored onto the seat's card, the running
      * totals, and ROLL-HISTORY.
       GAME-SCORE-TURN.
         MOVE "M" TO WS-ROLL-SOURCE
         PERFORM SCORE-CATEGORY
         IF JOKER-TURN THEN
           PERFORM SCORE-JOKER
         END-IF
         IF WS-CATEGORY-INDEX = 12 THEN
           MOVE WS-RESULT TO WS-GAME-YACHT-SCORE(WS-GAME-SEAT)
         END-IF
         MOVE "Y" TO WS-GAME-USED(WS-GAME-SEAT, WS-CATEGORY-INDEX)
         ADD WS-RESULT TO WS-GAME-TOTAL(WS-GAME-SEAT)
         ADD WS-TURN-YACHT-BONUS TO WS-GAME-TOTAL(WS-GAME-SEAT)
         IF WS-CATEGORY-INDEX <= 6 THEN
           ADD WS-RESULT TO WS-GAME-UPPER-TOTAL(WS-GAME-SEAT)
         END-IF
      * full-card paths (whose dice are still typed) stay honestly
      * stamped.
         MOVE "K" TO WS-ROLL-SOURCE
         MOVE 0 TO WS-TURN-YACHT-BONUS
         MOVE "N" TO WS-JOKER-TURN
         DISPLAY "Scored " WS-RESULT " -- total "
             WS-GAME-TOTAL(WS-GAME-SEAT).
       GAME-SCORE-TURN-END.

      * The scorable categories, in card order, with three of a
      * kind as code 13 for the rule sets that play it and the
      * small/large straight names taking the straights' codes; zero
      * means the text matched none of them.
       MAP-CATEGORY-INDEX.
         EVALUATE WS-CATEGORY
           WHEN "ones"            MOVE 1 TO WS-CATEGORY-INDEX
           WHEN "full house"      MOVE 7 TO WS-CATEGORY-INDEX
           WHEN "four of a kind"  MOVE 8 TO WS-CATEGORY-INDEX
           WHEN "little straight" MOVE 9 TO WS-CATEGORY-INDEX
           WHEN "small straight"  MOVE 9 TO WS-CATEGORY-INDEX
           WHEN "big straight"    MOVE 10 TO WS-CATEGORY-INDEX
           WHEN "large straight"  MOVE 10 TO WS-CATEGORY-INDEX
           WHEN "choice"          MOVE 11 TO WS-CATEGORY-INDEX
           WHEN "yacht"           MOVE 12 TO WS-CATEGORY-INDEX
           WHEN "three of a kind" MOVE 13 TO WS-CATEGORY-INDEX
           WHEN OTHER             MOVE 0 TO WS-CATEGORY-INDEX
         END-EVALUATE.
       MAP-CATEGORY-INDEX-END.

      ******************************************************
      *-------------------CHECK-BONUS-YACHT-------------------
      * Under a rule set with bonus yachts, a yacht rolled once the
      * seat's yacht box is filled is a joker, and earns the bonus
      * when that box holds a real yacht rather than a zero.
      ******************************************************************
       CHECK-BONUS-YACHT.
         MOVE "N" TO WS-JOKER-TURN
         MOVE 0 TO WS-TURN-YACHT-BONUS
         IF RULE-YACHT-BONUS-POINTS > 0 THEN
           PERFORM COUNT-DICE-FACES
           IF WS-MOST-OF-A-FACE = 5
               AND WS-GAME-USED(WS-GAME-SEAT, 12) = "Y" THEN
             SET JOKER-TURN TO TRUE
             IF WS-GAME-YACHT-SCORE(WS-GAME-SEAT) > 0 THEN
               MOVE RULE-YACHT-BONUS-POINTS TO WS-TURN-YACHT-BONUS
               DISPLAY "BONUS YACHT -- " WS-TURN-YACHT-BONUS
                   " BONUS POINTS, JOKER RULES"
             ELSE
               DISPLAY "YACHT WITH THE YACHT BOX ZEROED -- JOKER RULES"
             END-IF
           END-IF
         END-IF.
       CHECK-BONUS-YACHT-END.

      * A joker pays the lower-section patterns it would not
      * otherwise make at their full value; every other box scores
      * the five dice as they stand.
       SCORE-JOKER.
         EVALUATE WS-CATEGORY-INDEX
           WHEN 7
             IF RULE-FULL-HOUSE-POINTS > 0 THEN
               MOVE RULE-FULL-HOUSE-POINTS TO WS-RESULT
             ELSE
               MOVE 0 TO WS-RESULT
               PERFORM CHOICE
             END-IF
           WHEN 9
             MOVE RULE-LITTLE-STRAIGHT-POINTS TO WS-RESULT
           WHEN 10
             MOVE RULE-BIG-STRAIGHT-POINTS TO WS-RESULT
           WHEN OTHER
             CONTINUE
         END-EVALUATE.
       SCORE-JOKER-END.

      *-------------------SELECT-CALLER-VARIANT-------------------
      * The rule set for this call: the caller's WS-YACHT-VARIANT, or
      * CLASSIC when none is set or the name is not a YACHTRUL set.
       SELECT-CALLER-VARIANT.
         IF WS-YACHT-VARIANT = LOW-VALUES THEN
           MOVE SPACES TO WS-YACHT-VARIANT
         END-IF
         MOVE WS-YACHT-VARIANT TO WS-VARIANT-ANSWER
         PERFORM SELECT-RULE-VARIANT
         IF NOT RULE-SET-FOUND THEN
           DISPLAY "UNKNOWN RULE VARIANT " WS-YACHT-VARIANT
               " -- CLASSIC RULES USED"
           MOVE SPACES TO WS-VARIANT-ANSWER
           PERFORM SELECT-RULE-VARIANT
         END-IF.
       SELECT-CALLER-VARIANT-END.

      * WS-VARIANT-ANSWER (blank = CLASSIC) looked up among the
      * YACHTRUL rule sets and, when found, put in force.
       SELECT-RULE-VARIANT.
         MOVE "N" TO WS-RULE-SET-FOUND
         IF WS-VARIANT-ANSWER = SPACES THEN
           MOVE "CLASSIC" TO WS-VARIANT-ANSWER
         END-IF
         MOVE FUNCTION UPPER-CASE(WS-VARIANT-ANSWER)
             TO WS-VARIANT-ANSWER
         PERFORM VARYING WS-RULE-SET-IX FROM 1 BY 1
             UNTIL WS-RULE-SET-IX > RULE-SET-COUNT OR RULE-SET-FOUND
           IF RULE-SET-NAME(WS-RULE-SET-IX) = WS-VARIANT-ANSWER THEN
             MOVE RULE-SET-ENTRY(WS-RULE-SET-IX) TO YACHT-RULES
             SET RULE-SET-FOUND TO TRUE
           END-IF
         END-PERFORM.
       SELECT-RULE-VARIANT-END.

      ******************************************************
      *-------------------ASK-RULE-VARIANT-------------------
      * The game's rule variant, chosen before the first roll from
      * the YACHTRUL rule sets. A caller that set WS-YACHT-VARIANT
      * (a tournament round) has already put its variant in force.
      ******************************************************************
       ASK-RULE-VARIANT.
         IF WS-YACHT-VARIANT NOT = SPACES THEN
           DISPLAY "Rule variant for this game: "
               FUNCTION TRIM(RULE-VARIANT-NAME)
         ELSE
           MOVE "N" TO WS-RULE-SET-FOUND
           PERFORM UNTIL RULE-SET-FOUND
             DISPLAY "Rule variants:" WITH NO ADVANCING
             PERFORM VARYING WS-RULE-SET-IX FROM 1 BY 1
                 UNTIL WS-RULE-SET-IX > RULE-SET-COUNT
               DISPLAY " " FUNCTION TRIM(RULE-SET-NAME(WS-RULE-SET-IX))
                   WITH NO ADVANCING
             END-PERFORM
             DISPLAY " "
             DISPLAY "Rule variant for this game (blank=CLASSIC): "
                 WITH NO ADVANCING
             ACCEPT WS-VARIANT-ANSWER
             PERFORM SELECT-RULE-VARIANT
             IF NOT RULE-SET-FOUND THEN
               DISPLAY "Not a rule variant. Try again."
             END-IF
           END-PERFORM
         END-IF
         DISPLAY FUNCTION TRIM(RULE-VARIANT-NAME) " RULES -- "
             RULE-CATEGORY-COUNT " CATEGORIES".
       ASK-RULE-VARIANT-END.

      ******************************************************
      *-------------------ASK-ADVISOR-SWITCH-------------------
      * The advisor is switched on (or not) once, for the whole
      * game, before the first roll; a barred caller gets no
      * choice.
      ******************************************************************
       ASK-ADVISOR-SWITCH.
         MOVE "N" TO WS-ADVISOR-ON
         IF WS-YACHT-ADVISOR-BARRED = "Y" THEN
           DISPLAY "Keep-or-reroll advisor not available here."
         ELSE
           DISPLAY "Keep-or-reroll advisor for this game (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-ADVISOR-ANSWER
           IF WS-ADVISOR-ANSWER = "Y" OR WS-ADVISOR-ANSWER = "y"
             MOVE "Y" TO WS-ADVISOR-ON
             DISPLAY "Advisor on -- the game is marked advised on "
                 "ROLLHIST and PUSHLOG."
           END-IF
         END-IF.
       ASK-ADVISOR-SWITCH-END.

      ******************************************************
      *-------------------OFFER-SAVED-GAME-------------------
      * A game keyed with the identifier of a saved game is offered
      * the saved one. A saved game some player already pushed under
      * this identifier can only be a stale copy -- the PUSHLOG guard
      * would reject its totals -- so it is not resumed. Declining
      * starts a new game, which replaces the saved one when it is
      * itself saved or finished.
      ******************************************************************
       OFFER-SAVED-GAME.
         MOVE "N" TO WS-RESUMING
         IF WS-GAME-ID NOT = SPACES
             AND WS-GAME-ID NOT = LOW-VALUES THEN
           PERFORM LOAD-SAVED-GAMES
         ELSE
           MOVE 0 TO WS-SAVED-MATCH
         END-IF
         IF WS-SAVED-MATCH > 0 THEN
           MOVE WS-SAVED-ENTRY(WS-SAVED-MATCH) TO SAVED-GAME-RECORD
           MOVE SG-SAVED-DATE TO WS-SAVED-DATE-EDIT
           DISPLAY "SAVED GAME " FUNCTION TRIM(SG-GAME-ID)
               " -- " FUNCTION TRIM(SG-VARIANT) " RULES, "
               SG-PLAYER-COUNT " PLAYERS, ROUND " SG-NEXT-ROUND
               ", SAVED " WS-SAVED-DATE-EDIT
           MOVE "N" TO WS-RESUME-BLOCKED
           PERFORM VARYING WS-GAME-SEAT FROM 1 BY 1
               UNTIL WS-GAME-SEAT > SG-PLAYER-COUNT
             MOVE SG-PLAYER-NAME(WS-GAME-SEAT) TO WS-PLAYER
             PERFORM CHECK-PUSH-LOG
             IF PUSH-ALREADY-DONE THEN
               SET RESUME-BLOCKED TO TRUE
             END-IF
           END-PERFORM
           MOVE "N" TO WS-RULE-SET-FOUND
           PERFORM VARYING WS-RULE-SET-IX FROM 1 BY 1
               UNTIL WS-RULE-SET-IX > RULE-SET-COUNT OR RULE-SET-FOUND
             IF RULE-SET-NAME(WS-RULE-SET-IX) = SG-VARIANT THEN
               SET RULE-SET-FOUND TO TRUE
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN RESUME-BLOCKED
               DISPLAY "GAME " FUNCTION TRIM(WS-GAME-ID)
                   " ALREADY PUSHED -- SAVED COPY CANNOT BE RESUMED"
             WHEN NOT RULE-SET-FOUND
               DISPLAY "RULE VARIANT " SG-VARIANT
                   " NO LONGER DEFINED -- CANNOT BE RESUMED"
             WHEN OTHER
               DISPLAY "Resume the saved game (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-RESUME-ANSWER
               IF WS-RESUME-ANSWER = "Y" OR WS-RESUME-ANSWER = "y"
                 PERFORM RESTORE-SAVED-GAME
               ELSE
                 DISPLAY "New game -- it replaces the saved one once "
                     "it is saved or finished."
               END-IF
           END-EVALUATE
         END-IF.
       OFFER-SAVED-GAME-END.

      * The saved game put back in play: rule set, advisor mark,
      * seats and cards, and the turn it stopped on.
       RESTORE-SAVED-GAME.
         SET RESUMING TO TRUE
         MOVE SG-VARIANT TO WS-VARIANT-ANSWER
         PERFORM SELECT-RULE-VARIANT
         MOVE SG-ADVISED TO WS-ADVISOR-ON
         MOVE SG-PLAYER-COUNT TO WS-GAME-PLAYER-COUNT
         MOVE SG-SEATS TO WS-GAME-PLAYERS
         MOVE SG-NEXT-ROUND TO WS-FIRST-ROUND
         MOVE SG-NEXT-SEAT TO WS-FIRST-SEAT
         MOVE SG-ROLLS-TAKEN TO WS-RESUME-ROLLS
         MOVE SG-DICE TO WS-RESUME-DICE
         DISPLAY FUNCTION TRIM(RULE-VARIANT-NAME) " RULES -- "
             RULE-CATEGORY-COUNT " CATEGORIES"
         IF WS-YACHT-VARIANT NOT = SPACES
             AND WS-YACHT-VARIANT NOT = RULE-VARIANT-NAME THEN
           DISPLAY "The saved game keeps the rules it began under."
         END-IF
         IF ADVISOR-ON THEN
           DISPLAY "Advisor on -- as when the game was saved."
         END-IF
         PERFORM VARYING WS-GAME-SEAT FROM 1 BY 1
             UNTIL WS-GAME-SEAT > WS-GAME-PLAYER-COUNT
           DISPLAY FUNCTION TRIM(WS-GAME-PLAYER-NAME(WS-GAME-SEAT))
               " TOTAL " WS-GAME-TOTAL(WS-GAME-SEAT)
         END-PERFORM.
       RESTORE-SAVED-GAME-END.

      ******************************************************
      *-------------------SAVE-GAME-STATE-------------------
      * The whole game -- seats, cards, totals, rule set, advisor
      * mark, and the turn in hand with its dice -- written to
      * SAVEGAME under the game identifier, replacing any earlier
      * save of the same game. Only a keyed game can be saved: the
      * identifier is how it is resumed, and how the PUSHLOG guard
      * knows it when the totals are finally pushed.
      ******************************************************************
       SAVE-GAME-STATE.
         IF WS-GAME-ID = SPACES OR WS-GAME-ID = LOW-VALUES THEN
           DISPLAY "A game with no identifier cannot be saved."
         ELSE
           PERFORM LOAD-SAVED-GAMES
           IF WS-SAVED-MATCH = 0 AND WS-SAVED-COUNT >= 50 THEN
             DISPLAY "SAVEGAME FULL -- GAME NOT SAVED"
           ELSE
             IF WS-SAVED-MATCH = 0 THEN
               ADD 1 TO WS-SAVED-COUNT
               MOVE WS-SAVED-COUNT TO WS-SAVED-MATCH
             END-IF
             MOVE SPACES TO SAVED-GAME-RECORD
             MOVE WS-GAME-ID TO SG-GAME-ID
             MOVE FUNCTION CURRENT-DATE TO WS-HISTORY-STAMP
             MOVE WS-HISTORY-STAMP(1:8) TO SG-SAVED-DATE
             MOVE WS-HISTORY-STAMP(9:6) TO SG-SAVED-TIME
             MOVE RULE-VARIANT-NAME TO SG-VARIANT
             MOVE WS-ADVISOR-ON TO SG-ADVISED
             MOVE WS-GAME-PLAYER-COUNT TO SG-PLAYER-COUNT
             MOVE WS-GAME-ROUND TO SG-NEXT-ROUND
             MOVE WS-GAME-SEAT TO SG-NEXT-SEAT
             MOVE WS-ROLLS-TAKEN TO SG-ROLLS-TAKEN
             MOVE WS-DICE TO SG-DICE
             MOVE WS-GAME-PLAYERS TO SG-SEATS
             MOVE SAVED-GAME-RECORD TO WS-SAVED-ENTRY(WS-SAVED-MATCH)
             PERFORM WRITE-SAVED-GAMES
             SET GAME-SAVED TO TRUE
             DISPLAY "GAME " FUNCTION TRIM(WS-GAME-ID)
                 " SAVED AT ROUND " WS-GAME-ROUND
           END-IF
         END-IF.
       SAVE-GAME-STATE-END.

      * A finished game leaves no saved copy behind.
       DROP-SAVED-GAME.
         IF WS-GAME-ID NOT = SPACES
             AND WS-GAME-ID NOT = LOW-VALUES THEN
           PERFORM LOAD-SAVED-GAMES
           IF WS-SAVED-MATCH > 0 THEN
             MOVE SPACES TO WS-SAVED-ENTRY(WS-SAVED-MATCH)
             PERFORM WRITE-SAVED-GAMES
           END-IF
         END-IF.
       DROP-SAVED-GAME-END.

      * SAVEGAME loaded whole; WS-SAVED-MATCH is the entry saved
      * under WS-GAME-ID, zero when there is none.
       LOAD-SAVED-GAMES.
         MOVE 0 TO WS-SAVED-COUNT
         MOVE 0 TO WS-SAVED-MATCH
         MOVE "N" TO WS-SAVED-EOF
         OPEN INPUT SAVED-GAMES
         PERFORM UNTIL SAVED-EOF OR WS-SAVED-COUNT >= 50
           READ SAVED-GAMES
             AT END
               SET SAVED-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-SAVED-COUNT
               MOVE SAVED-GAMES-LINE TO WS-SAVED-ENTRY(WS-SAVED-COUNT)
               IF WS-SAVED-GAME-ID(WS-SAVED-COUNT) = WS-GAME-ID THEN
                 MOVE WS-SAVED-COUNT TO WS-SAVED-MATCH
               END-IF
           END-READ
         END-PERFORM
         CLOSE SAVED-GAMES.
       LOAD-SAVED-GAMES-END.

      * SAVEGAME rewritten whole, less any dropped entry.
       WRITE-SAVED-GAMES.
         OPEN OUTPUT SAVED-GAMES
         PERFORM VARYING WS-SAVED-IX FROM 1 BY 1
             UNTIL WS-SAVED-IX > WS-SAVED-COUNT
           IF WS-SAVED-ENTRY(WS-SAVED-IX) NOT = SPACES THEN
             MOVE WS-SAVED-ENTRY(WS-SAVED-IX) TO SAVED-GAMES-LINE
             WRITE SAVED-GAMES-LINE
           END-IF
         END-PERFORM
         CLOSE SAVED-GAMES.
       WRITE-SAVED-GAMES-END.

      ******************************************************
      *-------------------ADVISE-KEEP-OR-REROLL-------------------
      * The best hold of the dice showing and the category to aim
      * for, over the categories still open on this seat's card:
      * for each open category, each of the 32 holds is valued at
      * its expected score with the remaining rolls played to the
      * best for that category, scored at the payouts of the rule
      * set in force. With no roll left it is simply the best
      * category to score. The upper-section bonus, bonus yachts and
      * joker scoring are left out of the expectation.
      ******************************************************************
       ADVISE-KEEP-OR-REROLL.
         IF NOT ADVISOR-ON THEN
           DISPLAY "The advisor is off for this game."
         ELSE
           IF WS-ADV-LOADED NOT = RULE-VARIANT-NAME THEN
             PERFORM BUILD-ADVISOR-TABLES
           END-IF
           MOVE "N" TO WS-ADV-FOUND
           MOVE 0 TO WS-ADV-BEST-VALUE
           PERFORM VARYING WS-ADV-CAT FROM 1 BY 1
               UNTIL WS-ADV-CAT > RULE-CATEGORY-COUNT
             IF WS-GAME-USED(WS-GAME-SEAT, WS-ADV-CAT) NOT = "Y" THEN
               PERFORM ADVISE-ONE-CATEGORY
             END-IF
           END-PERFORM
           MOVE WS-ADV-BEST-VALUE TO WS-ADV-VALUE-EDIT
           EVALUATE TRUE
             WHEN WS-ADV-FOUND = "N"
               DISPLAY "ADVISOR: NO OPEN CATEGORY LEFT."
             WHEN WS-ADV-ROLLS-LEFT = 0
               DISPLAY "ADVISOR: SCORE "
                   FUNCTION TRIM(WS-ADV-CATEGORY-NAME(WS-ADV-BEST-CAT))
                   " FOR " WS-ADV-VALUE-EDIT
             WHEN OTHER
               DISPLAY "ADVISOR: HOLD " WS-ADV-BEST-HOLD
                   " ON " WS-DICE " AND AIM FOR "
                   FUNCTION TRIM(WS-ADV-CATEGORY-NAME(WS-ADV-BEST-CAT))
               DISPLAY "         EXPECTED SCORE " WS-ADV-VALUE-EDIT
                   " OVER " WS-ADV-ROLLS-LEFT " MORE ROLL(S)"
           END-EVALUATE
         END-IF.
       ADVISE-KEEP-OR-REROLL-END.

      * Every hold of the dice showing, keeping the most dice
      * first so a tie goes to the hold that rerolls least.
       ADVISE-ONE-CATEGORY.
         IF WS-ADV-ROLLS-LEFT = 0 THEN
           MOVE 31 TO WS-ADV-MASK
           PERFORM ADVISE-ONE-HOLD
         ELSE
           PERFORM VARYING WS-ADV-K FROM 32 BY -1 UNTIL WS-ADV-K < 1
             COMPUTE WS-ADV-MASK = WS-ADV-K - 1
             PERFORM ADVISE-ONE-HOLD
           END-PERFORM
         END-IF.
       ADVISE-ONE-CATEGORY-END.

      * WS-ADV-MASK bit n-1 set keeps die n.
       ADVISE-ONE-HOLD.
         INITIALIZE WS-ADV-CNT-TABLE
         MOVE WS-ADV-MASK TO WS-ADV-BITS
         PERFORM VARYING Counter FROM 1 BY 1 UNTIL Counter > 5
           DIVIDE WS-ADV-BITS BY 2 GIVING WS-ADV-BITS
               REMAINDER WS-ADV-BIT
           IF WS-ADV-BIT = 1 THEN
             MOVE "K" TO WS-ADV-HOLD(Counter:1)
             ADD 1 TO WS-ADV-CNT(WS-DICE-ELEMENT(Counter))
           ELSE
             MOVE "R" TO WS-ADV-HOLD(Counter:1)
           END-IF
         END-PERFORM
         IF WS-ADV-ROLLS-LEFT < 2 THEN
           PERFORM FIND-ADV-SLOT
           MOVE WS-ADV-E1(WS-ADV-SLOT, WS-ADV-CAT) TO WS-ADV-VALUE
         ELSE
           PERFORM EXPECT-OVER-TWO-ROLLS
         END-IF
         IF WS-ADV-FOUND = "N" OR WS-ADV-VALUE > WS-ADV-BEST-VALUE
           MOVE "Y" TO WS-ADV-FOUND
           MOVE WS-ADV-VALUE TO WS-ADV-BEST-VALUE
           MOVE WS-ADV-HOLD TO WS-ADV-BEST-HOLD
           MOVE WS-ADV-CAT TO WS-ADV-BEST-CAT
         END-IF.
       ADVISE-ONE-HOLD-END.

      * Two rolls to come: every way the rerolled dice can land,
      * each resulting hand worth its best hold with one roll left.
       EXPECT-OVER-TWO-ROLLS.
         MOVE WS-ADV-CNT-TABLE TO WS-ADV-HOLD-CNT-TABLE
         COMPUTE WS-ADV-HOLD-SIZE = WS-ADV-CNT(1) + WS-ADV-CNT(2)
             + WS-ADV-CNT(3) + WS-ADV-CNT(4) + WS-ADV-CNT(5)
             + WS-ADV-CNT(6)
         MOVE 0 TO WS-ADV-SUM
         PERFORM VARYING WS-ADV-J FROM 1 BY 1
             UNTIL WS-ADV-J > WS-ADV-MS-COUNT
           IF WS-ADV-SIZE(WS-ADV-J) = 5 - WS-ADV-HOLD-SIZE THEN
             PERFORM VARYING WS-ADV-F FROM 1 BY 1 UNTIL WS-ADV-F > 6
               COMPUTE WS-ADV-CNT(WS-ADV-F) =
                   WS-ADV-HOLD-CNT(WS-ADV-F)
                   + WS-ADV-N(WS-ADV-J, WS-ADV-F)
             END-PERFORM
             PERFORM FIND-ADV-SLOT
             COMPUTE WS-ADV-SUM = WS-ADV-SUM + WS-ADV-WAYS(WS-ADV-J)
                 * WS-ADV-V1(WS-ADV-SLOT, WS-ADV-CAT)
           END-IF
         END-PERFORM
         COMPUTE WS-ADV-DENOM = 6 ** (5 - WS-ADV-HOLD-SIZE)
         COMPUTE WS-ADV-VALUE = WS-ADV-SUM / WS-ADV-DENOM.
       EXPECT-OVER-TWO-ROLLS-END.

      * Face counts in WS-ADV-CNT to the multiset's table slot.
       FIND-ADV-SLOT.
         COMPUTE WS-ADV-KEY = WS-ADV-CNT(1) + 6 * WS-ADV-CNT(2)
             + 36 * WS-ADV-CNT(3) + 216 * WS-ADV-CNT(4)
             + 1296 * WS-ADV-CNT(5) + 7776 * WS-ADV-CNT(6) + 1
         MOVE WS-ADV-KEY-SLOT(WS-ADV-KEY) TO WS-ADV-SLOT.
       FIND-ADV-SLOT-END.

      ******************************************************
      *-------------------BUILD-ADVISOR-TABLES-------------------
      * Once per run unit and rule set: list the 462 multisets,
      * score every full hand in every category, take each
      * part-hand's expectation over one more roll, then each full
      * hand's best hold.
      ******************************************************************
       BUILD-ADVISOR-TABLES.
         MOVE 0 TO WS-ADV-MS-COUNT
         PERFORM VARYING WS-ADV-KEY FROM 0 BY 1
             UNTIL WS-ADV-KEY > 46655
           PERFORM LIST-ONE-MULTISET
         END-PERFORM
         PERFORM VARYING WS-ADV-J FROM 1 BY 1
             UNTIL WS-ADV-J > WS-ADV-MS-COUNT
           IF WS-ADV-SIZE(WS-ADV-J) = 5 THEN
             PERFORM VARYING WS-ADV-F FROM 1 BY 1 UNTIL WS-ADV-F > 6
               MOVE WS-ADV-N(WS-ADV-J, WS-ADV-F) TO WS-ADV-CNT(WS-ADV-F)
             END-PERFORM
             PERFORM VARYING WS-ADV-CAT FROM 1 BY 1
                 UNTIL WS-ADV-CAT > RULE-CATEGORY-COUNT
               PERFORM SCORE-ADV-HAND
               MOVE WS-ADV-POINTS TO WS-ADV-E1(WS-ADV-J, WS-ADV-CAT)
             END-PERFORM
           END-IF
         END-PERFORM
         PERFORM VARYING WS-ADV-J FROM 1 BY 1
             UNTIL WS-ADV-J > WS-ADV-MS-COUNT
           IF WS-ADV-SIZE(WS-ADV-J) < 5 THEN
             PERFORM EXPECT-ONE-PART-HAND
           END-IF
         END-PERFORM
         PERFORM VARYING WS-ADV-J FROM 1 BY 1
             UNTIL WS-ADV-J > WS-ADV-MS-COUNT
           IF WS-ADV-SIZE(WS-ADV-J) = 5 THEN
             PERFORM BEST-HOLD-OF-HAND
           END-IF
         END-PERFORM
         MOVE RULE-VARIANT-NAME TO WS-ADV-LOADED.
       BUILD-ADVISOR-TABLES-END.

      * WS-ADV-KEY read as six base-6 face counts; kept when they
      * come to five dice or fewer.
       LIST-ONE-MULTISET.
         MOVE WS-ADV-KEY TO WS-ADV-I
         DIVIDE WS-ADV-I BY 6 GIVING WS-ADV-I REMAINDER WS-ADV-C1
         DIVIDE WS-ADV-I BY 6 GIVING WS-ADV-I REMAINDER WS-ADV-C2
         DIVIDE WS-ADV-I BY 6 GIVING WS-ADV-I REMAINDER WS-ADV-C3
         DIVIDE WS-ADV-I BY 6 GIVING WS-ADV-I REMAINDER WS-ADV-C4
         DIVIDE WS-ADV-I BY 6 GIVING WS-ADV-I REMAINDER WS-ADV-C5
         MOVE WS-ADV-I TO WS-ADV-C6
         IF WS-ADV-C1 + WS-ADV-C2 + WS-ADV-C3 + WS-ADV-C4
             + WS-ADV-C5 + WS-ADV-C6 <= 5 THEN
           ADD 1 TO WS-ADV-MS-COUNT
           MOVE WS-ADV-C1 TO WS-ADV-N(WS-ADV-MS-COUNT, 1)
           MOVE WS-ADV-C2 TO WS-ADV-N(WS-ADV-MS-COUNT, 2)
           MOVE WS-ADV-C3 TO WS-ADV-N(WS-ADV-MS-COUNT, 3)
           MOVE WS-ADV-C4 TO WS-ADV-N(WS-ADV-MS-COUNT, 4)
           MOVE WS-ADV-C5 TO WS-ADV-N(WS-ADV-MS-COUNT, 5)
           MOVE WS-ADV-C6 TO WS-ADV-N(WS-ADV-MS-COUNT, 6)
           COMPUTE WS-ADV-SIZE(WS-ADV-MS-COUNT) = WS-ADV-C1
               + WS-ADV-C2 + WS-ADV-C3 + WS-ADV-C4 + WS-ADV-C5
               + WS-ADV-C6
           COMPUTE WS-ADV-WAYS(WS-ADV-MS-COUNT) =
               WS-ADV-FACT(WS-ADV-SIZE(WS-ADV-MS-COUNT) + 1)
               / (WS-ADV-FACT(WS-ADV-C1 + 1)
               * WS-ADV-FACT(WS-ADV-C2 + 1)
               * WS-ADV-FACT(WS-ADV-C3 + 1)
               * WS-ADV-FACT(WS-ADV-C4 + 1)
               * WS-ADV-FACT(WS-ADV-C5 + 1)
               * WS-ADV-FACT(WS-ADV-C6 + 1))
           MOVE WS-ADV-MS-COUNT TO WS-ADV-KEY-SLOT(WS-ADV-KEY + 1)
         END-IF.
       LIST-ONE-MULTISET-END.

      * Part-hand WS-ADV-J kept, the rest rolled once: the scores of
      * every full hand it can become, weighted by the ways.
       EXPECT-ONE-PART-HAND.
         INITIALIZE WS-ADV-CAT-SUMS
         PERFORM VARYING WS-ADV-I FROM 1 BY 1
             UNTIL WS-ADV-I > WS-ADV-MS-COUNT
           IF WS-ADV-SIZE(WS-ADV-I) = 5 - WS-ADV-SIZE(WS-ADV-J) THEN
             PERFORM VARYING WS-ADV-F FROM 1 BY 1 UNTIL WS-ADV-F > 6
               COMPUTE WS-ADV-CNT(WS-ADV-F) =
                   WS-ADV-N(WS-ADV-J, WS-ADV-F)
                   + WS-ADV-N(WS-ADV-I, WS-ADV-F)
             END-PERFORM
             PERFORM FIND-ADV-SLOT
             PERFORM VARYING WS-ADV-CAT FROM 1 BY 1
                 UNTIL WS-ADV-CAT > RULE-CATEGORY-COUNT
               COMPUTE WS-ADV-CAT-SUM(WS-ADV-CAT) =
                   WS-ADV-CAT-SUM(WS-ADV-CAT) + WS-ADV-WAYS(WS-ADV-I)
                   * WS-ADV-E1(WS-ADV-SLOT, WS-ADV-CAT)
             END-PERFORM
           END-IF
         END-PERFORM
         COMPUTE WS-ADV-DENOM = 6 ** (5 - WS-ADV-SIZE(WS-ADV-J))
         PERFORM VARYING WS-ADV-CAT FROM 1 BY 1
             UNTIL WS-ADV-CAT > RULE-CATEGORY-COUNT
           COMPUTE WS-ADV-E1(WS-ADV-J, WS-ADV-CAT) =
               WS-ADV-CAT-SUM(WS-ADV-CAT) / WS-ADV-DENOM
         END-PERFORM.
       EXPECT-ONE-PART-HAND-END.

      * Full hand WS-ADV-J with one roll to come: per category,
      * the best of its holds (every multiset it contains).
       BEST-HOLD-OF-HAND.
         PERFORM VARYING WS-ADV-CAT FROM 1 BY 1
             UNTIL WS-ADV-CAT > RULE-CATEGORY-COUNT
           MOVE 0 TO WS-ADV-V1(WS-ADV-J, WS-ADV-CAT)
         END-PERFORM
         PERFORM VARYING WS-ADV-I FROM 1 BY 1
             UNTIL WS-ADV-I > WS-ADV-MS-COUNT
           MOVE "Y" TO WS-ADV-FITS
           PERFORM VARYING WS-ADV-F FROM 1 BY 1
               UNTIL WS-ADV-F > 6 OR WS-ADV-FITS = "N"
             IF WS-ADV-N(WS-ADV-I, WS-ADV-F)
                 > WS-ADV-N(WS-ADV-J, WS-ADV-F) THEN
               MOVE "N" TO WS-ADV-FITS
             END-IF
           END-PERFORM
           IF WS-ADV-FITS = "Y" THEN
             PERFORM VARYING WS-ADV-CAT FROM 1 BY 1
                 UNTIL WS-ADV-CAT > RULE-CATEGORY-COUNT
               IF WS-ADV-E1(WS-ADV-I, WS-ADV-CAT)
                   > WS-ADV-V1(WS-ADV-J, WS-ADV-CAT) THEN
                 MOVE WS-ADV-E1(WS-ADV-I, WS-ADV-CAT)
                     TO WS-ADV-V1(WS-ADV-J, WS-ADV-CAT)
               END-IF
             END-PERFORM
           END-IF
         END-PERFORM.
       BEST-HOLD-OF-HAND-END.

      * Category WS-ADV-CAT scored off the face counts in
      * WS-ADV-CNT at the payouts of the rule set in force, without
      * SCORE-CATEGORY's console display.
       SCORE-ADV-HAND.
         MOVE 0 TO WS-ADV-POINTS
         EVALUATE TRUE
           WHEN WS-ADV-CAT <= 6
             COMPUTE WS-ADV-POINTS = WS-ADV-CAT * WS-ADV-CNT(WS-ADV-CAT)
           WHEN WS-ADV-CAT = 7
             MOVE "N" TO WS-ADV-HAS-THREE
             MOVE "N" TO WS-ADV-HAS-TWO
             PERFORM VARYING WS-ADV-F FROM 1 BY 1 UNTIL WS-ADV-F > 6
               IF WS-ADV-CNT(WS-ADV-F) = 3 THEN
                 MOVE "Y" TO WS-ADV-HAS-THREE
               END-IF
               IF WS-ADV-CNT(WS-ADV-F) = 2 THEN
                 MOVE "Y" TO WS-ADV-HAS-TWO
               END-IF
             END-PERFORM
             IF WS-ADV-HAS-THREE = "Y" AND WS-ADV-HAS-TWO = "Y" THEN
               IF RULE-FULL-HOUSE-POINTS > 0 THEN
                 MOVE RULE-FULL-HOUSE-POINTS TO WS-ADV-POINTS
               ELSE
                 PERFORM SUM-ADV-HAND
               END-IF
             END-IF
           WHEN WS-ADV-CAT = 8
             PERFORM VARYING WS-ADV-F FROM 1 BY 1 UNTIL WS-ADV-F > 6
               IF WS-ADV-CNT(WS-ADV-F) >= 4 THEN
                 IF FOUR-KIND-ALL-DICE THEN
                   PERFORM SUM-ADV-HAND
                 ELSE
                   COMPUTE WS-ADV-POINTS = 4 * WS-ADV-F
                 END-IF
               END-IF
             END-PERFORM
           WHEN WS-ADV-CAT = 9 AND STRAIGHTS-AS-RUNS
             MOVE 4 TO WS-RUN-NEEDED
             PERFORM ADV-HAND-HAS-RUN
             IF WS-ADV-FITS = "Y" THEN
               MOVE RULE-LITTLE-STRAIGHT-POINTS TO WS-ADV-POINTS
             END-IF
           WHEN WS-ADV-CAT = 9
             IF WS-ADV-CNT(1) = 1 AND WS-ADV-CNT(2) = 1
                 AND WS-ADV-CNT(3) = 1 AND WS-ADV-CNT(4) = 1
                 AND WS-ADV-CNT(5) = 1 THEN
               MOVE RULE-LITTLE-STRAIGHT-POINTS TO WS-ADV-POINTS
             END-IF
           WHEN WS-ADV-CAT = 10 AND STRAIGHTS-AS-RUNS
             MOVE 5 TO WS-RUN-NEEDED
             PERFORM ADV-HAND-HAS-RUN
             IF WS-ADV-FITS = "Y" THEN
               MOVE RULE-BIG-STRAIGHT-POINTS TO WS-ADV-POINTS
             END-IF
           WHEN WS-ADV-CAT = 10
             IF WS-ADV-CNT(2) = 1 AND WS-ADV-CNT(3) = 1
                 AND WS-ADV-CNT(4) = 1 AND WS-ADV-CNT(5) = 1
                 AND WS-ADV-CNT(6) = 1 THEN
               MOVE RULE-BIG-STRAIGHT-POINTS TO WS-ADV-POINTS
             END-IF
           WHEN WS-ADV-CAT = 11
             PERFORM SUM-ADV-HAND
           WHEN WS-ADV-CAT = 12
             PERFORM VARYING WS-ADV-F FROM 1 BY 1 UNTIL WS-ADV-F > 6
               IF WS-ADV-CNT(WS-ADV-F) = 5 THEN
                 MOVE RULE-YACHT-POINTS TO WS-ADV-POINTS
               END-IF
             END-PERFORM
           WHEN OTHER
             PERFORM VARYING WS-ADV-F FROM 1 BY 1 UNTIL WS-ADV-F > 6
               IF WS-ADV-CNT(WS-ADV-F) >= 3 THEN
                 PERFORM SUM-ADV-HAND
               END-IF
             END-PERFORM
         END-EVALUATE.
       SCORE-ADV-HAND-END.

      * WS-ADV-FITS "Y" when the counts hold a run of
      * WS-RUN-NEEDED consecutive faces.
       ADV-HAND-HAS-RUN.
         MOVE "N" TO WS-ADV-FITS
         MOVE 0 TO WS-RUN-LENGTH
         PERFORM VARYING WS-ADV-F FROM 1 BY 1 UNTIL WS-ADV-F > 6
           IF WS-ADV-CNT(WS-ADV-F) > 0 THEN
             ADD 1 TO WS-RUN-LENGTH
             IF WS-RUN-LENGTH >= WS-RUN-NEEDED THEN
               MOVE "Y" TO WS-ADV-FITS
             END-IF
           ELSE
             MOVE 0 TO WS-RUN-LENGTH
           END-IF
         END-PERFORM.
       ADV-HAND-HAS-RUN-END.

       SUM-ADV-HAND.
         MOVE 0 TO WS-ADV-POINTS
         PERFORM VARYING WS-ADV-F FROM 1 BY 1 UNTIL WS-ADV-F > 6
           COMPUTE WS-ADV-POINTS = WS-ADV-POINTS
               + WS-ADV-F * WS-ADV-CNT(WS-ADV-F)
         END-PERFORM.
       SUM-ADV-HAND-END.

      *-------------------APPLY-GAME-UPPER-BONUS-------------------
      * The same YACHTRUL upper-section bonus SCORE-FULL-CARD
      * applies, per seat, before the winner is declared.
         MOVE "SCORE" TO WS-SVC-FILE-ID
         MOVE WS-PLAYER TO WS-SVC-PLAYER-ID
         MOVE WS-SCORECARD-TOTAL TO WS-SVC-NEW-SCORE
      * The game the total comes from, for SCORESVC's screen.
         IF WS-GAME-ID = LOW-VALUES THEN
           MOVE SPACES TO WS-SVC-GAME-ID
         ELSE
           MOVE WS-GAME-ID TO WS-SVC-GAME-ID
         END-IF
         MOVE RULE-VARIANT-NAME TO WS-SVC-VARIANT
         MOVE WS-ADVISOR-ON TO WS-SVC-ADVISED
         CALL "SCORESVC" USING WS-SCORE-SVC-REQUEST
         EVALUATE WS-SVC-RESULT
           WHEN 0
           WHEN 3
             DISPLAY "SCOREFILE BUSY, PUSH NOT APPLIED FOR "
                 FUNCTION TRIM(WS-PLAYER)
      * Held by the screen: nothing lands and nothing is logged
      * until a supervisor releases it under SCOREHLD, which writes
      * the push log row then.
           WHEN 4
             DISPLAY "PUSH HELD FOR SUPERVISOR REVIEW: "
                 FUNCTION TRIM(WS-PLAYER) " " WS-SCORECARD-TOTAL
           WHEN OTHER
             DISPLAY "SCOREFILE FULL, PUSH NOT APPLIED FOR "
                 FUNCTION TRIM(WS-PLAYER)
           MOVE WS-PLAYER TO PL-PLAYER
           MOVE WS-GAME-ID TO PL-GAME-ID
           MOVE WS-SCORECARD-TOTAL TO PL-TOTAL
           MOVE WS-ADVISOR-ON TO PL-ADVISED
           MOVE RULE-VARIANT-NAME TO PL-VARIANT
           WRITE PUSH-LOG-RECORD
           CLOSE PUSH-LOG
         END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-HISTORY-STAMP
           MOVE WS-HISTORY-STAMP(1:14) TO RH-TIMESTAMP
           MOVE WS-ROLL-SOURCE TO RH-ROLL-SOURCE
           MOVE WS-ADVISOR-ON TO RH-ADVISED
           MOVE RULE-VARIANT-NAME TO RH-VARIANT
           MOVE WS-TURN-YACHT-BONUS TO RH-YACHT-BONUS
           WRITE ROLL-HISTORY-RECORD
         END-IF
         CLOSE ROLL-HISTORY.
