      ******************************************************************
      * YACHTCAT: career category analysis off ROLL-HISTORY. DICESTAT
      * says whether the dice are fair and YACHTCRD rebuilds cards,
      * but neither answers "which category does this player keep
      * scratching" or "how often does anyone actually roll a
      * yacht". This reader walks ROLLHIST once and, for every
      * player and for the shop as a whole, tallies each category's
      * average score, zero-score rate, best score, and share of the
      * player's category points, plus how often a completed upper
      * section earned the YACHTRUL bonus. CATRPT prints the
      * shop-wide page first, then a page per player with their
      * averages and zero rates beside the shop's, so the league's
      * coaching of newcomers starts from the record.
      *
      * Cards are delimited the way YACHTCRD delimits them -- a new
      * game id, a category scored again, or the round falling back
      * closes the player's card. Lines from games played with the
      * keep-or-reroll advisor on are left out: the analysis is of
      * the player's own choices. A change of rule variant also
      * closes the card, each card is judged for the bonus under its
      * own YACHTRUL rule set, and three of a kind (code 13, played
      * only under the thirteen-category variant) gets its row once
      * any game has scored it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTCAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ROLL-HISTORY ASSIGN TO "ROLLHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CATEGORY-REPORT ASSIGN TO "CATRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * The fixed-field layout shared with the writer; a legacy
      * free-text file converts through ROLLCONV first.
       FD ROLL-HISTORY.
       COPY ROLLHIST.

       FD CATEGORY-REPORT.
       01 CATEGORY-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-HIST-EOF PIC X VALUE "N".
           88 HIST-EOF VALUE "Y".
       01 WS-LINES-READ PIC 9(6) VALUE 0.
       01 WS-LINES-USED PIC 9(6) VALUE 0.
       01 WS-LINES-ADVISED PIC 9(6) VALUE 0.
       01 WS-LINES-UNMAPPED PIC 9(6) VALUE 0.

      * One row per player: the career tallies per category in card
      * order, the card counts, and the card being walked.
       01 WS-PLAYER-COUNT PIC 99 VALUE 0.
       01 WS-PLAYER-TABLE.
           05 WS-PLAYER-ENTRY OCCURS 50 TIMES.
               10 WS-PL-ID PIC X(20).
               10 WS-PL-CATEGORY OCCURS 13 TIMES.
                   15 WS-PL-SCORED PIC 9(5).
                   15 WS-PL-SUM PIC 9(7).
                   15 WS-PL-ZEROS PIC 9(5).
                   15 WS-PL-BEST PIC 99.
               10 WS-PL-POINTS PIC 9(7).
               10 WS-PL-CARDS PIC 9(5).
               10 WS-PL-UPPER-DONE PIC 9(5).
               10 WS-PL-BONUSES PIC 9(5).
               10 WS-PL-CARD-OPEN PIC X.
               10 WS-PL-CARD-GAME-ID PIC X(12).
               10 WS-PL-CARD-ROUND PIC 99.
               10 WS-PL-CARD-FILLED PIC X(13).
               10 WS-PL-CARD-UPPER PIC 9(3).
               10 WS-PL-CARD-VARIANT PIC X(8).
       01 WS-PLAYER-INDEX PIC 99.
       01 WS-PLAYER-MATCH PIC 99 VALUE 0.

      * The same tallies for the shop as a whole.
       01 WS-SHOP-TABLE.
           05 WS-SH-CATEGORY OCCURS 13 TIMES.
               10 WS-SH-SCORED PIC 9(6).
               10 WS-SH-SUM PIC 9(8).
               10 WS-SH-ZEROS PIC 9(6).
               10 WS-SH-BEST PIC 99.
       01 WS-SH-POINTS PIC 9(8) VALUE 0.
       01 WS-SH-CARDS PIC 9(6) VALUE 0.
       01 WS-SH-UPPER-DONE PIC 9(6) VALUE 0.
       01 WS-SH-BONUSES PIC 9(6) VALUE 0.

       01 WS-CARD-NAMES.
           05 FILLER PIC X(15) VALUE "ONES".
           05 FILLER PIC X(15) VALUE "TWOS".
           05 FILLER PIC X(15) VALUE "THREES".
           05 FILLER PIC X(15) VALUE "FOURS".
           05 FILLER PIC X(15) VALUE "FIVES".
           05 FILLER PIC X(15) VALUE "SIXES".
           05 FILLER PIC X(15) VALUE "FULL HOUSE".
           05 FILLER PIC X(15) VALUE "FOUR OF A KIND".
           05 FILLER PIC X(15) VALUE "LITTLE STRAIGHT".
           05 FILLER PIC X(15) VALUE "BIG STRAIGHT".
           05 FILLER PIC X(15) VALUE "CHOICE".
           05 FILLER PIC X(15) VALUE "YACHT".
           05 FILLER PIC X(15) VALUE "THREE OF A KIND".
       01 WS-CARD-NAME-TABLE REDEFINES WS-CARD-NAMES.
           05 WS-CARD-NAME PIC X(15) OCCURS 13 TIMES.
       01 WS-SLOT PIC 99.
      * The last category row printed: 13 once any game has scored
      * three of a kind, else the classic twelve.
       01 WS-LAST-SLOT PIC 99 VALUE 12.
       01 WS-LINE-VARIANT PIC X(8).
       01 WS-RULE-SET-IX PIC 99.
       01 WS-RULE-SET-FOUND PIC X VALUE "N".
           88 RULE-SET-FOUND VALUE "Y".

      * Report arithmetic: rates as percentages to one place.
       01 WS-AVERAGE PIC 9(3)V9.
       01 WS-SHOP-AVERAGE PIC 9(3)V9.
       01 WS-AVERAGE-DIFF PIC S9(3)V9.
       01 WS-ZERO-RATE PIC 9(3)V9.
       01 WS-SHOP-ZERO-RATE PIC 9(3)V9.
       01 WS-SHARE PIC 9(3)V9.
       01 WS-BONUS-RATE PIC 9(3)V9.
       01 WS-SHOP-BONUS-RATE PIC 9(3)V9.
       01 WS-SCORED-EDIT PIC ZZZZ9.
       01 WS-AVERAGE-EDIT PIC ZZ9.9.
       01 WS-SHOP-AVERAGE-EDIT PIC ZZ9.9.
       01 WS-DIFF-EDIT PIC +++9.9.
       01 WS-ZERO-EDIT PIC ZZ9.9.
       01 WS-SHOP-ZERO-EDIT PIC ZZ9.9.
       01 WS-BEST-EDIT PIC Z9.
       01 WS-SHARE-EDIT PIC ZZ9.9.
       01 WS-BONUS-EDIT PIC ZZ9.9.
       01 WS-SHOP-BONUS-EDIT PIC ZZ9.9.

      * House scoring rules and the named rule sets, for each card's
      * upper-section bonus.
       COPY YACHTRUL.

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       PROCEDURE DIVISION.

       YACHTCAT-RUN.
           INITIALIZE WS-PLAYER-TABLE WS-SHOP-TABLE
           PERFORM TALLY-ROLL-HISTORY
           OPEN OUTPUT CATEGORY-REPORT
           PERFORM WRITE-SHOP-PAGE
           PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
               UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
               PERFORM WRITE-PLAYER-PAGE
           END-PERFORM
           CLOSE CATEGORY-REPORT
           PERFORM LOG-AUDIT-ENTRY
           GOBACK.
       YACHTCAT-RUN-EXIT.
           EXIT.

      ******************************************************************
      * One pass over ROLLHIST. Every scored line lands on its
      * player's and the shop's category tallies; each player's card
      * is tracked so a closed card can be judged for the bonus.
      ******************************************************************
       TALLY-ROLL-HISTORY.
           MOVE 0 TO WS-PLAYER-COUNT
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT ROLL-HISTORY
           PERFORM UNTIL HIST-EOF
               READ ROLL-HISTORY
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM TALLY-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE ROLL-HISTORY
           PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
               UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
               MOVE WS-PLAYER-INDEX TO WS-PLAYER-MATCH
               IF WS-PL-CARD-OPEN(WS-PLAYER-MATCH) = "Y" THEN
                   PERFORM CLOSE-PLAYER-CARD
               END-IF
           END-PERFORM
           IF WS-SH-SCORED(13) > 0 THEN
               MOVE 13 TO WS-LAST-SLOT
           END-IF.
       TALLY-ROLL-HISTORY-EXIT.
           EXIT.

      * A line whose category no longer maps, or whose score is not
      * numeric, is counted and passed over.
       TALLY-ONE-LINE.
           EVALUATE TRUE
               WHEN RH-ADVISED = "Y"
                   ADD 1 TO WS-LINES-ADVISED
               WHEN RH-SCORE IS NOT NUMERIC
                   OR RH-CATEGORY-CODE IS NOT NUMERIC
                   ADD 1 TO WS-LINES-UNMAPPED
               WHEN RH-CATEGORY-CODE < 1 OR RH-CATEGORY-CODE > 13
                   ADD 1 TO WS-LINES-UNMAPPED
               WHEN OTHER
                   MOVE RH-CATEGORY-CODE TO WS-SLOT
                   PERFORM FIND-PLAYER-SLOT
                   ADD 1 TO WS-LINES-USED
                   PERFORM TALLY-SHOP-CATEGORY
                   IF WS-PLAYER-MATCH > 0 THEN
                       PERFORM TALLY-PLAYER-CATEGORY
                   END-IF
           END-EVALUATE.
       TALLY-ONE-LINE-EXIT.
           EXIT.

       FIND-PLAYER-SLOT.
           MOVE 0 TO WS-PLAYER-MATCH
           PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
               UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
               OR WS-PLAYER-MATCH > 0
               IF WS-PL-ID(WS-PLAYER-INDEX) = RH-PLAYER THEN
                   MOVE WS-PLAYER-INDEX TO WS-PLAYER-MATCH
               END-IF
           END-PERFORM
           IF WS-PLAYER-MATCH = 0 AND WS-PLAYER-COUNT < 50 THEN
               ADD 1 TO WS-PLAYER-COUNT
               MOVE WS-PLAYER-COUNT TO WS-PLAYER-MATCH
               MOVE RH-PLAYER TO WS-PL-ID(WS-PLAYER-MATCH)
               MOVE "N" TO WS-PL-CARD-OPEN(WS-PLAYER-MATCH)
           END-IF.
       FIND-PLAYER-SLOT-EXIT.
           EXIT.

       TALLY-SHOP-CATEGORY.
           ADD 1 TO WS-SH-SCORED(WS-SLOT)
           ADD RH-SCORE TO WS-SH-SUM(WS-SLOT)
           ADD RH-SCORE TO WS-SH-POINTS
           IF RH-SCORE = 0 THEN
               ADD 1 TO WS-SH-ZEROS(WS-SLOT)
           END-IF
           IF RH-SCORE > WS-SH-BEST(WS-SLOT) THEN
               MOVE RH-SCORE TO WS-SH-BEST(WS-SLOT)
           END-IF.
       TALLY-SHOP-CATEGORY-EXIT.
           EXIT.

      * The player's open card closes first when this line cannot
      * belong to it; then the line is placed on the (new) card.
       TALLY-PLAYER-CATEGORY.
      * Lines from before variants existed are CLASSIC.
           IF RH-VARIANT = SPACES THEN
               MOVE "CLASSIC" TO WS-LINE-VARIANT
           ELSE
               MOVE RH-VARIANT TO WS-LINE-VARIANT
           END-IF
           IF WS-PL-CARD-OPEN(WS-PLAYER-MATCH) = "Y"
               AND (RH-GAME-ID
                       NOT = WS-PL-CARD-GAME-ID(WS-PLAYER-MATCH)
                   OR WS-LINE-VARIANT
                       NOT = WS-PL-CARD-VARIANT(WS-PLAYER-MATCH)
                   OR WS-PL-CARD-FILLED(WS-PLAYER-MATCH)(WS-SLOT:1)
                       = "Y"
                   OR RH-ROUND < WS-PL-CARD-ROUND(WS-PLAYER-MATCH))
               THEN
               PERFORM CLOSE-PLAYER-CARD
           END-IF
           IF WS-PL-CARD-OPEN(WS-PLAYER-MATCH) NOT = "Y" THEN
               MOVE "Y" TO WS-PL-CARD-OPEN(WS-PLAYER-MATCH)
               MOVE RH-GAME-ID TO WS-PL-CARD-GAME-ID(WS-PLAYER-MATCH)
               MOVE WS-LINE-VARIANT
                   TO WS-PL-CARD-VARIANT(WS-PLAYER-MATCH)
               MOVE ALL "N" TO WS-PL-CARD-FILLED(WS-PLAYER-MATCH)
               MOVE 0 TO WS-PL-CARD-UPPER(WS-PLAYER-MATCH)
               ADD 1 TO WS-PL-CARDS(WS-PLAYER-MATCH)
               ADD 1 TO WS-SH-CARDS
           END-IF
           MOVE "Y" TO WS-PL-CARD-FILLED(WS-PLAYER-MATCH)(WS-SLOT:1)
           IF RH-ROUND IS NUMERIC THEN
               MOVE RH-ROUND TO WS-PL-CARD-ROUND(WS-PLAYER-MATCH)
           END-IF
           IF WS-SLOT <= 6 THEN
               ADD RH-SCORE TO WS-PL-CARD-UPPER(WS-PLAYER-MATCH)
           END-IF
           ADD 1 TO WS-PL-SCORED(WS-PLAYER-MATCH, WS-SLOT)
           ADD RH-SCORE TO WS-PL-SUM(WS-PLAYER-MATCH, WS-SLOT)
           ADD RH-SCORE TO WS-PL-POINTS(WS-PLAYER-MATCH)
           IF RH-SCORE = 0 THEN
               ADD 1 TO WS-PL-ZEROS(WS-PLAYER-MATCH, WS-SLOT)
           END-IF
           IF RH-SCORE > WS-PL-BEST(WS-PLAYER-MATCH, WS-SLOT) THEN
               MOVE RH-SCORE TO WS-PL-BEST(WS-PLAYER-MATCH, WS-SLOT)
           END-IF.
       TALLY-PLAYER-CATEGORY-EXIT.
           EXIT.

      * Only a card with all six upper categories scored can be
      * judged for the bonus, at its own rule set's threshold; a
      * partial card counts as a card only.
       CLOSE-PLAYER-CARD.
           MOVE "N" TO WS-PL-CARD-OPEN(WS-PLAYER-MATCH)
           PERFORM SELECT-CARD-RULES
           IF WS-PL-CARD-FILLED(WS-PLAYER-MATCH)(1:6) = "YYYYYY" THEN
               ADD 1 TO WS-PL-UPPER-DONE(WS-PLAYER-MATCH)
               ADD 1 TO WS-SH-UPPER-DONE
               IF WS-PL-CARD-UPPER(WS-PLAYER-MATCH)
                   >= RULE-UPPER-BONUS-THRESHOLD THEN
                   ADD 1 TO WS-PL-BONUSES(WS-PLAYER-MATCH)
                   ADD 1 TO WS-SH-BONUSES
               END-IF
           END-IF.
       CLOSE-PLAYER-CARD-EXIT.
           EXIT.

      * The card's rule set put in force; a name no longer among the
      * YACHTRUL sets is read as CLASSIC.
       SELECT-CARD-RULES.
           MOVE "N" TO WS-RULE-SET-FOUND
           PERFORM VARYING WS-RULE-SET-IX FROM 1 BY 1
               UNTIL WS-RULE-SET-IX > RULE-SET-COUNT OR RULE-SET-FOUND
               IF RULE-SET-NAME(WS-RULE-SET-IX)
                   = WS-PL-CARD-VARIANT(WS-PLAYER-MATCH) THEN
                   MOVE RULE-SET-ENTRY(WS-RULE-SET-IX) TO YACHT-RULES
                   SET RULE-SET-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT RULE-SET-FOUND THEN
               MOVE RULE-SET-ENTRY(1) TO YACHT-RULES
           END-IF.
       SELECT-CARD-RULES-EXIT.
           EXIT.

      ******************************************************************
      * The shop-wide page: every player's lines together.
      ******************************************************************
       WRITE-SHOP-PAGE.
           MOVE SPACES TO CATEGORY-REPORT-LINE
           STRING "CAREER CATEGORY ANALYSIS -- SHOP-WIDE  PLAYERS "
               WS-PLAYER-COUNT "  CARDS " WS-SH-CARDS
               DELIMITED BY SIZE INTO CATEGORY-REPORT-LINE
           WRITE CATEGORY-REPORT-LINE
           MOVE SPACES TO CATEGORY-REPORT-LINE
           MOVE "CATEGORY         SCORED    AVG  ZERO%  BEST  SHARE%"
               TO CATEGORY-REPORT-LINE
           WRITE CATEGORY-REPORT-LINE
           PERFORM VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-LAST-SLOT
               PERFORM COMPUTE-SHOP-RATES
               MOVE WS-SH-SCORED(WS-SLOT) TO WS-SCORED-EDIT
               MOVE WS-SHOP-AVERAGE TO WS-SHOP-AVERAGE-EDIT
               MOVE WS-SHOP-ZERO-RATE TO WS-SHOP-ZERO-EDIT
               MOVE WS-SH-BEST(WS-SLOT) TO WS-BEST-EDIT
               IF WS-SH-POINTS > 0 THEN
                   COMPUTE WS-SHARE ROUNDED =
                       WS-SH-SUM(WS-SLOT) * 100 / WS-SH-POINTS
               ELSE
                   MOVE 0 TO WS-SHARE
               END-IF
               MOVE WS-SHARE TO WS-SHARE-EDIT
               MOVE SPACES TO CATEGORY-REPORT-LINE
               STRING WS-CARD-NAME(WS-SLOT) " " WS-SCORED-EDIT
                   "  " WS-SHOP-AVERAGE-EDIT "  " WS-SHOP-ZERO-EDIT
                   "    " WS-BEST-EDIT "   " WS-SHARE-EDIT
                   DELIMITED BY SIZE INTO CATEGORY-REPORT-LINE
               WRITE CATEGORY-REPORT-LINE
           END-PERFORM
           PERFORM COMPUTE-SHOP-BONUS-RATE
           MOVE WS-SHOP-BONUS-RATE TO WS-SHOP-BONUS-EDIT
           MOVE SPACES TO CATEGORY-REPORT-LINE
           STRING "UPPER BONUS EARNED " WS-SH-BONUSES
               " OF " WS-SH-UPPER-DONE " COMPLETED UPPER SECTIONS "
               WS-SHOP-BONUS-EDIT "%"
               DELIMITED BY SIZE INTO CATEGORY-REPORT-LINE
           WRITE CATEGORY-REPORT-LINE
           MOVE SPACES TO CATEGORY-REPORT-LINE
           STRING "CATEGORY POINTS " WS-SH-POINTS
               "  LINES READ " WS-LINES-READ
               " USED " WS-LINES-USED
               " ADVISED " WS-LINES-ADVISED
               " UNMAPPED " WS-LINES-UNMAPPED
               DELIMITED BY SIZE INTO CATEGORY-REPORT-LINE
           WRITE CATEGORY-REPORT-LINE.
       WRITE-SHOP-PAGE-EXIT.
           EXIT.

      ******************************************************************
      * One player's page: their figures, the shop's beside them,
      * and the difference in average.
      ******************************************************************
       WRITE-PLAYER-PAGE.
           MOVE SPACES TO CATEGORY-REPORT-LINE
           WRITE CATEGORY-REPORT-LINE
           MOVE SPACES TO CATEGORY-REPORT-LINE
           STRING "CAREER CATEGORY ANALYSIS -- PLAYER "
               WS-PL-ID(WS-PLAYER-INDEX)
               "  CARDS " WS-PL-CARDS(WS-PLAYER-INDEX)
               DELIMITED BY SIZE INTO CATEGORY-REPORT-LINE
           WRITE CATEGORY-REPORT-LINE
           MOVE SPACES TO CATEGORY-REPORT-LINE
           STRING "CATEGORY         SCORED    AVG   SHOP   DIFF"
               "  ZERO%   SHOP  BEST  SHARE%"
               DELIMITED BY SIZE INTO CATEGORY-REPORT-LINE
           WRITE CATEGORY-REPORT-LINE
           PERFORM VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-LAST-SLOT
               PERFORM WRITE-PLAYER-CATEGORY-LINE
           END-PERFORM
           IF WS-PL-UPPER-DONE(WS-PLAYER-INDEX) > 0 THEN
               COMPUTE WS-BONUS-RATE ROUNDED =
                   WS-PL-BONUSES(WS-PLAYER-INDEX) * 100
                   / WS-PL-UPPER-DONE(WS-PLAYER-INDEX)
           ELSE
               MOVE 0 TO WS-BONUS-RATE
           END-IF
           MOVE WS-BONUS-RATE TO WS-BONUS-EDIT
           PERFORM COMPUTE-SHOP-BONUS-RATE
           MOVE WS-SHOP-BONUS-RATE TO WS-SHOP-BONUS-EDIT
           MOVE SPACES TO CATEGORY-REPORT-LINE
           STRING "UPPER BONUS EARNED " WS-PL-BONUSES(WS-PLAYER-INDEX)
               " OF " WS-PL-UPPER-DONE(WS-PLAYER-INDEX)
               " COMPLETED UPPER SECTIONS " WS-BONUS-EDIT
               "%  SHOP " WS-SHOP-BONUS-EDIT "%"
               DELIMITED BY SIZE INTO CATEGORY-REPORT-LINE
           WRITE CATEGORY-REPORT-LINE
           MOVE SPACES TO CATEGORY-REPORT-LINE
           STRING "CATEGORY POINTS " WS-PL-POINTS(WS-PLAYER-INDEX)
               DELIMITED BY SIZE INTO CATEGORY-REPORT-LINE
           WRITE CATEGORY-REPORT-LINE.
       WRITE-PLAYER-PAGE-EXIT.
           EXIT.

       WRITE-PLAYER-CATEGORY-LINE.
           PERFORM COMPUTE-SHOP-RATES
           IF WS-PL-SCORED(WS-PLAYER-INDEX, WS-SLOT) > 0 THEN
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-PL-SUM(WS-PLAYER-INDEX, WS-SLOT)
                   / WS-PL-SCORED(WS-PLAYER-INDEX, WS-SLOT)
               COMPUTE WS-ZERO-RATE ROUNDED =
                   WS-PL-ZEROS(WS-PLAYER-INDEX, WS-SLOT) * 100
                   / WS-PL-SCORED(WS-PLAYER-INDEX, WS-SLOT)
           ELSE
               MOVE 0 TO WS-AVERAGE
               MOVE 0 TO WS-ZERO-RATE
           END-IF
           IF WS-PL-POINTS(WS-PLAYER-INDEX) > 0 THEN
               COMPUTE WS-SHARE ROUNDED =
                   WS-PL-SUM(WS-PLAYER-INDEX, WS-SLOT) * 100
                   / WS-PL-POINTS(WS-PLAYER-INDEX)
           ELSE
               MOVE 0 TO WS-SHARE
           END-IF
           COMPUTE WS-AVERAGE-DIFF = WS-AVERAGE - WS-SHOP-AVERAGE
           MOVE WS-PL-SCORED(WS-PLAYER-INDEX, WS-SLOT)
               TO WS-SCORED-EDIT
           MOVE WS-AVERAGE TO WS-AVERAGE-EDIT
           MOVE WS-SHOP-AVERAGE TO WS-SHOP-AVERAGE-EDIT
           MOVE WS-AVERAGE-DIFF TO WS-DIFF-EDIT
           MOVE WS-ZERO-RATE TO WS-ZERO-EDIT
           MOVE WS-SHOP-ZERO-RATE TO WS-SHOP-ZERO-EDIT
           MOVE WS-PL-BEST(WS-PLAYER-INDEX, WS-SLOT) TO WS-BEST-EDIT
           MOVE WS-SHARE TO WS-SHARE-EDIT
           MOVE SPACES TO CATEGORY-REPORT-LINE
           IF WS-PL-SCORED(WS-PLAYER-INDEX, WS-SLOT) = 0 THEN
               STRING WS-CARD-NAME(WS-SLOT) " " WS-SCORED-EDIT
                   "      --  " WS-SHOP-AVERAGE-EDIT
                   "             " WS-SHOP-ZERO-EDIT
                   DELIMITED BY SIZE INTO CATEGORY-REPORT-LINE
           ELSE
               STRING WS-CARD-NAME(WS-SLOT) " " WS-SCORED-EDIT
                   "  " WS-AVERAGE-EDIT "  " WS-SHOP-AVERAGE-EDIT
                   " " WS-DIFF-EDIT "  " WS-ZERO-EDIT
                   "  " WS-SHOP-ZERO-EDIT "    " WS-BEST-EDIT
                   "   " WS-SHARE-EDIT
                   DELIMITED BY SIZE INTO CATEGORY-REPORT-LINE
           END-IF
           WRITE CATEGORY-REPORT-LINE.
       WRITE-PLAYER-CATEGORY-LINE-EXIT.
           EXIT.

       COMPUTE-SHOP-RATES.
           IF WS-SH-SCORED(WS-SLOT) > 0 THEN
               COMPUTE WS-SHOP-AVERAGE ROUNDED =
                   WS-SH-SUM(WS-SLOT) / WS-SH-SCORED(WS-SLOT)
               COMPUTE WS-SHOP-ZERO-RATE ROUNDED =
                   WS-SH-ZEROS(WS-SLOT) * 100 / WS-SH-SCORED(WS-SLOT)
           ELSE
               MOVE 0 TO WS-SHOP-AVERAGE
               MOVE 0 TO WS-SHOP-ZERO-RATE
           END-IF.
       COMPUTE-SHOP-RATES-EXIT.
           EXIT.

       COMPUTE-SHOP-BONUS-RATE.
           IF WS-SH-UPPER-DONE > 0 THEN
               COMPUTE WS-SHOP-BONUS-RATE ROUNDED =
                   WS-SH-BONUSES * 100 / WS-SH-UPPER-DONE
           ELSE
               MOVE 0 TO WS-SHOP-BONUS-RATE
           END-IF.
       COMPUTE-SHOP-BONUS-RATE-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "YACHTCAT" TO WS-AUDIT-PROGRAM
           MOVE "ROLLHIST" TO WS-AUDIT-INPUT
           STRING "PLAYERS " WS-PLAYER-COUNT
               " CARDS " WS-SH-CARDS
               " LINES " WS-LINES-USED
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
       END PROGRAM YACHTCAT.
