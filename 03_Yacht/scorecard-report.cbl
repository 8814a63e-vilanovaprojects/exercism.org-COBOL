      * cards could be read back out of it -- and this reader is the
      * step that was never built: it walks ROLLHIST, groups lines by
      * player and round, and prints completed scorecards in card
      * layout with section and final totals to CARDRPT. Each card
      * is laid out and totalled under the YACHTRUL rule set its
      * game was played under (RH-VARIANT), bonus yachts included,
      * so a history mixing variants still prints true totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTCRD.
               10 WS-HIST-ROUND PIC 99.
               10 WS-HIST-CATCODE PIC 99.
               10 WS-HIST-SCORE PIC 99.
               10 WS-HIST-VARIANT PIC X(8).
               10 WS-HIST-BONUS PIC 999.
       01 WS-HIST-INDEX PIC 9(4).

      * Distinct players found on the history.

      * The card being rebuilt: one slot per category in card order.
       01 WS-CARD-SCORES.
           05 WS-CARD-ENTRY OCCURS 13 TIMES.
               10 WS-CARD-SCORE PIC 99.
               10 WS-CARD-FILLED PIC X.
       01 WS-CARD-NAMES.
           05 FILLER PIC X(15) VALUE "BIG STRAIGHT".
           05 FILLER PIC X(15) VALUE "CHOICE".
           05 FILLER PIC X(15) VALUE "YACHT".
           05 FILLER PIC X(15) VALUE "THREE OF A KIND".
       01 WS-CARD-NAME-TABLE REDEFINES WS-CARD-NAMES.
           05 WS-CARD-NAME PIC X(15) OCCURS 13 TIMES.
       01 WS-ROW-NAME PIC X(15).
      * The rule set of the card being rebuilt, and the bonus-yacht
      * points its turns earned over their category scores.
       01 WS-CARD-VARIANT PIC X(8) VALUE SPACES.
       01 WS-CARD-YACHT-BONUS PIC 9(3) VALUE 0.
       01 WS-RULE-SET-IX PIC 99.
       01 WS-RULE-SET-FOUND PIC X VALUE "N".
           88 RULE-SET-FOUND VALUE "Y".
       01 WS-CARD-OPEN PIC X VALUE "N".
           88 CARD-IN-PROGRESS VALUE "Y".
       01 WS-PREVIOUS-ROUND PIC 99 VALUE 0.
       01 WS-CARD-TOTAL PIC 9(3).
       01 WS-CARDS-PRINTED PIC 9(4) VALUE 0.

      * House scoring rules and the named rule sets, for each card's
      * layout and upper-section bonus.
       COPY YACHTRUL.

      * Shared audit-trail record fields.
                               TO WS-HIST-CATCODE(WS-HIST-COUNT)
                           MOVE RH-SCORE
                               TO WS-HIST-SCORE(WS-HIST-COUNT)
      * Lines from before variants existed carry no name (CLASSIC)
      * and no bonus.
                           IF RH-VARIANT = SPACES THEN
                               MOVE "CLASSIC"
                                   TO WS-HIST-VARIANT(WS-HIST-COUNT)
                           ELSE
                               MOVE RH-VARIANT
                                   TO WS-HIST-VARIANT(WS-HIST-COUNT)
                           END-IF
                           IF RH-YACHT-BONUS IS NUMERIC THEN
                               MOVE RH-YACHT-BONUS
                                   TO WS-HIST-BONUS(WS-HIST-COUNT)
                           ELSE
                               MOVE 0 TO WS-HIST-BONUS(WS-HIST-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      ******************************************************************
      * Walk one player's lines in recorded order. A category seen
      * again, the round number falling back, or a change of rule
      * variant means a new game started: the completed card is
      * printed and a fresh one opened.
      ******************************************************************
       REBUILD-PLAYER-CARDS.
           MOVE "N" TO WS-CARD-OPEN
               IF CARD-IN-PROGRESS
                   AND (WS-CARD-FILLED(WS-SLOT) = "Y"
                       OR WS-HIST-ROUND(WS-HIST-INDEX)
                           < WS-PREVIOUS-ROUND
                       OR WS-HIST-VARIANT(WS-HIST-INDEX)
                           NOT = WS-CARD-VARIANT) THEN
                   PERFORM PRINT-ONE-CARD
                   MOVE "N" TO WS-CARD-OPEN
      * PRINT-ONE-CARD walks WS-SLOT across the card; map this line
      * again so it lands in its own slot on the fresh card.
                   PERFORM MAP-CATEGORY-SLOT
               END-IF
               IF NOT CARD-IN-PROGRESS THEN
                   INITIALIZE WS-CARD-SCORES
                   MOVE WS-HIST-VARIANT(WS-HIST-INDEX)
                       TO WS-CARD-VARIANT
                   MOVE 0 TO WS-CARD-YACHT-BONUS
                   SET CARD-IN-PROGRESS TO TRUE
                   ADD 1 TO WS-CARD-NUMBER
               END-IF
               MOVE WS-HIST-SCORE(WS-HIST-INDEX)
                   TO WS-CARD-SCORE(WS-SLOT)
               ADD WS-HIST-BONUS(WS-HIST-INDEX) TO WS-CARD-YACHT-BONUS
               MOVE "Y" TO WS-CARD-FILLED(WS-SLOT)
               MOVE WS-HIST-ROUND(WS-HIST-INDEX)
                   TO WS-PREVIOUS-ROUND
       PLACE-HISTORY-LINE-EXIT.
           EXIT.

      * The recorded category code is already the card slot (13,
      * three of a kind, only on the variants that play it); zero or
      * a code past the longest card means a line whose category no
      * longer maps.
       MAP-CATEGORY-SLOT.
           IF WS-HIST-CATCODE(WS-HIST-INDEX) >= 1
               AND WS-HIST-CATCODE(WS-HIST-INDEX) <= 13 THEN
               MOVE WS-HIST-CATCODE(WS-HIST-INDEX) TO WS-SLOT
           ELSE
               MOVE 0 TO WS-SLOT
           EXIT.

      ******************************************************************
      * One completed (or partial) card in card layout under its
      * rule set: the category rows, the upper-section total with
      * its bonus, the lower-section total, any bonus yachts, and
      * the final total.
      ******************************************************************
       PRINT-ONE-CARD.
           PERFORM SELECT-CARD-RULES
           ADD 1 TO WS-CARDS-PRINTED
           MOVE SPACES TO CARD-REPORT-LINE
           STRING "SCORECARD " FUNCTION TRIM(WS-CURRENT-PLAYER)
               " GAME " WS-CARD-NUMBER
               " RULES " RULE-VARIANT-NAME
               DELIMITED BY SIZE INTO CARD-REPORT-LINE
           WRITE CARD-REPORT-LINE
           MOVE 0 TO WS-UPPER-TOTAL
           MOVE 0 TO WS-LOWER-TOTAL
           PERFORM VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > RULE-CATEGORY-COUNT
               MOVE SPACES TO CARD-REPORT-LINE
               MOVE WS-CARD-NAME(WS-SLOT) TO WS-ROW-NAME
               IF STRAIGHTS-AS-RUNS AND WS-SLOT = 9 THEN
                   MOVE "SMALL STRAIGHT" TO WS-ROW-NAME
               END-IF
               IF STRAIGHTS-AS-RUNS AND WS-SLOT = 10 THEN
                   MOVE "LARGE STRAIGHT" TO WS-ROW-NAME
               END-IF
               IF WS-CARD-FILLED(WS-SLOT) = "Y" THEN
                   STRING "  " WS-ROW-NAME
                       " " WS-CARD-SCORE(WS-SLOT)
                       DELIMITED BY SIZE INTO CARD-REPORT-LINE
                   IF WS-SLOT <= 6 THEN
                       ADD WS-CARD-SCORE(WS-SLOT) TO WS-LOWER-TOTAL
                   END-IF
               ELSE
                   STRING "  " WS-ROW-NAME " --"
                       DELIMITED BY SIZE INTO CARD-REPORT-LINE
               END-IF
               WRITE CARD-REPORT-LINE
           STRING "  LOWER SECTION " WS-LOWER-TOTAL
               DELIMITED BY SIZE INTO CARD-REPORT-LINE
           WRITE CARD-REPORT-LINE
           IF WS-CARD-YACHT-BONUS > 0 THEN
               ADD WS-CARD-YACHT-BONUS TO WS-CARD-TOTAL
               MOVE SPACES TO CARD-REPORT-LINE
               STRING "  YACHT BONUS   " WS-CARD-YACHT-BONUS
                   DELIMITED BY SIZE INTO CARD-REPORT-LINE
               WRITE CARD-REPORT-LINE
           END-IF
           MOVE SPACES TO CARD-REPORT-LINE
           STRING "  FINAL TOTAL   " WS-CARD-TOTAL
               DELIMITED BY SIZE INTO CARD-REPORT-LINE
       PRINT-ONE-CARD-EXIT.
           EXIT.

      * The card's rule set put in force; a name no longer among the
      * YACHTRUL sets is read as CLASSIC.
       SELECT-CARD-RULES.
           MOVE "N" TO WS-RULE-SET-FOUND
           PERFORM VARYING WS-RULE-SET-IX FROM 1 BY 1
               UNTIL WS-RULE-SET-IX > RULE-SET-COUNT OR RULE-SET-FOUND
               IF RULE-SET-NAME(WS-RULE-SET-IX) = WS-CARD-VARIANT THEN
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
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
