      * totals from ROLLHIST (card grouping and upper bonus as the
      * scorecard reader applies them), compares them against the
      * packed scores on that player's SCORE-FILE-RECORD, and reports
      * orphan scores and missing pushes to YRECON. Each game is
      * totalled under its own YACHTRUL rule set (RH-VARIANT) with
      * its bonus yachts, so a mixed-variant history reconciles.
      * A correction SCORCORR applied is sanctioned here off its "C"
      * row on PUSHLOG: the game total it names is restated (or, for
      * a void, taken off the player) before the scores are matched,
      * so a corrected SCOREFILE still reconciles.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTREC.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCORE-FILE ASSIGN TO "SCOREFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PUSH-LOG ASSIGN TO "PUSHLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-REPORT ASSIGN TO "YRECON"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05 SF-SCORE-COUNT     PIC 999.
           05 SF-SCORES-PACKED   PIC X(600).

      * Layout as YACHT-PROGRAM's RECORD-PUSH-LOG writes it; only
      * the correction rows are read.
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

       FD RECON-REPORT.
       01 RECON-REPORT-LINE PIC X(80).

           88 HIST-EOF VALUE "Y".
       01 WS-SF-EOF PIC X VALUE "N".
           88 SF-EOF VALUE "Y".
       01 WS-PUSH-EOF PIC X VALUE "N".
           88 PUSH-EOF VALUE "Y".

      * The whole history loaded once, then walked per player.
       01 WS-HIST-COUNT PIC 9(4) VALUE 0.
               10 WS-HIST-ROUND PIC 99.
               10 WS-HIST-CATCODE PIC 99.
               10 WS-HIST-SCORE PIC 99.
               10 WS-HIST-VARIANT PIC X(8).
               10 WS-HIST-BONUS PIC 999.
       01 WS-HIST-INDEX PIC 9(4).

      * SCOREFILE loaded whole, the shop-standard keyed-lookup shape.

      * Game totals recomputed from the history for one player: the
      * same new-card detection the scorecard reader uses (category
      * reuse, round fallback or a change of variant starts a new
      * game), with the upper bonus of the game's rule set applied.
       01 WS-GAME-TOTAL-COUNT PIC 99 VALUE 0.
       01 WS-GAME-TOTALS.
           05 WS-GAME-TOTAL-ENTRY OCCURS 50 TIMES.
               10 WS-GAME-MATCHED PIC X.
       01 WS-GAME-INDEX PIC 99.
       01 WS-CARD-USED.
           05 WS-CARD-USED-FLAG PIC X OCCURS 13 TIMES.
       01 WS-CARD-OPEN PIC X VALUE "N".
           88 CARD-IN-PROGRESS VALUE "Y".
       01 WS-CARD-TOTAL PIC 9(3) VALUE 0.
       01 WS-CARD-UPPER PIC 9(3) VALUE 0.
       01 WS-CARD-VARIANT PIC X(8) VALUE SPACES.
       01 WS-RULE-SET-IX PIC 99.
       01 WS-RULE-SET-FOUND PIC X VALUE "N".
           88 RULE-SET-FOUND VALUE "Y".
       01 WS-PREVIOUS-ROUND PIC 99 VALUE 0.
       01 WS-SLOT PIC 99.
       01 WS-MATCH-FOUND PIC X VALUE "N".
           88 SCORE-MATCHED VALUE "Y".

      * Applied corrections off PUSHLOG, in the order they landed:
      * the total each replaced and the total it now stands at.
       01 WS-CORR-COUNT PIC 9(4) VALUE 0.
       01 WS-CORR-TABLE.
           05 WS-CORR-ENTRY OCCURS 500 TIMES.
               10 WS-CORR-PLAYER PIC X(20).
               10 WS-CORR-PRIOR PIC 9(3).
               10 WS-CORR-TOTAL PIC 9(3).
       01 WS-CORR-INDEX PIC 9(4).

       01 WS-ORPHAN-COUNT PIC 9(4) VALUE 0.
       01 WS-CORRECTED-COUNT PIC 9(4) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(4) VALUE 0.
       01 WS-CHECKED-COUNT PIC 9(4) VALUE 0.

      * House scoring rules and the named rule sets, for each game's
      * upper-section bonus.
       COPY YACHTRUL.

      * Shared audit-trail record fields.
       YACHTREC-RUN.
           PERFORM LOAD-ROLL-HISTORY
           PERFORM LOAD-SCORE-FILE-TABLE
           PERFORM LOAD-CORRECTION-ROWS
           PERFORM COLLECT-PLAYERS
           OPEN OUTPUT RECON-REPORT
           PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
           STRING "CHECKED " WS-CHECKED-COUNT
               " ORPHAN SCORES " WS-ORPHAN-COUNT
               " MISSING PUSHES " WS-MISSING-COUNT
               " CORRECTIONS " WS-CORRECTED-COUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           CLOSE RECON-REPORT
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
       LOAD-SCORE-FILE-TABLE-EXIT.
           EXIT.

       LOAD-CORRECTION-ROWS.
           MOVE 0 TO WS-CORR-COUNT
           MOVE "N" TO WS-PUSH-EOF
           OPEN INPUT PUSH-LOG
           PERFORM UNTIL PUSH-EOF OR WS-CORR-COUNT >= 500
               READ PUSH-LOG
                   AT END
                       SET PUSH-EOF TO TRUE
                   NOT AT END
                       IF PL-ENTRY-KIND = "C"
                           AND PL-TOTAL IS NUMERIC
                           AND PL-PRIOR-TOTAL IS NUMERIC THEN
                           ADD 1 TO WS-CORR-COUNT
                           MOVE PL-PLAYER
                               TO WS-CORR-PLAYER(WS-CORR-COUNT)
                           MOVE PL-PRIOR-TOTAL
                               TO WS-CORR-PRIOR(WS-CORR-COUNT)
                           MOVE PL-TOTAL
                               TO WS-CORR-TOTAL(WS-CORR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PUSH-LOG.
       LOAD-CORRECTION-ROWS-EXIT.
           EXIT.

      * Every player named on either file gets reconciled, so a
      * hand-edited SCOREFILE row with no history still surfaces.
       COLLECT-PLAYERS.
      * match each packed SCOREFILE score against an unmatched
      * recomputed total. A score with no matching game is an orphan
      * (a push after a crash, or a hand edit); a game total with no
      * matching score is a push that never happened. The player's
      * approved corrections are applied to the rebuilt totals
      * first.
      ******************************************************************
       RECONCILE-ONE-PLAYER.
           PERFORM REBUILD-GAME-TOTALS
           PERFORM APPLY-PLAYER-CORRECTIONS
           PERFORM MATCH-SCORES-TO-GAMES
           PERFORM REPORT-MISSING-PUSHES.
       RECONCILE-ONE-PLAYER-EXIT.
               IF CARD-IN-PROGRESS
                   AND (WS-CARD-USED-FLAG(WS-SLOT) = "Y"
                       OR WS-HIST-ROUND(WS-HIST-INDEX)
                           < WS-PREVIOUS-ROUND
                       OR WS-HIST-VARIANT(WS-HIST-INDEX)
                           NOT = WS-CARD-VARIANT) THEN
                   PERFORM CLOSE-GAME-TOTAL
               END-IF
               IF NOT CARD-IN-PROGRESS THEN
                   MOVE SPACES TO WS-CARD-USED
                   MOVE 0 TO WS-CARD-TOTAL
                   MOVE 0 TO WS-CARD-UPPER
                   MOVE WS-HIST-VARIANT(WS-HIST-INDEX)
                       TO WS-CARD-VARIANT
                   SET CARD-IN-PROGRESS TO TRUE
               END-IF
               ADD WS-HIST-SCORE(WS-HIST-INDEX) TO WS-CARD-TOTAL
               ADD WS-HIST-BONUS(WS-HIST-INDEX) TO WS-CARD-TOTAL
               IF WS-SLOT <= 6 THEN
                   ADD WS-HIST-SCORE(WS-HIST-INDEX) TO WS-CARD-UPPER
               END-IF
           EXIT.

       CLOSE-GAME-TOTAL.
           PERFORM SELECT-CARD-RULES
           IF WS-CARD-UPPER >= RULE-UPPER-BONUS-THRESHOLD THEN
               ADD RULE-UPPER-BONUS-POINTS TO WS-CARD-TOTAL
           END-IF
       CLOSE-GAME-TOTAL-EXIT.
           EXIT.

      * The game's rule set put in force; a name no longer among the
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
       MAP-CATEGORY-SLOT-EXIT.
           EXIT.

      ******************************************************************
      * A correction restates the first open game total that stands
      * at its prior total; a void (new total 000) marks that game
      * accounted for instead. An add (prior 000), or a correction
      * to a push from before the history was kept, stands as a
      * sanctioned game total of its own.
      ******************************************************************
       APPLY-PLAYER-CORRECTIONS.
           PERFORM VARYING WS-CORR-INDEX FROM 1 BY 1
               UNTIL WS-CORR-INDEX > WS-CORR-COUNT
               IF WS-CORR-PLAYER(WS-CORR-INDEX)
                   = WS-CURRENT-PLAYER THEN
                   ADD 1 TO WS-CORRECTED-COUNT
                   PERFORM APPLY-ONE-CORRECTION
               END-IF
           END-PERFORM.
       APPLY-PLAYER-CORRECTIONS-EXIT.
           EXIT.

       APPLY-ONE-CORRECTION.
           MOVE "N" TO WS-MATCH-FOUND
           IF WS-CORR-PRIOR(WS-CORR-INDEX) > 0 THEN
               PERFORM VARYING WS-GAME-INDEX FROM 1 BY 1
                   UNTIL WS-GAME-INDEX > WS-GAME-TOTAL-COUNT
                   OR SCORE-MATCHED
                   IF WS-GAME-MATCHED(WS-GAME-INDEX) = "N"
                       AND WS-GAME-TOTAL(WS-GAME-INDEX)
                           = WS-CORR-PRIOR(WS-CORR-INDEX) THEN
                       SET SCORE-MATCHED TO TRUE
                       IF WS-CORR-TOTAL(WS-CORR-INDEX) > 0 THEN
                           MOVE WS-CORR-TOTAL(WS-CORR-INDEX)
                               TO WS-GAME-TOTAL(WS-GAME-INDEX)
                       ELSE
                           MOVE "Y" TO WS-GAME-MATCHED(WS-GAME-INDEX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF NOT SCORE-MATCHED
               AND WS-CORR-TOTAL(WS-CORR-INDEX) > 0
               AND WS-GAME-TOTAL-COUNT < 50 THEN
               ADD 1 TO WS-GAME-TOTAL-COUNT
               MOVE WS-CORR-TOTAL(WS-CORR-INDEX)
                   TO WS-GAME-TOTAL(WS-GAME-TOTAL-COUNT)
               MOVE "N" TO WS-GAME-MATCHED(WS-GAME-TOTAL-COUNT)
           END-IF.
       APPLY-ONE-CORRECTION-EXIT.
           EXIT.

       MATCH-SCORES-TO-GAMES.
           MOVE 0 TO WS-SF-INDEX
           PERFORM VARYING WS-SF-INDEX FROM 1 BY 1
