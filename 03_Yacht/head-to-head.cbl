      * comparing their totals (equal totals tie), and keeps a
      * pairwise win/loss/tie record. PAIR answers for any two
      * players; GRID prints the most-played rivalries to H2HRPT.
      * A SCORCORR adjustment row on PUSHLOG restates the total of
      * the push it corrects, or voids it, before any game is
      * decided.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEAD2HED.
           05 PL-PLAYER PIC X(20).
           05 PL-GAME-ID PIC X(12).
           05 PL-TOTAL PIC 9(3).
           05 PL-ADVISED PIC X.
           05 PL-VARIANT PIC X(8).
           05 PL-ENTRY-KIND PIC X.
           05 PL-PRIOR-TOTAL PIC 9(3).
           05 PL-CORRECTION-NO PIC 9(6).

       FD H2H-REPORT.
       01 H2H-REPORT-LINE PIC X(100).
               10 WS-PU-DONE PIC X.
       01 WS-PUSH-I PIC 9(4).
       01 WS-PUSH-J PIC 9(4).
       01 WS-PUSH-MATCH PIC 9(4).

      * The pairwise records: the pair's names in first-seen order,
      * games played, and the first-named player's wins, losses,
                   NOT AT END
                       IF PL-GAME-ID NOT = SPACES
                           AND PL-TOTAL IS NUMERIC THEN
                           IF PL-ENTRY-KIND = "C" THEN
                               PERFORM FOLD-CORRECTION-ROW
                           ELSE
                               PERFORM KEEP-PUSH-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       LOAD-PUSH-LOG-EXIT.
           EXIT.

       KEEP-PUSH-ROW.
           ADD 1 TO WS-PUSH-COUNT
           MOVE PL-PLAYER TO WS-PU-PLAYER(WS-PUSH-COUNT)
           MOVE PL-GAME-ID TO WS-PU-GAME-ID(WS-PUSH-COUNT)
           MOVE PL-TOTAL TO WS-PU-TOTAL(WS-PUSH-COUNT)
           MOVE "N" TO WS-PU-DONE(WS-PUSH-COUNT).
       KEEP-PUSH-ROW-EXIT.
           EXIT.

      * A SCORCORR adjustment row restates the player's total for
      * the game it names; a 000 total voids their push (the entry
      * is marked done and meets nobody), and a game the player
      * never had on PUSHLOG joins as a push.
       FOLD-CORRECTION-ROW.
           MOVE 0 TO WS-PUSH-MATCH
           PERFORM VARYING WS-PUSH-J FROM 1 BY 1
               UNTIL WS-PUSH-J > WS-PUSH-COUNT
               IF WS-PU-PLAYER(WS-PUSH-J) = PL-PLAYER
                   AND WS-PU-GAME-ID(WS-PUSH-J) = PL-GAME-ID THEN
                   MOVE WS-PUSH-J TO WS-PUSH-MATCH
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PUSH-MATCH > 0
                   MOVE PL-TOTAL TO WS-PU-TOTAL(WS-PUSH-MATCH)
                   IF PL-TOTAL = 0 THEN
                       MOVE "Y" TO WS-PU-DONE(WS-PUSH-MATCH)
                   ELSE
                       MOVE "N" TO WS-PU-DONE(WS-PUSH-MATCH)
                   END-IF
               WHEN PL-TOTAL > 0
                   PERFORM KEEP-PUSH-ROW
           END-EVALUATE.
       FOLD-CORRECTION-ROW-EXIT.
           EXIT.

      ******************************************************************
      * Every pair of pushes sharing a game id is one head-to-head
      * result between those two players; a 3- or 4-player game
               PERFORM VARYING WS-PUSH-J FROM 1 BY 1
                   UNTIL WS-PUSH-J > WS-PUSH-COUNT
                   IF WS-PUSH-J > WS-PUSH-I
                       AND WS-PU-DONE(WS-PUSH-I) = "N"
                       AND WS-PU-DONE(WS-PUSH-J) = "N"
                       AND WS-PU-GAME-ID(WS-PUSH-I)
                           = WS-PU-GAME-ID(WS-PUSH-J)
                       AND WS-PU-PLAYER(WS-PUSH-I)
