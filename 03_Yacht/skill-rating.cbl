      ******************************************************************
      * ELORATE: Elo-style skill rating off PUSHLOG. HANDICAP evens
      * out a player's average but never asks who they beat; the
      * league wanted a rating that does. Every multi-player game
      * on PUSHLOG -- the players who pushed under one WS-GAME-ID,
      * paired and compared on their totals exactly as HEAD2HED
      * pairs them -- moves each player's rating by the Elo rule:
      * K times (actual minus expected) for every opponent in the
      * game, K split across the opponents so a four-player game
      * swings no harder than a two-player one. Equal totals score
      * a half each. Games played with the keep-or-reroll advisor
      * on are not rated.
      *
      * The ratings are replayed from PUSHLOG from the start every
      * run (1500 each, in push order), so a late push or a
      * corrected total lands where it belongs: a SCORCORR
      * adjustment row restates the total of the push it corrects,
      * or voids it. RATEFILE keeps one
      * record per player: the rating, games rated, and the rating
      * the previous run left -- the board's movement column. A
      * player on RATEFILE whose games have aged off PUSHLOG keeps
      * their rating as it stood. RATERPT prints the board, ranked,
      * with players under ELO-PROVISIONAL games (PARMFILE, default
      * 10) flagged provisional; ELO-K-FACTOR sets K (default 32).
      * YACHTTRN seeds its bracket from RATEFILE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELORATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PUSH-LOG ASSIGN TO "PUSHLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RATING-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATING-REPORT ASSIGN TO "RATERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

      * The rating master: one record per rated player.
       FD RATING-FILE.
       01 RATING-RECORD.
           05 RT-PLAYER-ID PIC X(20).
           05 FILLER PIC X.
           05 RT-RATING PIC 9(4).
           05 FILLER PIC X.
           05 RT-GAMES PIC 9(4).
           05 FILLER PIC X.
           05 RT-PRIOR-RATING PIC 9(4).

       FD RATING-REPORT.
       01 RATING-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PUSH-EOF PIC X VALUE "N".
           88 PUSH-EOF VALUE "Y".
       01 WS-RATE-EOF PIC X VALUE "N".
           88 RATE-EOF VALUE "Y".

      * Every keyed push, loaded whole, as HEAD2HED loads them.
       01 WS-PUSH-COUNT PIC 9(4) VALUE 0.
       01 WS-PUSH-TABLE.
           05 WS-PUSH-ENTRY OCCURS 1000 TIMES.
               10 WS-PU-PLAYER PIC X(20).
               10 WS-PU-GAME-ID PIC X(12).
               10 WS-PU-TOTAL PIC 9(3).
               10 WS-PU-ADVISED PIC X.
               10 WS-PU-DONE PIC X.
       01 WS-PUSH-I PIC 9(4).
       01 WS-PUSH-J PIC 9(4).
       01 WS-PUSH-MATCH PIC 9(4).

      * One row per player: the running rating, games rated this
      * replay, and what RATEFILE held coming in.
       01 WS-PLAYER-COUNT PIC 9(3) VALUE 0.
       01 WS-PLAYER-TABLE.
           05 WS-PLAYER-ENTRY OCCURS 200 TIMES.
               10 WS-RP-ID PIC X(20).
               10 WS-RP-RATING PIC S9(5)V9(4).
               10 WS-RP-GAMES PIC 9(4).
               10 WS-RP-ON-MASTER PIC X.
               10 WS-RP-MASTER-RATING PIC 9(4).
               10 WS-RP-MASTER-GAMES PIC 9(4).
               10 WS-RP-RANKED PIC X.
       01 WS-PLAYER-INDEX PIC 9(3).
       01 WS-PLAYER-MATCH PIC 9(3) VALUE 0.
       01 WS-FIND-ID PIC X(20).

      * The game being rated: each distinct player who pushed under
      * its game id, their total, and their rating change.
       01 WS-GM-COUNT PIC 9 VALUE 0.
       01 WS-GAME-TABLE.
           05 WS-GAME-MEMBER OCCURS 8 TIMES.
               10 WS-GM-SLOT PIC 9(3).
               10 WS-GM-TOTAL PIC 9(3).
               10 WS-GM-DELTA PIC S9(5)V9(4).
       01 WS-GM-A PIC 9.
       01 WS-GM-B PIC 9.
       01 WS-GM-SCAN PIC 9.
       01 WS-GM-SEEN PIC X.
       01 WS-GAME-ADVISED PIC X VALUE "N".
           88 GAME-ADVISED VALUE "Y".

      * Elo arithmetic for one pairing.
       01 WS-START-RATING PIC 9(4) VALUE 1500.
       01 WS-K-FACTOR PIC 9(3) VALUE 32.
       01 WS-K-SHARE PIC 9(3)V9(4).
       01 WS-POWER PIC S9(3)V9(6).
       01 WS-TEN-POWER PIC 9(9)V9(6).
       01 WS-EXPECTED PIC 9V9(6).
       01 WS-ACTUAL PIC 9V9.
       01 WS-SHIFT PIC S9(5)V9(4).
       01 WS-PROVISIONAL-GAMES PIC 9(3) VALUE 10.

       01 WS-GAMES-RATED PIC 9(4) VALUE 0.
       01 WS-GAMES-ADVISED PIC 9(4) VALUE 0.
       01 WS-GAMES-SINGLE PIC 9(4) VALUE 0.

      * Board ranking: repeated pick-highest, the selection approach
      * the leaderboard ranking uses.
       01 WS-BOARD-COUNT PIC 9(3) VALUE 0.
       01 WS-RANK PIC 9(3).
       01 WS-BEST-SO-FAR PIC S9(5)V9(4).
       01 WS-BEST-SLOT PIC 9(3).
       01 WS-NEW-RATING PIC 9(4).
       01 WS-MOVE PIC S9(4).
       01 WS-RANK-EDIT PIC ZZ9.
       01 WS-RATING-EDIT PIC ZZZ9.
       01 WS-MOVE-EDIT PIC +++9.
       01 WS-GAMES-EDIT PIC ZZZ9.
       01 WS-MOVE-TEXT PIC X(4).
       01 WS-FLAG-TEXT PIC X(11).

      * Shop parameter lookup request block, serviced by PARMSVC.
       01 WS-PARM-REQUEST.
           05 WS-PARM-KEYWORD PIC X(20).
           05 WS-PARM-VALUE PIC X(20).
           05 WS-PARM-FOUND PIC X.

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       PROCEDURE DIVISION.

       ELORATE-RUN.
           MOVE "ELO-K-FACTOR" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND FUNCTION NUMVAL(WS-PARM-VALUE) > 0 THEN
               COMPUTE WS-K-FACTOR = FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           MOVE "ELO-PROVISIONAL" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND FUNCTION NUMVAL(WS-PARM-VALUE) > 0 THEN
               COMPUTE WS-PROVISIONAL-GAMES =
                   FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           PERFORM LOAD-RATING-MASTER
           PERFORM LOAD-PUSH-LOG
           PERFORM RATE-ALL-GAMES
           PERFORM CARRY-UNPLAYED-MASTERS
           PERFORM WRITE-RATINGS-BOARD
           PERFORM SAVE-RATING-MASTER
           PERFORM LOG-AUDIT-ENTRY
           GOBACK.
       ELORATE-RUN-EXIT.
           EXIT.

      ******************************************************************
      * RATEFILE as the previous run left it: each player starts the
      * replay at 1500, with their stored rating kept aside for the
      * movement column.
      ******************************************************************
       LOAD-RATING-MASTER.
           MOVE 0 TO WS-PLAYER-COUNT
           MOVE "N" TO WS-RATE-EOF
           OPEN INPUT RATING-FILE
           PERFORM UNTIL RATE-EOF OR WS-PLAYER-COUNT >= 200
               READ RATING-FILE
                   AT END
                       SET RATE-EOF TO TRUE
                   NOT AT END
                       IF RT-PLAYER-ID NOT = SPACES
                           AND RT-RATING IS NUMERIC
                           AND RT-GAMES IS NUMERIC THEN
                           MOVE RT-PLAYER-ID TO WS-FIND-ID
                           PERFORM FIND-PLAYER-SLOT
                           MOVE "Y"
                               TO WS-RP-ON-MASTER(WS-PLAYER-MATCH)
                           MOVE RT-RATING TO
                               WS-RP-MASTER-RATING(WS-PLAYER-MATCH)
                           MOVE RT-GAMES TO
                               WS-RP-MASTER-GAMES(WS-PLAYER-MATCH)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATING-FILE.
       LOAD-RATING-MASTER-EXIT.
           EXIT.

       LOAD-PUSH-LOG.
           MOVE 0 TO WS-PUSH-COUNT
           MOVE "N" TO WS-PUSH-EOF
           OPEN INPUT PUSH-LOG
           PERFORM UNTIL PUSH-EOF OR WS-PUSH-COUNT >= 1000
               READ PUSH-LOG
                   AT END
                       SET PUSH-EOF TO TRUE
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
           CLOSE PUSH-LOG.
       LOAD-PUSH-LOG-EXIT.
           EXIT.

       KEEP-PUSH-ROW.
           ADD 1 TO WS-PUSH-COUNT
           MOVE PL-PLAYER TO WS-PU-PLAYER(WS-PUSH-COUNT)
           MOVE PL-GAME-ID TO WS-PU-GAME-ID(WS-PUSH-COUNT)
           MOVE PL-TOTAL TO WS-PU-TOTAL(WS-PUSH-COUNT)
           MOVE PL-ADVISED TO WS-PU-ADVISED(WS-PUSH-COUNT)
           MOVE "N" TO WS-PU-DONE(WS-PUSH-COUNT).
       KEEP-PUSH-ROW-EXIT.
           EXIT.

      * A SCORCORR adjustment row restates the player's total for
      * the game it names; a 000 total voids their push outright,
      * and a game the player never had on PUSHLOG joins as a push.
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

      * The player's slot; a new player joins at the start rating.
       FIND-PLAYER-SLOT.
           MOVE 0 TO WS-PLAYER-MATCH
           PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
               UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
               OR WS-PLAYER-MATCH > 0
               IF WS-RP-ID(WS-PLAYER-INDEX) = WS-FIND-ID THEN
                   MOVE WS-PLAYER-INDEX TO WS-PLAYER-MATCH
               END-IF
           END-PERFORM
           IF WS-PLAYER-MATCH = 0 AND WS-PLAYER-COUNT < 200 THEN
               ADD 1 TO WS-PLAYER-COUNT
               MOVE WS-PLAYER-COUNT TO WS-PLAYER-MATCH
               MOVE WS-FIND-ID TO WS-RP-ID(WS-PLAYER-MATCH)
               MOVE WS-START-RATING TO WS-RP-RATING(WS-PLAYER-MATCH)
               MOVE 0 TO WS-RP-GAMES(WS-PLAYER-MATCH)
               MOVE "N" TO WS-RP-ON-MASTER(WS-PLAYER-MATCH)
               MOVE 0 TO WS-RP-MASTER-RATING(WS-PLAYER-MATCH)
               MOVE 0 TO WS-RP-MASTER-GAMES(WS-PLAYER-MATCH)
               MOVE "N" TO WS-RP-RANKED(WS-PLAYER-MATCH)
           END-IF.
       FIND-PLAYER-SLOT-EXIT.
           EXIT.

      ******************************************************************
      * Games in PUSHLOG order, each game's pushes gathered under its
      * first push. A game needs two distinct players to be rated;
      * one with any advised push is passed over.
      ******************************************************************
       RATE-ALL-GAMES.
           PERFORM VARYING WS-PUSH-I FROM 1 BY 1
               UNTIL WS-PUSH-I > WS-PUSH-COUNT
               IF WS-PU-DONE(WS-PUSH-I) = "N" THEN
                   PERFORM GATHER-ONE-GAME
                   EVALUATE TRUE
                       WHEN GAME-ADVISED
                           ADD 1 TO WS-GAMES-ADVISED
                       WHEN WS-GM-COUNT < 2
                           ADD 1 TO WS-GAMES-SINGLE
                       WHEN OTHER
                           PERFORM RATE-ONE-GAME
                           ADD 1 TO WS-GAMES-RATED
                   END-EVALUATE
               END-IF
           END-PERFORM.
       RATE-ALL-GAMES-EXIT.
           EXIT.

       GATHER-ONE-GAME.
           MOVE 0 TO WS-GM-COUNT
           MOVE "N" TO WS-GAME-ADVISED
           PERFORM VARYING WS-PUSH-J FROM WS-PUSH-I BY 1
               UNTIL WS-PUSH-J > WS-PUSH-COUNT
               IF WS-PU-DONE(WS-PUSH-J) = "N"
                   AND WS-PU-GAME-ID(WS-PUSH-J)
                       = WS-PU-GAME-ID(WS-PUSH-I) THEN
                   MOVE "Y" TO WS-PU-DONE(WS-PUSH-J)
                   IF WS-PU-ADVISED(WS-PUSH-J) = "Y" THEN
                       SET GAME-ADVISED TO TRUE
                   END-IF
                   PERFORM ADD-GAME-MEMBER
               END-IF
           END-PERFORM.
       GATHER-ONE-GAME-EXIT.
           EXIT.

      * A player pushing twice under one game id counts once, on
      * their first push.
       ADD-GAME-MEMBER.
           MOVE WS-PU-PLAYER(WS-PUSH-J) TO WS-FIND-ID
           PERFORM FIND-PLAYER-SLOT
           MOVE "N" TO WS-GM-SEEN
           PERFORM VARYING WS-GM-SCAN FROM 1 BY 1
               UNTIL WS-GM-SCAN > WS-GM-COUNT
               IF WS-GM-SLOT(WS-GM-SCAN) = WS-PLAYER-MATCH THEN
                   MOVE "Y" TO WS-GM-SEEN
               END-IF
           END-PERFORM
           IF WS-PLAYER-MATCH > 0 AND WS-GM-SEEN = "N"
               AND WS-GM-COUNT < 8 THEN
               ADD 1 TO WS-GM-COUNT
               MOVE WS-PLAYER-MATCH TO WS-GM-SLOT(WS-GM-COUNT)
               MOVE WS-PU-TOTAL(WS-PUSH-J) TO WS-GM-TOTAL(WS-GM-COUNT)
               MOVE 0 TO WS-GM-DELTA(WS-GM-COUNT)
           END-IF.
       ADD-GAME-MEMBER-EXIT.
           EXIT.

      ******************************************************************
      * Every pairing in the game scores against the pre-game
      * ratings; the changes apply together once all pairings are
      * in, so the order players pushed in does not matter.
      ******************************************************************
       RATE-ONE-GAME.
           COMPUTE WS-K-SHARE ROUNDED =
               WS-K-FACTOR / (WS-GM-COUNT - 1)
           PERFORM VARYING WS-GM-A FROM 1 BY 1
               UNTIL WS-GM-A > WS-GM-COUNT
               PERFORM VARYING WS-GM-B FROM 1 BY 1
                   UNTIL WS-GM-B > WS-GM-COUNT
                   IF WS-GM-B > WS-GM-A THEN
                       PERFORM RATE-ONE-PAIRING
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-GM-A FROM 1 BY 1
               UNTIL WS-GM-A > WS-GM-COUNT
               ADD WS-GM-DELTA(WS-GM-A)
                   TO WS-RP-RATING(WS-GM-SLOT(WS-GM-A))
               ADD 1 TO WS-RP-GAMES(WS-GM-SLOT(WS-GM-A))
           END-PERFORM.
       RATE-ONE-GAME-EXIT.
           EXIT.

      * A's expected score against B is 1 / (1 + 10 ** ((B - A) /
      * 400)); B's is its complement, so one shift moves both.
       RATE-ONE-PAIRING.
           COMPUTE WS-POWER ROUNDED =
               (WS-RP-RATING(WS-GM-SLOT(WS-GM-B))
               - WS-RP-RATING(WS-GM-SLOT(WS-GM-A))) / 400
           COMPUTE WS-TEN-POWER ROUNDED = 10 ** WS-POWER
           COMPUTE WS-EXPECTED ROUNDED = 1 / (1 + WS-TEN-POWER)
           EVALUATE TRUE
               WHEN WS-GM-TOTAL(WS-GM-A) > WS-GM-TOTAL(WS-GM-B)
                   MOVE 1 TO WS-ACTUAL
               WHEN WS-GM-TOTAL(WS-GM-A) < WS-GM-TOTAL(WS-GM-B)
                   MOVE 0 TO WS-ACTUAL
               WHEN OTHER
                   MOVE 0.5 TO WS-ACTUAL
           END-EVALUATE
           COMPUTE WS-SHIFT ROUNDED =
               WS-K-SHARE * (WS-ACTUAL - WS-EXPECTED)
           ADD WS-SHIFT TO WS-GM-DELTA(WS-GM-A)
           SUBTRACT WS-SHIFT FROM WS-GM-DELTA(WS-GM-B).
       RATE-ONE-PAIRING-EXIT.
           EXIT.

      * A RATEFILE player with nothing left on PUSHLOG keeps the
      * rating and game count the master already holds. A player
      * who has only ever pushed single-player games has no rating
      * yet and stays off the board and the master.
       CARRY-UNPLAYED-MASTERS.
           MOVE 0 TO WS-BOARD-COUNT
           PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
               UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
               IF WS-RP-ON-MASTER(WS-PLAYER-INDEX) = "Y"
                   AND WS-RP-GAMES(WS-PLAYER-INDEX) = 0 THEN
                   MOVE WS-RP-MASTER-RATING(WS-PLAYER-INDEX)
                       TO WS-RP-RATING(WS-PLAYER-INDEX)
                   MOVE WS-RP-MASTER-GAMES(WS-PLAYER-INDEX)
                       TO WS-RP-GAMES(WS-PLAYER-INDEX)
               END-IF
               IF WS-RP-ON-MASTER(WS-PLAYER-INDEX) = "N"
                   AND WS-RP-GAMES(WS-PLAYER-INDEX) = 0 THEN
                   MOVE "X" TO WS-RP-RANKED(WS-PLAYER-INDEX)
               ELSE
                   ADD 1 TO WS-BOARD-COUNT
               END-IF
           END-PERFORM.
       CARRY-UNPLAYED-MASTERS-EXIT.
           EXIT.

      ******************************************************************
      * RATERPT: rated players highest first, with movement since
      * the last run (NEW for a player RATEFILE did not hold) and
      * the provisional flag.
      ******************************************************************
       WRITE-RATINGS-BOARD.
           OPEN OUTPUT RATING-REPORT
           MOVE SPACES TO RATING-REPORT-LINE
           STRING "SKILL RATINGS (K " WS-K-FACTOR
               ", PROVISIONAL UNDER " WS-PROVISIONAL-GAMES
               " GAMES)"
               DELIMITED BY SIZE INTO RATING-REPORT-LINE
           WRITE RATING-REPORT-LINE
           MOVE SPACES TO RATING-REPORT-LINE
           MOVE "RANK PLAYER               RATING  MOVE GAMES"
               TO RATING-REPORT-LINE
           WRITE RATING-REPORT-LINE
           PERFORM VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-BOARD-COUNT
               PERFORM PICK-NEXT-HIGHEST
               PERFORM WRITE-BOARD-LINE
               MOVE "Y" TO WS-RP-RANKED(WS-BEST-SLOT)
           END-PERFORM
           MOVE SPACES TO RATING-REPORT-LINE
           STRING "GAMES RATED " WS-GAMES-RATED
               "  ADVISED NOT RATED " WS-GAMES-ADVISED
               "  SINGLE-PLAYER " WS-GAMES-SINGLE
               DELIMITED BY SIZE INTO RATING-REPORT-LINE
           WRITE RATING-REPORT-LINE
           CLOSE RATING-REPORT.
       WRITE-RATINGS-BOARD-EXIT.
           EXIT.

       PICK-NEXT-HIGHEST.
           MOVE -1 TO WS-BEST-SO-FAR
           MOVE 1 TO WS-BEST-SLOT
           PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
               UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
               IF WS-RP-RANKED(WS-PLAYER-INDEX) = "N"
                   AND WS-RP-RATING(WS-PLAYER-INDEX)
                       > WS-BEST-SO-FAR THEN
                   MOVE WS-RP-RATING(WS-PLAYER-INDEX)
                       TO WS-BEST-SO-FAR
                   MOVE WS-PLAYER-INDEX TO WS-BEST-SLOT
               END-IF
           END-PERFORM.
       PICK-NEXT-HIGHEST-EXIT.
           EXIT.

       WRITE-BOARD-LINE.
           COMPUTE WS-NEW-RATING ROUNDED =
               WS-RP-RATING(WS-BEST-SLOT)
           IF WS-RP-ON-MASTER(WS-BEST-SLOT) = "Y" THEN
               COMPUTE WS-MOVE =
                   WS-NEW-RATING - WS-RP-MASTER-RATING(WS-BEST-SLOT)
               MOVE WS-MOVE TO WS-MOVE-EDIT
               MOVE WS-MOVE-EDIT TO WS-MOVE-TEXT
           ELSE
               MOVE " NEW" TO WS-MOVE-TEXT
           END-IF
           IF WS-RP-GAMES(WS-BEST-SLOT) < WS-PROVISIONAL-GAMES THEN
               MOVE "PROVISIONAL" TO WS-FLAG-TEXT
           ELSE
               MOVE SPACES TO WS-FLAG-TEXT
           END-IF
           MOVE WS-RANK TO WS-RANK-EDIT
           MOVE WS-NEW-RATING TO WS-RATING-EDIT
           MOVE WS-RP-GAMES(WS-BEST-SLOT) TO WS-GAMES-EDIT
           MOVE SPACES TO RATING-REPORT-LINE
           STRING " " WS-RANK-EDIT " " WS-RP-ID(WS-BEST-SLOT)
               "  " WS-RATING-EDIT "  " WS-MOVE-TEXT
               "  " WS-GAMES-EDIT "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO RATING-REPORT-LINE
           WRITE RATING-REPORT-LINE.
       WRITE-BOARD-LINE-EXIT.
           EXIT.

      * Each player's new rating, with the one RATEFILE held before
      * this run as the prior.
       SAVE-RATING-MASTER.
           OPEN OUTPUT RATING-FILE
           PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
               UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
      * Unrated players (marked X) are left off.
               IF WS-RP-RANKED(WS-PLAYER-INDEX) NOT = "X" THEN
                   PERFORM WRITE-ONE-MASTER-RECORD
               END-IF
           END-PERFORM
           CLOSE RATING-FILE.
       SAVE-RATING-MASTER-EXIT.
           EXIT.

      * Same status-71 bug class as the shop's other LINE SEQUENTIAL
      * writes: clear the record's FILLER bytes before filling it.
       WRITE-ONE-MASTER-RECORD.
           MOVE SPACES TO RATING-RECORD
           MOVE WS-RP-ID(WS-PLAYER-INDEX) TO RT-PLAYER-ID
           COMPUTE RT-RATING ROUNDED =
               WS-RP-RATING(WS-PLAYER-INDEX)
           MOVE WS-RP-GAMES(WS-PLAYER-INDEX) TO RT-GAMES
           IF WS-RP-ON-MASTER(WS-PLAYER-INDEX) = "Y" THEN
               MOVE WS-RP-MASTER-RATING(WS-PLAYER-INDEX)
                   TO RT-PRIOR-RATING
           ELSE
               MOVE WS-START-RATING TO RT-PRIOR-RATING
           END-IF
           WRITE RATING-RECORD.
       WRITE-ONE-MASTER-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "ELORATE" TO WS-AUDIT-PROGRAM
           MOVE "PUSHLOG+RATEFILE" TO WS-AUDIT-INPUT
           STRING "PLAYERS " WS-BOARD-COUNT
               " GAMES " WS-GAMES-RATED
               " ADVISED " WS-GAMES-ADVISED
               " K " WS-K-FACTOR
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
       END PROGRAM ELORATE.
