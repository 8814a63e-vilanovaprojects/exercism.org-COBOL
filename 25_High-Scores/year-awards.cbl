      ******************************************************************
      * YEARAWRD: year-end awards from the archived leaderboard
      * periods. LEADARCH keeps every closed monthly board, and the
      * year's awards used to be built by hand from twelve printouts.
      * This run takes one year of LEADARCH periods and names the
      * monthly champions, the player with the most podium (top 3)
      * finishes, the biggest personal-best improvement from the
      * player's first board of the year to the last, the most
      * consistent player (lowest spread between their highest and
      * lowest monthly best, over at least AWARD-MIN-MONTHS boards
      * on PARMFILE, default 3), and the department champion off
      * ROSTERFL, scored as DEPTBRD scores a department: the sum of
      * its top DEPT-TOP-N year bests. Every tie goes by the
      * high-scores rule, earliest wins on an exact tie: earlier in
      * the period's board, or first onto the year's boards. The
      * awards print to YEARRPT and are kept on AWRDHIST, so a later
      * year's report shows who has won the same award before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEARAWRD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEADER-ARCHIVE ASSIGN TO "LEADARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO "ROSTERFL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AWARD-HISTORY ASSIGN TO "AWRDHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AWARDS-REPORT ASSIGN TO "YEARRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Same layout as high-scores.cbl rolls the board into.
       FD LEADER-ARCHIVE.
       01 LEADER-ARCHIVE-RECORD.
           05 LA-PERIOD PIC 9(6).
           05 FILLER PIC X.
           05 LA-PLAYER-ID PIC X(20).
           05 LA-LATEST PIC 999.
           05 LA-PERSONAL-BEST PIC 999.

      * Same layout as DEPTBRD maintains.
       FD ROSTER-FILE.
       01 ROSTER-RECORD.
           05 RO-PLAYER-ID PIC X(20).
           05 FILLER PIC X.
           05 RO-DEPT PIC X(12).

      * One record per award won: the year, the award, the winner
      * (a player, or a department), the board period for a monthly
      * champion (zero otherwise) and the winning figure.
       FD AWARD-HISTORY.
       01 AWARD-HISTORY-RECORD.
           05 AH-YEAR PIC 9(4).
           05 FILLER PIC X.
           05 AH-AWARD PIC X(20).
           05 FILLER PIC X.
           05 AH-WINNER PIC X(20).
           05 FILLER PIC X.
           05 AH-PERIOD PIC 9(6).
           05 FILLER PIC X.
           05 AH-VALUE PIC 9(5).

       FD AWARDS-REPORT.
       01 AWARDS-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * The award year, YYYY. EXTERNAL so the operator menu can name
      * it; anything not a year takes the current one.
       01 WS-AWARD-YEAR IS EXTERNAL PIC X(4).
       01 WS-YEAR PIC 9(4) VALUE 0.
       01 WS-RUN-TIMESTAMP PIC X(26).

       01 WS-ARCHIVE-EOF PIC X VALUE "N".
           88 ARCHIVE-EOF VALUE "Y".
       01 WS-ROSTER-EOF PIC X VALUE "N".
           88 ROSTER-EOF VALUE "Y".
       01 WS-HISTORY-EOF PIC X VALUE "N".
           88 HISTORY-EOF VALUE "Y".

      * Every board row of the year, in LEADARCH order.
       01 WS-ROW-COUNT PIC 9(3) VALUE 0.
       01 WS-ROW-SKIPPED PIC 9(3) VALUE 0.
       01 WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 300 TIMES.
               10 WS-ROW-MONTH PIC 99.
               10 WS-ROW-PLAYER PIC 9(3).
               10 WS-ROW-BEST PIC 999.
               10 WS-ROW-PICKED PIC X.
       01 WS-ROW-INDEX PIC 9(3).
       01 WS-MONTH PIC 99.
       01 WS-MONTHS-ON-FILE PIC 99 VALUE 0.

      * Every player on the year's boards, in order of first
      * appearance -- the order every award tie is settled by.
       01 WS-PLAYER-COUNT PIC 9(3) VALUE 0.
       01 WS-PLAYER-TABLE.
           05 WS-PLAYER-ENTRY OCCURS 100 TIMES.
               10 WS-PL-NAME PIC X(20).
               10 WS-PL-MONTHS PIC 99.
               10 WS-PL-FIRST-MONTH PIC 99.
               10 WS-PL-FIRST-BEST PIC 999.
               10 WS-PL-LAST-MONTH PIC 99.
               10 WS-PL-LAST-BEST PIC 999.
               10 WS-PL-LOW-BEST PIC 999.
               10 WS-PL-HIGH-BEST PIC 999.
               10 WS-PL-PODIUMS PIC 99.
       01 WS-PLAYER-INDEX PIC 9(3).
       01 WS-PLAYER-MATCH PIC 9(3) VALUE 0.

      * One period's podium, picked highest-first.
       01 WS-PLACE PIC 9.
       01 WS-PICK-ROW PIC 9(3).
       01 WS-PICK-BEST PIC 999.
       01 WS-CHAMPION-ROW PIC 9(3).

      * The year-long awards.
       01 WS-WINNER PIC 9(3) VALUE 0.
       01 WS-WINNER-FIGURE PIC S9(4) VALUE 0.
       01 WS-CANDIDATE-FIGURE PIC S9(4) VALUE 0.
       01 WS-FIGURE-EDIT PIC +ZZ9.
       01 WS-MIN-MONTHS PIC 99 VALUE 3.
       01 WS-PERIOD-EDIT PIC 9(6).

      * The roster and the departments' year bests, bucketed and
      * totalled the way DEPTBRD does it.
       01 WS-ROSTER-COUNT PIC 9(3) VALUE 0.
       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY OCCURS 100 TIMES.
               10 WS-RO-PLAYER PIC X(20).
               10 WS-RO-DEPT PIC X(12).
       01 WS-ROSTER-INDEX PIC 9(3).
       01 WS-ROSTER-MATCH PIC 9(3) VALUE 0.
       01 WS-DEPT-COUNT PIC 99 VALUE 0.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 20 TIMES.
               10 WS-DP-NAME PIC X(12).
               10 WS-DP-MEMBER-COUNT PIC 99.
               10 WS-DP-BESTS PIC 999 OCCURS 50 TIMES.
               10 WS-DP-TEAM-TOTAL PIC 9(5).
       01 WS-DEPT-INDEX PIC 99.
       01 WS-DEPT-MATCH PIC 99 VALUE 0.
       01 WS-MEMBER-IX PIC 99.
       01 WS-TOP-N PIC 99 VALUE 3.
       01 WS-PICK-IX PIC 99.
       01 WS-PICK-SLOT PIC 99.
       01 WS-BEST-DEPT PIC 99 VALUE 0.
       01 WS-BEST-TOTAL PIC 9(5) VALUE 0.

      * AWRDHIST loaded whole: the earlier years for the repeat-
      * winner check, kept and written back with this year's awards
      * replacing any earlier run for the same year.
       01 WS-HISTORY-COUNT PIC 9(4) VALUE 0.
       01 WS-HISTORY-TABLE.
           05 WS-HISTORY-ENTRY OCCURS 1000 TIMES.
               10 WS-HI-YEAR PIC 9(4).
               10 WS-HI-AWARD PIC X(20).
               10 WS-HI-WINNER PIC X(20).
               10 WS-HI-PERIOD PIC 9(6).
               10 WS-HI-VALUE PIC 9(5).
       01 WS-HISTORY-INDEX PIC 9(4).
       01 WS-NEW-AWARD-COUNT PIC 99 VALUE 0.
       01 WS-NEW-AWARD-TABLE.
           05 WS-NEW-AWARD-ENTRY OCCURS 20 TIMES.
               10 WS-NA-AWARD PIC X(20).
               10 WS-NA-WINNER PIC X(20).
               10 WS-NA-PERIOD PIC 9(6).
               10 WS-NA-VALUE PIC 9(5).
       01 WS-NEW-AWARD-INDEX PIC 99.

      * The award being written, and its repeat-winner tag.
       01 WS-AWARD-NAME PIC X(20).
       01 WS-AWARD-WINNER PIC X(20).
       01 WS-AWARD-PERIOD PIC 9(6).
       01 WS-AWARD-VALUE PIC 9(5).
       01 WS-PRIOR-WINS PIC 99 VALUE 0.
       01 WS-PRIOR-LAST-YEAR PIC 9(4) VALUE 0.
       01 WS-REPEAT-TAG PIC X(40).
       01 WS-REPORT-POINTER PIC 999.

      * Shop parameter lookup request block, serviced by PARMSVC.
       01 WS-PARM-REQUEST.
           05 WS-PARM-KEYWORD PIC X(20).
           05 WS-PARM-VALUE PIC X(20).
           05 WS-PARM-FOUND PIC X.

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       PROCEDURE DIVISION.

       YEARAWRD-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           IF WS-AWARD-YEAR IS NUMERIC THEN
               MOVE WS-AWARD-YEAR TO WS-YEAR
           ELSE
               MOVE WS-RUN-TIMESTAMP(1:4) TO WS-YEAR
           END-IF
           PERFORM LOAD-AWARD-PARMS
           PERFORM LOAD-YEAR-BOARDS
           PERFORM LOAD-AWARD-HISTORY
           MOVE 0 TO WS-NEW-AWARD-COUNT

           OPEN OUTPUT AWARDS-REPORT
           MOVE SPACES TO AWARDS-REPORT-LINE
           STRING "YEAR-END AWARDS " WS-YEAR " FROM LEADARCH"
               DELIMITED BY SIZE INTO AWARDS-REPORT-LINE
           WRITE AWARDS-REPORT-LINE
           MOVE SPACES TO AWARDS-REPORT-LINE
           STRING "TIE-BREAK RULE: EARLIEST GAME WINS ON EXACT TIE"
               DELIMITED BY SIZE INTO AWARDS-REPORT-LINE
           WRITE AWARDS-REPORT-LINE
           MOVE SPACES TO AWARDS-REPORT-LINE
           STRING "BOARDS ON FILE " WS-MONTHS-ON-FILE
               "  BOARD ROWS " WS-ROW-COUNT
               "  PLAYERS " WS-PLAYER-COUNT
               DELIMITED BY SIZE INTO AWARDS-REPORT-LINE
           WRITE AWARDS-REPORT-LINE
           IF WS-ROW-SKIPPED > 0 THEN
               MOVE SPACES TO AWARDS-REPORT-LINE
               STRING "ROWS BEYOND THE TABLE, NOT COUNTED "
                   WS-ROW-SKIPPED
                   DELIMITED BY SIZE INTO AWARDS-REPORT-LINE
               WRITE AWARDS-REPORT-LINE
           END-IF

           PERFORM WRITE-MONTHLY-CHAMPIONS
           PERFORM WRITE-PODIUM-AWARD
           PERFORM WRITE-IMPROVEMENT-AWARD
           PERFORM WRITE-CONSISTENCY-AWARD
           PERFORM WRITE-DEPARTMENT-AWARD
           CLOSE AWARDS-REPORT

           IF WS-ROW-COUNT > 0 THEN
               PERFORM SAVE-AWARD-HISTORY
           END-IF
           PERFORM LOG-AUDIT-ENTRY
           DISPLAY "Awards for " WS-YEAR " written to YEARRPT."
           GOBACK.
       YEARAWRD-RUN-EXIT.
           EXIT.

       LOAD-AWARD-PARMS.
           MOVE 3 TO WS-MIN-MONTHS
           MOVE "AWARD-MIN-MONTHS" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND FUNCTION NUMVAL(WS-PARM-VALUE) >= 1
               AND FUNCTION NUMVAL(WS-PARM-VALUE) <= 12 THEN
               COMPUTE WS-MIN-MONTHS = FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           MOVE 3 TO WS-TOP-N
           MOVE "DEPT-TOP-N" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND FUNCTION NUMVAL(WS-PARM-VALUE) >= 1
               AND FUNCTION NUMVAL(WS-PARM-VALUE) <= 50 THEN
               COMPUTE WS-TOP-N = FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.
       LOAD-AWARD-PARMS-EXIT.
           EXIT.

      ******************************************************************
      * The year's rows off LEADARCH, and each player's first and
      * last board of the year and their lowest and highest monthly
      * best.
      ******************************************************************
       LOAD-YEAR-BOARDS.
           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-ROW-SKIPPED
           MOVE 0 TO WS-PLAYER-COUNT
           MOVE "N" TO WS-ARCHIVE-EOF
           OPEN INPUT LEADER-ARCHIVE
           PERFORM UNTIL ARCHIVE-EOF
               READ LEADER-ARCHIVE
                   AT END
                       SET ARCHIVE-EOF TO TRUE
                   NOT AT END
                       IF LA-PERIOD IS NUMERIC
                           AND LA-PERIOD(1:4) = WS-YEAR
                           AND LA-PERIOD(5:2) >= "01"
                           AND LA-PERIOD(5:2) <= "12"
                           AND LA-PERSONAL-BEST IS NUMERIC THEN
                           PERFORM LOAD-ONE-BOARD-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEADER-ARCHIVE

           MOVE 0 TO WS-MONTHS-ON-FILE
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               MOVE 0 TO WS-ROW-INDEX
               PERFORM VARYING WS-PICK-ROW FROM 1 BY 1
                   UNTIL WS-PICK-ROW > WS-ROW-COUNT
                   OR WS-ROW-INDEX > 0
                   IF WS-ROW-MONTH(WS-PICK-ROW) = WS-MONTH THEN
                       MOVE WS-PICK-ROW TO WS-ROW-INDEX
                   END-IF
               END-PERFORM
               IF WS-ROW-INDEX > 0 THEN
                   ADD 1 TO WS-MONTHS-ON-FILE
               END-IF
           END-PERFORM.
       LOAD-YEAR-BOARDS-EXIT.
           EXIT.

       LOAD-ONE-BOARD-ROW.
           MOVE 0 TO WS-PLAYER-MATCH
           PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
               UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
               OR WS-PLAYER-MATCH > 0
               IF WS-PL-NAME(WS-PLAYER-INDEX) = LA-PLAYER-ID THEN
                   MOVE WS-PLAYER-INDEX TO WS-PLAYER-MATCH
               END-IF
           END-PERFORM
           IF WS-PLAYER-MATCH = 0 AND WS-PLAYER-COUNT < 100 THEN
               ADD 1 TO WS-PLAYER-COUNT
               MOVE WS-PLAYER-COUNT TO WS-PLAYER-MATCH
               MOVE LA-PLAYER-ID TO WS-PL-NAME(WS-PLAYER-MATCH)
               MOVE 0 TO WS-PL-MONTHS(WS-PLAYER-MATCH)
               MOVE 0 TO WS-PL-PODIUMS(WS-PLAYER-MATCH)
           END-IF
           IF WS-PLAYER-MATCH = 0 OR WS-ROW-COUNT >= 300 THEN
               ADD 1 TO WS-ROW-SKIPPED
           ELSE
               ADD 1 TO WS-ROW-COUNT
               MOVE LA-PERIOD(5:2) TO WS-ROW-MONTH(WS-ROW-COUNT)
               MOVE WS-PLAYER-MATCH TO WS-ROW-PLAYER(WS-ROW-COUNT)
               MOVE LA-PERSONAL-BEST TO WS-ROW-BEST(WS-ROW-COUNT)
               MOVE "N" TO WS-ROW-PICKED(WS-ROW-COUNT)
               MOVE WS-ROW-MONTH(WS-ROW-COUNT) TO WS-MONTH
               IF WS-PL-MONTHS(WS-PLAYER-MATCH) = 0 THEN
                   MOVE WS-MONTH TO WS-PL-FIRST-MONTH(WS-PLAYER-MATCH)
                   MOVE LA-PERSONAL-BEST
                       TO WS-PL-FIRST-BEST(WS-PLAYER-MATCH)
                   MOVE WS-MONTH TO WS-PL-LAST-MONTH(WS-PLAYER-MATCH)
                   MOVE LA-PERSONAL-BEST
                       TO WS-PL-LAST-BEST(WS-PLAYER-MATCH)
                   MOVE LA-PERSONAL-BEST
                       TO WS-PL-LOW-BEST(WS-PLAYER-MATCH)
                   MOVE LA-PERSONAL-BEST
                       TO WS-PL-HIGH-BEST(WS-PLAYER-MATCH)
               END-IF
               ADD 1 TO WS-PL-MONTHS(WS-PLAYER-MATCH)
               IF WS-MONTH < WS-PL-FIRST-MONTH(WS-PLAYER-MATCH) THEN
                   MOVE WS-MONTH TO WS-PL-FIRST-MONTH(WS-PLAYER-MATCH)
                   MOVE LA-PERSONAL-BEST
                       TO WS-PL-FIRST-BEST(WS-PLAYER-MATCH)
               END-IF
               IF WS-MONTH > WS-PL-LAST-MONTH(WS-PLAYER-MATCH) THEN
                   MOVE WS-MONTH TO WS-PL-LAST-MONTH(WS-PLAYER-MATCH)
                   MOVE LA-PERSONAL-BEST
                       TO WS-PL-LAST-BEST(WS-PLAYER-MATCH)
               END-IF
               IF LA-PERSONAL-BEST < WS-PL-LOW-BEST(WS-PLAYER-MATCH)
                   THEN
                   MOVE LA-PERSONAL-BEST
                       TO WS-PL-LOW-BEST(WS-PLAYER-MATCH)
               END-IF
               IF LA-PERSONAL-BEST > WS-PL-HIGH-BEST(WS-PLAYER-MATCH)
                   THEN
                   MOVE LA-PERSONAL-BEST
                       TO WS-PL-HIGH-BEST(WS-PLAYER-MATCH)
               END-IF
           END-IF.
       LOAD-ONE-BOARD-ROW-EXIT.
           EXIT.

      ******************************************************************
      * Each month's board ranked the way high-scores ranks it --
      * highest best first, the earlier row on an exact tie -- down
      * to third place: first is the month's champion, and each of
      * the three is a podium finish.
      ******************************************************************
       WRITE-MONTHLY-CHAMPIONS.
           MOVE SPACES TO AWARDS-REPORT-LINE
           WRITE AWARDS-REPORT-LINE
           MOVE "MONTHLY CHAMPIONS" TO AWARDS-REPORT-LINE
           WRITE AWARDS-REPORT-LINE
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               MOVE 0 TO WS-CHAMPION-ROW
               PERFORM VARYING WS-PLACE FROM 1 BY 1 UNTIL WS-PLACE > 3
                   PERFORM PICK-NEXT-PLACE
                   IF WS-PICK-ROW > 0 THEN
                       MOVE WS-ROW-PLAYER(WS-PICK-ROW)
                           TO WS-PLAYER-INDEX
                       ADD 1 TO WS-PL-PODIUMS(WS-PLAYER-INDEX)
                       IF WS-PLACE = 1 THEN
                           MOVE WS-PICK-ROW TO WS-CHAMPION-ROW
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE WS-PERIOD-EDIT = WS-YEAR * 100 + WS-MONTH
               IF WS-CHAMPION-ROW = 0 THEN
                   MOVE SPACES TO AWARDS-REPORT-LINE
                   STRING "  " WS-PERIOD-EDIT "  NO BOARD ARCHIVED"
                       DELIMITED BY SIZE INTO AWARDS-REPORT-LINE
                   WRITE AWARDS-REPORT-LINE
               ELSE
                   MOVE WS-ROW-PLAYER(WS-CHAMPION-ROW)
                       TO WS-PLAYER-INDEX
                   MOVE "MONTHLY CHAMPION" TO WS-AWARD-NAME
                   MOVE WS-PL-NAME(WS-PLAYER-INDEX) TO WS-AWARD-WINNER
                   MOVE WS-PERIOD-EDIT TO WS-AWARD-PERIOD
                   MOVE WS-ROW-BEST(WS-CHAMPION-ROW) TO WS-AWARD-VALUE
                   PERFORM CHECK-REPEAT-WINNER
                   MOVE SPACES TO AWARDS-REPORT-LINE
                   STRING "  " WS-PERIOD-EDIT
                       "  PLAYER=" WS-AWARD-WINNER
                       " BEST=" WS-ROW-BEST(WS-CHAMPION-ROW)
                       "  " WS-REPEAT-TAG
                       DELIMITED BY SIZE INTO AWARDS-REPORT-LINE
                   WRITE AWARDS-REPORT-LINE
                   PERFORM KEEP-NEW-AWARD
               END-IF
           END-PERFORM.
       WRITE-MONTHLY-CHAMPIONS-EXIT.
           EXIT.

      * The highest best left unpicked on WS-MONTH's board; strict
      * ">" so the earlier row keeps the place on an exact tie.
       PICK-NEXT-PLACE.
           MOVE 0 TO WS-PICK-ROW
           MOVE 0 TO WS-PICK-BEST
           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
               UNTIL WS-ROW-INDEX > WS-ROW-COUNT
               IF WS-ROW-MONTH(WS-ROW-INDEX) = WS-MONTH
                   AND WS-ROW-PICKED(WS-ROW-INDEX) = "N"
                   AND (WS-PICK-ROW = 0
                   OR WS-ROW-BEST(WS-ROW-INDEX) > WS-PICK-BEST) THEN
                   MOVE WS-ROW-INDEX TO WS-PICK-ROW
                   MOVE WS-ROW-BEST(WS-ROW-INDEX) TO WS-PICK-BEST
               END-IF
           END-PERFORM
           IF WS-PICK-ROW > 0 THEN
               MOVE "Y" TO WS-ROW-PICKED(WS-PICK-ROW)
           END-IF.
       PICK-NEXT-PLACE-EXIT.
           EXIT.

       WRITE-PODIUM-AWARD.
           MOVE SPACES TO AWARDS-REPORT-LINE
           WRITE AWARDS-REPORT-LINE
           MOVE "MOST PODIUM FINISHES (TOP 3 ON A MONTH'S BOARD)"
               TO AWARDS-REPORT-LINE
           WRITE AWARDS-REPORT-LINE
           MOVE 0 TO WS-WINNER
           PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
               UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
               MOVE WS-PL-PODIUMS(WS-PLAYER-INDEX)
                   TO WS-CANDIDATE-FIGURE
               IF WS-WINNER = 0
                   OR WS-CANDIDATE-FIGURE > WS-WINNER-FIGURE THEN
                   MOVE WS-PLAYER-INDEX TO WS-WINNER
                   MOVE WS-CANDIDATE-FIGURE TO WS-WINNER-FIGURE
               END-IF
           END-PERFORM
           IF WS-WINNER = 0 THEN
               MOVE "  NO BOARDS ARCHIVED FOR THE YEAR"
                   TO AWARDS-REPORT-LINE
               WRITE AWARDS-REPORT-LINE
           ELSE
               MOVE "MOST PODIUMS" TO WS-AWARD-NAME
               MOVE WS-PL-NAME(WS-WINNER) TO WS-AWARD-WINNER
               MOVE 0 TO WS-AWARD-PERIOD
               MOVE WS-WINNER-FIGURE TO WS-AWARD-VALUE
               PERFORM CHECK-REPEAT-WINNER
               MOVE SPACES TO AWARDS-REPORT-LINE
               STRING "  PLAYER=" WS-AWARD-WINNER
                   " PODIUMS=" WS-PL-PODIUMS(WS-WINNER)
                   " OF " WS-PL-MONTHS(WS-WINNER) " BOARDS"
                   "  " WS-REPEAT-TAG
                   DELIMITED BY SIZE INTO AWARDS-REPORT-LINE
               WRITE AWARDS-REPORT-LINE
               PERFORM KEEP-NEW-AWARD
           END-IF.
       WRITE-PODIUM-AWARD-EXIT.
           EXIT.

      * The rise in monthly best from the player's first board of
      * the year to their last; a player on one board has none.
       WRITE-IMPROVEMENT-AWARD.
           MOVE SPACES TO AWARDS-REPORT-LINE
           WRITE AWARDS-REPORT-LINE
           MOVE "BIGGEST PERSONAL-BEST IMPROVEMENT"
               TO AWARDS-REPORT-LINE
           WRITE AWARDS-REPORT-LINE
           MOVE 0 TO WS-WINNER
           MOVE 0 TO WS-WINNER-FIGURE
           PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
               UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
               SUBTRACT WS-PL-FIRST-BEST(WS-PLAYER-INDEX)
                   FROM WS-PL-LAST-BEST(WS-PLAYER-INDEX)
                   GIVING WS-CANDIDATE-FIGURE
               IF WS-CANDIDATE-FIGURE > WS-WINNER-FIGURE THEN
                   MOVE WS-PLAYER-INDEX TO WS-WINNER
                   MOVE WS-CANDIDATE-FIGURE TO WS-WINNER-FIGURE
               END-IF
           END-PERFORM
           IF WS-WINNER = 0 THEN
               MOVE "  NO PLAYER RAISED THEIR BEST DURING THE YEAR"
                   TO AWARDS-REPORT-LINE
               WRITE AWARDS-REPORT-LINE
           ELSE
               MOVE "MOST IMPROVED" TO WS-AWARD-NAME
               MOVE WS-PL-NAME(WS-WINNER) TO WS-AWARD-WINNER
               MOVE 0 TO WS-AWARD-PERIOD
               MOVE WS-WINNER-FIGURE TO WS-AWARD-VALUE
               MOVE WS-WINNER-FIGURE TO WS-FIGURE-EDIT
               PERFORM CHECK-REPEAT-WINNER
               MOVE SPACES TO AWARDS-REPORT-LINE
               STRING "  PLAYER=" WS-AWARD-WINNER
                   " FROM " WS-PL-FIRST-BEST(WS-WINNER)
                   " (MONTH " WS-PL-FIRST-MONTH(WS-WINNER) ")"
                   " TO " WS-PL-LAST-BEST(WS-WINNER)
                   " (MONTH " WS-PL-LAST-MONTH(WS-WINNER) ")"
                   " " WS-FIGURE-EDIT
                   "  " WS-REPEAT-TAG
                   DELIMITED BY SIZE INTO AWARDS-REPORT-LINE
               WRITE AWARDS-REPORT-LINE
               PERFORM KEEP-NEW-AWARD
           END-IF.
       WRITE-IMPROVEMENT-AWARD-EXIT.
           EXIT.

      * Lowest spread between a player's highest and lowest monthly
      * best, among players on at least WS-MIN-MONTHS boards.
       WRITE-CONSISTENCY-AWARD.
           MOVE SPACES TO AWARDS-REPORT-LINE
           WRITE AWARDS-REPORT-LINE
           MOVE SPACES TO AWARDS-REPORT-LINE
           STRING "MOST CONSISTENT (LOWEST SPREAD OF MONTHLY BESTS, "
               "MIN " WS-MIN-MONTHS " BOARDS)"
               DELIMITED BY SIZE INTO AWARDS-REPORT-LINE
           WRITE AWARDS-REPORT-LINE
           MOVE 0 TO WS-WINNER
           PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
               UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
               IF WS-PL-MONTHS(WS-PLAYER-INDEX) >= WS-MIN-MONTHS THEN
                   SUBTRACT WS-PL-LOW-BEST(WS-PLAYER-INDEX)
                       FROM WS-PL-HIGH-BEST(WS-PLAYER-INDEX)
                       GIVING WS-CANDIDATE-FIGURE
                   IF WS-WINNER = 0
                       OR WS-CANDIDATE-FIGURE < WS-WINNER-FIGURE THEN
                       MOVE WS-PLAYER-INDEX TO WS-WINNER
                       MOVE WS-CANDIDATE-FIGURE TO WS-WINNER-FIGURE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-WINNER = 0 THEN
               MOVE SPACES TO AWARDS-REPORT-LINE
               STRING "  NO PLAYER ON " WS-MIN-MONTHS
                   " OR MORE BOARDS"
                   DELIMITED BY SIZE INTO AWARDS-REPORT-LINE
               WRITE AWARDS-REPORT-LINE
           ELSE
               MOVE "MOST CONSISTENT" TO WS-AWARD-NAME
               MOVE WS-PL-NAME(WS-WINNER) TO WS-AWARD-WINNER
               MOVE 0 TO WS-AWARD-PERIOD
               MOVE WS-WINNER-FIGURE TO WS-AWARD-VALUE
               PERFORM CHECK-REPEAT-WINNER
               MOVE SPACES TO AWARDS-REPORT-LINE
               STRING "  PLAYER=" WS-AWARD-WINNER
                   " SPREAD=" WS-AWARD-VALUE(3:3)
                   " OVER " WS-PL-MONTHS(WS-WINNER) " BOARDS"
                   " (LOW " WS-PL-LOW-BEST(WS-WINNER)
                   " HIGH " WS-PL-HIGH-BEST(WS-WINNER) ")"
                   "  " WS-REPEAT-TAG
                   DELIMITED BY SIZE INTO AWARDS-REPORT-LINE
               WRITE AWARDS-REPORT-LINE
               PERFORM KEEP-NEW-AWARD
           END-IF.
       WRITE-CONSISTENCY-AWARD-EXIT.
           EXIT.

      ******************************************************************
      * Department champion: every rostered player's best of the
      * year in their department's bucket (unrostered players sit
      * out, as on DEPTBRD's board), each department's team total
      * the sum of its top DEPT-TOP-N, the highest total winning and
      * the department first onto the year's boards on a tie.
      ******************************************************************
       WRITE-DEPARTMENT-AWARD.
           MOVE SPACES TO AWARDS-REPORT-LINE
           WRITE AWARDS-REPORT-LINE
           MOVE SPACES TO AWARDS-REPORT-LINE
           STRING "DEPARTMENT CHAMPION (TOP " WS-TOP-N
               " YEAR BESTS PER TEAM)"
               DELIMITED BY SIZE INTO AWARDS-REPORT-LINE
           WRITE AWARDS-REPORT-LINE
           PERFORM LOAD-ROSTER
           MOVE 0 TO WS-DEPT-COUNT
           PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
               UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
               PERFORM BUCKET-ONE-PLAYER
           END-PERFORM
           MOVE 0 TO WS-BEST-DEPT
           MOVE 0 TO WS-BEST-TOTAL
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               PERFORM TOTAL-ONE-DEPARTMENT
               IF WS-BEST-DEPT = 0
                   OR WS-DP-TEAM-TOTAL(WS-DEPT-INDEX) > WS-BEST-TOTAL
                   THEN
                   MOVE WS-DEPT-INDEX TO WS-BEST-DEPT
                   MOVE WS-DP-TEAM-TOTAL(WS-DEPT-INDEX) TO WS-BEST-TOTAL
               END-IF
           END-PERFORM
           IF WS-BEST-DEPT = 0 THEN
               MOVE "  NO ROSTERED PLAYER ON THE YEAR'S BOARDS"
                   TO AWARDS-REPORT-LINE
               WRITE AWARDS-REPORT-LINE
           ELSE
               MOVE "DEPARTMENT CHAMPION" TO WS-AWARD-NAME
               MOVE WS-DP-NAME(WS-BEST-DEPT) TO WS-AWARD-WINNER
               MOVE 0 TO WS-AWARD-PERIOD
               MOVE WS-BEST-TOTAL TO WS-AWARD-VALUE
               PERFORM CHECK-REPEAT-WINNER
               MOVE SPACES TO AWARDS-REPORT-LINE
               STRING "  DEPARTMENT=" WS-DP-NAME(WS-BEST-DEPT)
                   " TEAM TOTAL=" WS-BEST-TOTAL
                   " (MEMBERS " WS-DP-MEMBER-COUNT(WS-BEST-DEPT) ")"
                   "  " WS-REPEAT-TAG
                   DELIMITED BY SIZE INTO AWARDS-REPORT-LINE
               WRITE AWARDS-REPORT-LINE
               PERFORM KEEP-NEW-AWARD
           END-IF.
       WRITE-DEPARTMENT-AWARD-EXIT.
           EXIT.

       BUCKET-ONE-PLAYER.
           MOVE 0 TO WS-ROSTER-MATCH
           PERFORM VARYING WS-ROSTER-INDEX FROM 1 BY 1
               UNTIL WS-ROSTER-INDEX > WS-ROSTER-COUNT
               OR WS-ROSTER-MATCH > 0
               IF WS-RO-PLAYER(WS-ROSTER-INDEX)
                   = WS-PL-NAME(WS-PLAYER-INDEX) THEN
                   MOVE WS-ROSTER-INDEX TO WS-ROSTER-MATCH
               END-IF
           END-PERFORM
           IF WS-ROSTER-MATCH > 0 THEN
               MOVE 0 TO WS-DEPT-MATCH
               PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
                   OR WS-DEPT-MATCH > 0
                   IF WS-DP-NAME(WS-DEPT-INDEX)
                       = WS-RO-DEPT(WS-ROSTER-MATCH) THEN
                       MOVE WS-DEPT-INDEX TO WS-DEPT-MATCH
                   END-IF
               END-PERFORM
               IF WS-DEPT-MATCH = 0 AND WS-DEPT-COUNT < 20 THEN
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-MATCH
                   MOVE WS-RO-DEPT(WS-ROSTER-MATCH)
                       TO WS-DP-NAME(WS-DEPT-MATCH)
                   MOVE 0 TO WS-DP-MEMBER-COUNT(WS-DEPT-MATCH)
               END-IF
               IF WS-DEPT-MATCH > 0
                   AND WS-DP-MEMBER-COUNT(WS-DEPT-MATCH) < 50 THEN
                   ADD 1 TO WS-DP-MEMBER-COUNT(WS-DEPT-MATCH)
                   MOVE WS-PL-HIGH-BEST(WS-PLAYER-INDEX)
                       TO WS-DP-BESTS(WS-DEPT-MATCH,
                           WS-DP-MEMBER-COUNT(WS-DEPT-MATCH))
               END-IF
           END-IF.
       BUCKET-ONE-PLAYER-EXIT.
           EXIT.

      * Top N by repeated pick-highest, each pick consumed.
       TOTAL-ONE-DEPARTMENT.
           MOVE 0 TO WS-DP-TEAM-TOTAL(WS-DEPT-INDEX)
           PERFORM VARYING WS-PICK-IX FROM 1 BY 1
               UNTIL WS-PICK-IX > WS-TOP-N
               MOVE 0 TO WS-PICK-BEST
               MOVE 0 TO WS-PICK-SLOT
               PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
                   UNTIL WS-MEMBER-IX
                       > WS-DP-MEMBER-COUNT(WS-DEPT-INDEX)
                   IF WS-DP-BESTS(WS-DEPT-INDEX, WS-MEMBER-IX)
                       > WS-PICK-BEST THEN
                       MOVE WS-DP-BESTS(WS-DEPT-INDEX,
                           WS-MEMBER-IX) TO WS-PICK-BEST
                       MOVE WS-MEMBER-IX TO WS-PICK-SLOT
                   END-IF
               END-PERFORM
               IF WS-PICK-SLOT > 0 THEN
                   ADD WS-PICK-BEST
                       TO WS-DP-TEAM-TOTAL(WS-DEPT-INDEX)
                   MOVE 0 TO WS-DP-BESTS(WS-DEPT-INDEX,
                       WS-PICK-SLOT)
               END-IF
           END-PERFORM.
       TOTAL-ONE-DEPARTMENT-EXIT.
           EXIT.

       LOAD-ROSTER.
           MOVE 0 TO WS-ROSTER-COUNT
           MOVE "N" TO WS-ROSTER-EOF
           OPEN INPUT ROSTER-FILE
           PERFORM UNTIL ROSTER-EOF OR WS-ROSTER-COUNT >= 100
               READ ROSTER-FILE
                   AT END
                       SET ROSTER-EOF TO TRUE
                   NOT AT END
                       IF RO-PLAYER-ID NOT = SPACES THEN
                           ADD 1 TO WS-ROSTER-COUNT
                           MOVE RO-PLAYER-ID
                               TO WS-RO-PLAYER(WS-ROSTER-COUNT)
                           MOVE RO-DEPT
                               TO WS-RO-DEPT(WS-ROSTER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROSTER-FILE.
       LOAD-ROSTER-EXIT.
           EXIT.

      ******************************************************************
      * Repeat winners: the same award to the same winner in an
      * earlier year on AWRDHIST -- any month, for a monthly
      * champion.
      ******************************************************************
       CHECK-REPEAT-WINNER.
           MOVE 0 TO WS-PRIOR-WINS
           MOVE 0 TO WS-PRIOR-LAST-YEAR
           PERFORM VARYING WS-HISTORY-INDEX FROM 1 BY 1
               UNTIL WS-HISTORY-INDEX > WS-HISTORY-COUNT
               IF WS-HI-YEAR(WS-HISTORY-INDEX) < WS-YEAR
                   AND WS-HI-AWARD(WS-HISTORY-INDEX) = WS-AWARD-NAME
                   AND WS-HI-WINNER(WS-HISTORY-INDEX)
                       = WS-AWARD-WINNER THEN
                   ADD 1 TO WS-PRIOR-WINS
                   IF WS-HI-YEAR(WS-HISTORY-INDEX)
                       > WS-PRIOR-LAST-YEAR THEN
                       MOVE WS-HI-YEAR(WS-HISTORY-INDEX)
                           TO WS-PRIOR-LAST-YEAR
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPEAT-TAG
           IF WS-PRIOR-WINS > 0 THEN
               STRING "REPEAT WINNER (PRIOR WINS " WS-PRIOR-WINS
                   ", LAST " WS-PRIOR-LAST-YEAR ")"
                   DELIMITED BY SIZE INTO WS-REPEAT-TAG
           END-IF.
       CHECK-REPEAT-WINNER-EXIT.
           EXIT.

       KEEP-NEW-AWARD.
           IF WS-NEW-AWARD-COUNT < 20 THEN
               ADD 1 TO WS-NEW-AWARD-COUNT
               MOVE WS-AWARD-NAME TO WS-NA-AWARD(WS-NEW-AWARD-COUNT)
               MOVE WS-AWARD-WINNER
                   TO WS-NA-WINNER(WS-NEW-AWARD-COUNT)
               MOVE WS-AWARD-PERIOD
                   TO WS-NA-PERIOD(WS-NEW-AWARD-COUNT)
               MOVE WS-AWARD-VALUE TO WS-NA-VALUE(WS-NEW-AWARD-COUNT)
           END-IF.
       KEEP-NEW-AWARD-EXIT.
           EXIT.

       LOAD-AWARD-HISTORY.
           MOVE 0 TO WS-HISTORY-COUNT
           MOVE "N" TO WS-HISTORY-EOF
           OPEN INPUT AWARD-HISTORY
           PERFORM UNTIL HISTORY-EOF OR WS-HISTORY-COUNT >= 1000
               READ AWARD-HISTORY
                   AT END
                       SET HISTORY-EOF TO TRUE
                   NOT AT END
                       IF AH-YEAR IS NUMERIC THEN
                           ADD 1 TO WS-HISTORY-COUNT
                           MOVE AH-YEAR
                               TO WS-HI-YEAR(WS-HISTORY-COUNT)
                           MOVE AH-AWARD
                               TO WS-HI-AWARD(WS-HISTORY-COUNT)
                           MOVE AH-WINNER
                               TO WS-HI-WINNER(WS-HISTORY-COUNT)
                           MOVE AH-PERIOD
                               TO WS-HI-PERIOD(WS-HISTORY-COUNT)
                           MOVE AH-VALUE
                               TO WS-HI-VALUE(WS-HISTORY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AWARD-HISTORY.
       LOAD-AWARD-HISTORY-EXIT.
           EXIT.

      * Every other year's awards back out as they were, then this
      * year's, so running the same year twice does not double it.
       SAVE-AWARD-HISTORY.
           OPEN OUTPUT AWARD-HISTORY
           PERFORM VARYING WS-HISTORY-INDEX FROM 1 BY 1
               UNTIL WS-HISTORY-INDEX > WS-HISTORY-COUNT
               IF WS-HI-YEAR(WS-HISTORY-INDEX) NOT = WS-YEAR THEN
                   MOVE SPACES TO AWARD-HISTORY-RECORD
                   MOVE WS-HI-YEAR(WS-HISTORY-INDEX) TO AH-YEAR
                   MOVE WS-HI-AWARD(WS-HISTORY-INDEX) TO AH-AWARD
                   MOVE WS-HI-WINNER(WS-HISTORY-INDEX) TO AH-WINNER
                   MOVE WS-HI-PERIOD(WS-HISTORY-INDEX) TO AH-PERIOD
                   MOVE WS-HI-VALUE(WS-HISTORY-INDEX) TO AH-VALUE
                   WRITE AWARD-HISTORY-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-NEW-AWARD-INDEX FROM 1 BY 1
               UNTIL WS-NEW-AWARD-INDEX > WS-NEW-AWARD-COUNT
               MOVE SPACES TO AWARD-HISTORY-RECORD
               MOVE WS-YEAR TO AH-YEAR
               MOVE WS-NA-AWARD(WS-NEW-AWARD-INDEX) TO AH-AWARD
               MOVE WS-NA-WINNER(WS-NEW-AWARD-INDEX) TO AH-WINNER
               MOVE WS-NA-PERIOD(WS-NEW-AWARD-INDEX) TO AH-PERIOD
               MOVE WS-NA-VALUE(WS-NEW-AWARD-INDEX) TO AH-VALUE
               WRITE AWARD-HISTORY-RECORD
           END-PERFORM
           CLOSE AWARD-HISTORY.
       SAVE-AWARD-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "YEARAWRD" TO WS-AUDIT-PROGRAM
           MOVE SPACES TO WS-AUDIT-INPUT
           STRING "YEAR " WS-YEAR
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "BOARDS " WS-MONTHS-ON-FILE
               " PLAYERS " WS-PLAYER-COUNT
               " AWARDS " WS-NEW-AWARD-COUNT
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
       END PROGRAM YEARAWRD.
