      * auditable after the fact.
           SELECT OPTIONAL MOVE-LOG ASSIGN TO "MOVELOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Every legal move for the side to move on the BOARDFIL
      * position.
           SELECT LEGAL-MOVE-REPORT ASSIGN TO "LEGALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * The club's weekly mate-in-one puzzle sheet, checked before it
      * goes to print.
           SELECT PUZZLE-FILE ASSIGN TO "PUZZLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PUZZLE-REPORT ASSIGN TO "PUZZLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Widened for the replay-validation format: every recorded
           05 BF-ROW PIC 9.
           05 FILLER PIC X.
           05 BF-COL PIC 9.
      * Or the whole position on one record in FEN, as the club's
      * chess software records it: "FEN " and the FEN string.
       01 BOARD-FEN-RECORD.
           05 BF-FEN-TAG PIC X(4).
           05 BF-FEN-TEXT PIC X(96).

      * Widened to carry the evaluated board back out as FEN.
       FD ATTACK-REPORT.
       01 ATTACK-REPORT-LINE PIC X(132).

      * Widened for the N-queens solver's heading and shape lines;
      * the rendered rows themselves stay ten characters.
       FD BOARD-REPORT.
       01 BOARD-REPORT-LINE PIC X(80).

       FD LEGAL-MOVE-REPORT.
       01 LEGAL-MOVE-LINE PIC X(100).

      * One puzzle per record: the sheet's puzzle number, then the
      * position in FEN with the side to move as the solver.
       FD PUZZLE-FILE.
       01 PUZZLE-RECORD.
           05 PZ-NUMBER PIC X(8).
           05 FILLER PIC X.
           05 PZ-FEN-TEXT PIC X(96).

       FD PUZZLE-REPORT.
       01 PUZZLE-REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
      *Inputs
       01 WS-BOARD-FILL PIC 99.
       01 WS-ATTACK-PAIRS PIC 9(4) VALUE 0.

      * FEN import and export. A FEN record is expanded into the
      * same board table the piece records fill: rank 8 is row 0 and
      * file a is column 0, so the rendered boards read the way the
      * club's software shows them. The side to move and the other
      * FEN fields ride along to the report and back out on export;
      * a board loaded from piece records goes out as white to move
      * with no castling or en passant. EXTERNAL switch: "Y" writes
      * the evaluated board as FEN on ATTACKRP.
       01 WS-QUEEN-FEN-EXPORT IS EXTERNAL PIC X.
       01 WS-FEN-LOADED PIC X VALUE "N".
           88 FEN-LOADED VALUE "Y".
       01 WS-FEN-REASON PIC X(50) VALUE SPACES.
       01 WS-FEN-TEXT PIC X(96).
       01 WS-FEN-FIELDS PIC 9 VALUE 0.
       01 WS-FEN-PLACEMENT PIC X(71).
       01 WS-FEN-SIDE PIC X.
       01 WS-FEN-CASTLING PIC X(4).
       01 WS-FEN-EP PIC X(2).
       01 WS-FEN-HALFMOVE PIC X(3).
       01 WS-FEN-FULLMOVE PIC X(4).
       01 WS-FEN-PLACE-LEN PIC 99 VALUE 0.
       01 WS-FEN-SIDE-LEN PIC 99 VALUE 0.
       01 WS-FEN-CASTLE-LEN PIC 99 VALUE 0.
       01 WS-FEN-EP-LEN PIC 99 VALUE 0.
       01 WS-FEN-HALF-LEN PIC 99 VALUE 0.
       01 WS-FEN-FULL-LEN PIC 99 VALUE 0.
       01 WS-FEN-CHECK PIC X(4).
       01 WS-FEN-IX PIC 99 VALUE 0.
       01 WS-FEN-CHAR PIC X.
       01 WS-FEN-PIECE PIC X(6).
       01 WS-FEN-DIGIT PIC 9.
       01 WS-FEN-ROW PIC 9 VALUE 0.
       01 WS-FEN-COL PIC 99 VALUE 0.
       01 WS-FEN-RANK PIC 9 VALUE 0.
       01 WS-FEN-NUMBER-EDIT PIC Z9.
       01 WS-FEN-WHITE-KINGS PIC 99 VALUE 0.
       01 WS-FEN-BLACK-KINGS PIC 99 VALUE 0.
       01 WS-SIDE-TO-MOVE PIC X(5) VALUE SPACES.
       01 WS-FEN-OUT PIC X(90).
       01 WS-FEN-POINTER PIC 999 VALUE 1.
       01 WS-FEN-RUN PIC 9 VALUE 0.

      * Legal move list working storage: the mover and its
      * destination, what the move saved to take it back (the
      * mover's square, a captured piece, the castling rook), the
      * pawn's direction by colour, and the report counts. Row 0 is
      * rank 8 and column 0 file a, as the FEN import loads them.
       01 WS-MOVE-KING PIC 99 VALUE 0.
       01 WS-ENEMY-KING PIC 99 VALUE 0.
       01 WS-MOVE-KING-COUNT PIC 99 VALUE 0.
       01 WS-MOVER PIC 99 VALUE 0.
       01 WS-TO-ROW PIC 9 VALUE 0.
       01 WS-TO-COL PIC 9 VALUE 0.
       01 WS-FROM-ROW PIC 9 VALUE 0.
       01 WS-FROM-COL PIC 9 VALUE 0.
       01 WS-FIND-ROW PIC S9 VALUE 0.
       01 WS-FIND-COL PIC S9 VALUE 0.
       01 WS-SQUARE-OCCUPANT PIC 99 VALUE 0.
       01 WS-VICTIM PIC 99 VALUE 0.
       01 WS-VICTIM-PIECE PIC X(6).
       01 WS-VICTIM-ROW PIC 9.
       01 WS-VICTIM-COL PIC 9.
       01 WS-MOVE-KIND PIC X VALUE SPACE.
       01 WS-MOVE-CHECK PIC X VALUE "N".
       01 WS-IN-CHECK PIC X VALUE "N".
       01 WS-MOVE-PIECE-NAME PIC X(6).
       01 WS-MOVE-POINTER PIC 999 VALUE 1.
       01 WS-LEGAL-COUNT PIC 9(3) VALUE 0.
       01 WS-CAPTURE-COUNT PIC 9(3) VALUE 0.
       01 WS-CHECKING-COUNT PIC 9(3) VALUE 0.
       01 WS-PAWN-COLOR PIC X(5).
       01 WS-PAWN-DIRECTION PIC S9 VALUE 0.
       01 WS-PAWN-START-ROW PIC 9 VALUE 0.
       01 WS-PAWN-LAST-ROW PIC 9 VALUE 0.
       01 WS-EP-SET PIC X VALUE "N".
       01 WS-EP-ROW PIC 9 VALUE 0.
       01 WS-EP-COL PIC 9 VALUE 0.
       01 WS-PROMOTE-PIECES.
           05 FILLER PIC X(12) VALUE "QUEEN ROOK  ".
           05 FILLER PIC X(12) VALUE "BISHOPKNIGHT".
       01 WS-PROMOTE-TABLE REDEFINES WS-PROMOTE-PIECES.
           05 WS-PROMOTE-PIECE PIC X(6) OCCURS 4 TIMES.
       01 WS-PROMOTE-IX PIC 9 VALUE 0.
       01 WS-ROOK-INDEX PIC 99 VALUE 0.
       01 WS-ROOK-FROM-COL PIC 9 VALUE 0.
       01 WS-ROOK-TO-COL PIC 9 VALUE 0.
       01 WS-CASTLE-ROW PIC 9 VALUE 0.
       01 WS-CASTLE-COL PIC 9 VALUE 0.
       01 WS-CASTLE-RIGHT PIC X.
       01 WS-CASTLE-TALLY PIC 9 VALUE 0.
       01 WS-CASTLE-OK PIC X VALUE "N".
       01 WS-FILE-LETTERS PIC X(8) VALUE "abcdefgh".
       01 WS-FILE-LETTER-TABLE REDEFINES WS-FILE-LETTERS.
           05 WS-FILE-LETTER PIC X OCCURS 8 TIMES.
       01 WS-RANK-DIGITS PIC X(8) VALUE "87654321".
       01 WS-RANK-DIGIT-TABLE REDEFINES WS-RANK-DIGITS.
           05 WS-RANK-DIGIT PIC X OCCURS 8 TIMES.
      * Where each legal move goes: "R" the LEGALRPT line, "K" kept
      * in the checking-move table when it gives check, "C" only
      * counted (the replies to a checking move). The move line is
      * built apart from the report so the puzzle check can print it.
       01 WS-MOVE-SINK PIC X VALUE "R".
           88 SINK-REPORT VALUE "R".
           88 SINK-CHECKS VALUE "K".
           88 SINK-REPLIES VALUE "C".
       01 WS-MOVE-LANDS-AS PIC X(6).
       01 WS-MOVE-TAKES PIC X(6).
       01 WS-MOVE-LINE PIC X(100).

      * Mate-in-one puzzle check: the solver's checking moves are
      * kept, then each is played in turn and the other side's legal
      * replies counted -- none is mate. The board table is saved
      * around each one and put back after.
       01 WS-PUZZLE-EOF PIC X VALUE "N".
           88 PUZZLE-EOF VALUE "Y".
       01 WS-PUZZLE-COUNT PIC 9(4) VALUE 0.
       01 WS-PUZZLE-SOUND PIC 9(4) VALUE 0.
       01 WS-PUZZLE-NO-MATE PIC 9(4) VALUE 0.
       01 WS-PUZZLE-MULTI PIC 9(4) VALUE 0.
       01 WS-PUZZLE-REJECTED PIC 9(4) VALUE 0.
       01 WS-MATE-COUNT PIC 99 VALUE 0.
       01 WS-SAVED-KING PIC 99 VALUE 0.
       01 WS-SAVED-SIDE PIC X(5).
      * The board table's 32 entries of 13 bytes.
       01 WS-SAVED-BOARD PIC X(416).
       01 WS-CANDIDATE-COUNT PIC 99 VALUE 0.
       01 WS-CANDIDATE-IX PIC 99 VALUE 0.
       01 WS-CANDIDATE-TABLE.
           05 WS-CANDIDATE-ENTRY OCCURS 99 TIMES.
               10 WS-CAND-MOVER PIC 99.
               10 WS-CAND-FROM-ROW PIC 9.
               10 WS-CAND-FROM-COL PIC 9.
               10 WS-CAND-TO-ROW PIC 9.
               10 WS-CAND-TO-COL PIC 9.
               10 WS-CAND-LANDS-AS PIC X(6).
               10 WS-CAND-KIND PIC X.
               10 WS-CAND-VICTIM PIC 99.
               10 WS-CAND-TAKES PIC X(6).
               10 WS-CAND-ROOK PIC 99.
               10 WS-CAND-ROOK-FROM-COL PIC 9.
               10 WS-CAND-ROOK-TO-COL PIC 9.
               10 WS-CAND-MATE PIC X.
       01 WS-PAWN-STEP PIC S9 VALUE 0.
       01 WS-PUZZLE-POINTER PIC 999 VALUE 1.

      * N-queens solver working storage. The board size (4-8) and
      * the club's partial placement ("row,col;row,col", blank for
      * none) arrive EXTERNAL from the operator menu, like the other
      * query inputs. The search keeps one queen per row: WS-SOLVE-COL
      * is the 1-based column tried on that row (0 = not yet tried),
      * WS-SOLVE-FIXED-COL the club's queen on that row, if any.
       01 WS-QUEEN-SOLVE-SIZE IS EXTERNAL PIC X(2).
       01 WS-QUEEN-PLACEMENT IS EXTERNAL PIC X(80).
       01 WS-SOLVE-N PIC 9 VALUE 0.
       01 WS-SOLVE-MAX PIC 9 VALUE 0.
       01 WS-SOLVE-ROW PIC 99 VALUE 0.
       01 WS-SOLVE-PRIOR PIC 99 VALUE 0.
       01 WS-SOLVE-TABLE.
           05 WS-SOLVE-ENTRY OCCURS 8 TIMES.
               10 WS-SOLVE-COL PIC 99.
               10 WS-SOLVE-FIXED-COL PIC 99.
       01 WS-SOLVE-SAFE PIC X VALUE "Y".
           88 SOLVE-SAFE VALUE "Y".
       01 WS-SOLVE-DONE PIC X VALUE "N".
           88 SOLVE-DONE VALUE "Y".
       01 WS-SOLVE-REASON PIC X(40) VALUE SPACES.
       01 WS-PLACE-COUNT PIC 99 VALUE 0.
       01 WS-PLACE-IX PIC 99 VALUE 0.
       01 WS-PLACE-JX PIC 99 VALUE 0.
       01 WS-PLACE-TABLE.
           05 WS-PLACE-ENTRY OCCURS 8 TIMES.
               10 WS-PLACE-TEXT PIC X(9).
               10 WS-PLACE-ROW-TEXT PIC X(2).
               10 WS-PLACE-COL-TEXT PIC X(2).
               10 WS-PLACE-ROW PIC 9.
               10 WS-PLACE-COL PIC 9.
       01 WS-PLACE-NUMBER-EDIT PIC 9.
      * Every solution found, as its row-by-row column digits, and
      * the shape (symmetry class) it belongs to. 92 is the 8x8
      * total, the most any run can find.
       01 WS-SOLUTION-COUNT PIC 9(3) VALUE 0.
       01 WS-DISTINCT-COUNT PIC 9(3) VALUE 0.
       01 WS-SOLUTION-TABLE.
           05 WS-SOLUTION-ENTRY OCCURS 92 TIMES.
               10 WS-SOLUTION-KEY PIC X(8).
               10 WS-SOLUTION-SHAPE PIC 9(3).
       01 WS-SOLUTION-KEY-WORK PIC X(8).
       01 WS-SOLUTION-DIGITS REDEFINES WS-SOLUTION-KEY-WORK.
           05 WS-KEY-DIGIT PIC 9 OCCURS 8 TIMES.
       01 WS-TRANSFORM-KEY PIC X(8).
       01 WS-TRANSFORM-DIGITS REDEFINES WS-TRANSFORM-KEY.
           05 WS-TRANSFORM-DIGIT PIC 9 OCCURS 8 TIMES.
       01 WS-TRANSFORM-IX PIC 9 VALUE 0.
       01 WS-SHAPE-MATCH PIC 9(3) VALUE 0.
       01 WS-MATCH-IX PIC 9(3) VALUE 0.
       01 WS-T-IX PIC 9 VALUE 0.
       01 WS-T-ROW PIC 9 VALUE 0.
       01 WS-T-COL PIC 9 VALUE 0.
       01 WS-NEW-ROW PIC 9 VALUE 0.
       01 WS-NEW-COL PIC 9 VALUE 0.

      * Request 049: shared audit-trail record fields.
       COPY AUDITLOG.

               WHEN WS-QUEEN-MODE = "POSITION"
                   PERFORM BOARD-POSITION-RUN
                   GOBACK
               WHEN WS-QUEEN-MODE = "SOLVE"
                   PERFORM N-QUEENS-RUN
                   GOBACK
               WHEN WS-QUEEN-MODE = "MOVES"
                   PERFORM LEGAL-MOVES-RUN
                   GOBACK
               WHEN WS-QUEEN-MODE = "PUZZLE"
                   PERFORM MATE-PUZZLE-RUN
                   GOBACK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       CAN-ATTACK-KNIGHT-EXIT.
           EXIT.

      ******************************************************************
      * Pawn captures one square diagonally forward. Forward depends
      * on colour, so the caller sets WS-PAWN-DIRECTION first through
      * SET-PAWN-DIRECTION: -1 for white (toward rank 8, row 0), +1
      * for black.
      ******************************************************************
       CAN-ATTACK-PAWN.
           UNSTRING WS-WHITE_QUEEN DELIMITED BY "," INTO TEMP(1) TEMP(2)
           UNSTRING WS-BLACK_QUEEN DELIMITED BY "," INTO TEMP(3) TEMP(4)
           COMPUTE DIAGONALY = FUNCTION ABS(TEMP(2) - TEMP(4))
           IF TEMP(3) - TEMP(1) = WS-PAWN-DIRECTION
             AND DIAGONALY = 1 THEN
               MOVE 1 TO WS-RESULT
           END-IF.
       CAN-ATTACK-PAWN-EXIT.
           EXIT.

      ******************************************************************
      * Request 038: walk the squares strictly between WHITE_QUEEN
      * and BLACK_QUEEN (TEMP 1/2 to TEMP 3/4) and set PATH-BLOCKED
           EXIT.

       BOARD-POSITION-BODY.
           MOVE 0 TO WS-ATTACK-PAIRS
           PERFORM LOAD-BOARD-POSITION

           OPEN OUTPUT ATTACK-REPORT
           IF WS-FEN-REASON NOT = SPACES THEN
               MOVE SPACES TO ATTACK-REPORT-LINE
               STRING "FEN REJECTED: " WS-FEN-REASON
                   DELIMITED BY SIZE INTO ATTACK-REPORT-LINE
               WRITE ATTACK-REPORT-LINE
               DISPLAY "QUEEN-ATTACK ERROR: FEN REJECTED: "
                   WS-FEN-REASON
           ELSE
               PERFORM EVALUATE-LOADED-BOARD
           END-IF
           CLOSE ATTACK-REPORT.
       BOARD-POSITION-BODY-EXIT.
           EXIT.

      * The position off BOARDFIL into the board table, from piece
      * records or from one FEN record; a bad FEN record leaves its
      * reason in WS-FEN-REASON.
       LOAD-BOARD-POSITION.
           MOVE 0 TO WS-BOARD-COUNT
           MOVE "N" TO WS-BOARD-EOF
           MOVE "N" TO WS-FEN-LOADED
           MOVE SPACES TO WS-FEN-REASON
           MOVE SPACES TO WS-SIDE-TO-MOVE
           MOVE "w" TO WS-FEN-SIDE
           MOVE "-" TO WS-FEN-CASTLING
           MOVE "-" TO WS-FEN-EP
           MOVE "0" TO WS-FEN-HALFMOVE
           MOVE "1" TO WS-FEN-FULLMOVE
           PERFORM UNTIL BOARD-EOF OR WS-FEN-REASON NOT = SPACES
               OR (WS-BOARD-COUNT >= 32 AND NOT FEN-LOADED)
               READ BOARD-FILE
                   AT END
                       SET BOARD-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BF-FEN-TAG = "FEN "
                               MOVE BF-FEN-TEXT TO WS-FEN-TEXT
                               PERFORM LOAD-FEN-POSITION
                           WHEN FEN-LOADED
                               MOVE
                                 "FEN POSITION MUST BE THE ONLY RECORD"
                                   TO WS-FEN-REASON
                           WHEN OTHER
                               ADD 1 TO WS-BOARD-COUNT
                               MOVE BF-COLOR
                                   TO WS-BOARD-COLOR(WS-BOARD-COUNT)
                               MOVE BF-PIECE
                                   TO WS-BOARD-PIECE(WS-BOARD-COUNT)
                               MOVE BF-ROW
                                   TO WS-BOARD-ROW(WS-BOARD-COUNT)
                               MOVE BF-COL
                                   TO WS-BOARD-COL(WS-BOARD-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE BOARD-FILE.
       LOAD-BOARD-POSITION-EXIT.
           EXIT.

      * The loaded board, however it arrived: every cross-color pair,
      * the kings, the summary, and the FEN export when asked for.
       EVALUATE-LOADED-BOARD.
           SET BOARD-SCAN-ACTIVE TO TRUE
           PERFORM VARYING WS-ATTACKER FROM 1 BY 1
               UNTIL WS-ATTACKER > WS-BOARD-COUNT
               WS-KINGS-SEEN
               DELIMITED BY SIZE INTO ATTACK-REPORT-LINE
           WRITE ATTACK-REPORT-LINE
           IF FEN-LOADED THEN
               MOVE SPACES TO ATTACK-REPORT-LINE
               STRING "SIDE TO MOVE " WS-SIDE-TO-MOVE
                   DELIMITED BY SIZE INTO ATTACK-REPORT-LINE
               WRITE ATTACK-REPORT-LINE
           END-IF
           IF WS-QUEEN-FEN-EXPORT = "Y" THEN
               PERFORM EXPORT-BOARD-FEN
           END-IF.
       EVALUATE-LOADED-BOARD-EXIT.
           EXIT.

      ******************************************************************
      * A FEN record expanded onto the board: the six FEN fields
      * split out and checked, then the piece placement walked rank
      * by rank, then one king a side. Any fault leaves the reason in
      * WS-FEN-REASON and the board unevaluated. A FEN position is
      * the whole board, so it must be the file's only record.
      ******************************************************************
       LOAD-FEN-POSITION.
           IF WS-BOARD-COUNT > 0 OR FEN-LOADED THEN
               MOVE "FEN POSITION MUST BE THE ONLY RECORD"
                   TO WS-FEN-REASON
           ELSE
               SET FEN-LOADED TO TRUE
               PERFORM PARSE-FEN-FIELDS
               IF WS-FEN-REASON = SPACES THEN
                   PERFORM PARSE-FEN-PLACEMENT
               END-IF
               IF WS-FEN-REASON = SPACES THEN
                   PERFORM CHECK-FEN-KINGS
               END-IF
               IF WS-FEN-SIDE = "w" THEN
                   MOVE "WHITE" TO WS-SIDE-TO-MOVE
               ELSE
                   MOVE "BLACK" TO WS-SIDE-TO-MOVE
               END-IF
           END-IF.
       LOAD-FEN-POSITION-EXIT.
           EXIT.

      * Placement and side to move are required; castling, en
      * passant and the two move counters may be left off, and take
      * "-", "-", 0 and 1 when they are.
       PARSE-FEN-FIELDS.
           IF WS-FEN-TEXT = SPACES THEN
               MOVE "EMPTY FEN RECORD" TO WS-FEN-REASON
           ELSE
               MOVE 0 TO WS-FEN-FIELDS
               MOVE 0 TO WS-FEN-CASTLE-LEN
               MOVE 0 TO WS-FEN-EP-LEN
               MOVE 0 TO WS-FEN-HALF-LEN
               MOVE 0 TO WS-FEN-FULL-LEN
               MOVE SPACES TO WS-FEN-SIDE
               UNSTRING FUNCTION TRIM(WS-FEN-TEXT)
                   DELIMITED BY ALL SPACE
                   INTO WS-FEN-PLACEMENT COUNT IN WS-FEN-PLACE-LEN
                        WS-FEN-SIDE COUNT IN WS-FEN-SIDE-LEN
                        WS-FEN-CASTLING COUNT IN WS-FEN-CASTLE-LEN
                        WS-FEN-EP COUNT IN WS-FEN-EP-LEN
                        WS-FEN-HALFMOVE COUNT IN WS-FEN-HALF-LEN
                        WS-FEN-FULLMOVE COUNT IN WS-FEN-FULL-LEN
                   TALLYING IN WS-FEN-FIELDS
                   ON OVERFLOW
                       MOVE "MORE THAN 6 FEN FIELDS" TO WS-FEN-REASON
               END-UNSTRING
           END-IF
           IF WS-FEN-REASON = SPACES AND WS-FEN-PLACE-LEN > 71 THEN
               MOVE "PIECE PLACEMENT TOO LONG" TO WS-FEN-REASON
           END-IF
           IF WS-FEN-REASON = SPACES AND WS-FEN-FIELDS < 2 THEN
               MOVE "NO SIDE TO MOVE" TO WS-FEN-REASON
           END-IF
           IF WS-FEN-REASON = SPACES
               AND (WS-FEN-SIDE-LEN NOT = 1
               OR (WS-FEN-SIDE NOT = "w" AND WS-FEN-SIDE NOT = "b"))
               THEN
               MOVE "SIDE TO MOVE NOT w OR b" TO WS-FEN-REASON
           END-IF
           IF WS-FEN-FIELDS < 3 THEN
               MOVE "-" TO WS-FEN-CASTLING
           END-IF
           MOVE WS-FEN-CASTLING TO WS-FEN-CHECK
           INSPECT WS-FEN-CHECK CONVERTING "KQkq" TO SPACES
           IF WS-FEN-REASON = SPACES AND WS-FEN-FIELDS >= 3
               AND (WS-FEN-CASTLE-LEN > 4
               OR (WS-FEN-CASTLING NOT = "-"
               AND WS-FEN-CHECK NOT = SPACES)) THEN
               MOVE "BAD CASTLING FIELD" TO WS-FEN-REASON
           END-IF
           IF WS-FEN-FIELDS < 4 THEN
               MOVE "-" TO WS-FEN-EP
           END-IF
           IF WS-FEN-REASON = SPACES AND WS-FEN-FIELDS >= 4
               AND WS-FEN-EP NOT = "-" THEN
               IF WS-FEN-EP-LEN NOT = 2
                   OR WS-FEN-EP(1:1) < "a" OR WS-FEN-EP(1:1) > "h"
                   OR (WS-FEN-EP(2:1) NOT = "3"
                   AND WS-FEN-EP(2:1) NOT = "6") THEN
                   MOVE "BAD EN PASSANT FIELD" TO WS-FEN-REASON
               END-IF
           END-IF
           IF WS-FEN-FIELDS < 5 THEN
               MOVE "0" TO WS-FEN-HALFMOVE
           ELSE
               IF WS-FEN-REASON = SPACES
                   AND (WS-FEN-HALF-LEN > 3
                   OR WS-FEN-HALFMOVE(1:WS-FEN-HALF-LEN)
                       IS NOT NUMERIC) THEN
                   MOVE "BAD HALFMOVE CLOCK" TO WS-FEN-REASON
               END-IF
           END-IF
           IF WS-FEN-FIELDS < 6 THEN
               MOVE "1" TO WS-FEN-FULLMOVE
           ELSE
               IF WS-FEN-REASON = SPACES
                   AND (WS-FEN-FULL-LEN > 4
                   OR WS-FEN-FULLMOVE(1:WS-FEN-FULL-LEN)
                       IS NOT NUMERIC) THEN
                   MOVE "BAD FULLMOVE NUMBER" TO WS-FEN-REASON
               END-IF
           END-IF.
       PARSE-FEN-FIELDS-EXIT.
           EXIT.

      * Eight ranks, rank 8 first, split by "/"; each is pieces and
      * empty-square counts adding up to exactly eight files.
       PARSE-FEN-PLACEMENT.
           MOVE 0 TO WS-FEN-ROW
           MOVE 0 TO WS-FEN-COL
           PERFORM VARYING WS-FEN-IX FROM 1 BY 1
               UNTIL WS-FEN-IX > WS-FEN-PLACE-LEN
               OR WS-FEN-REASON NOT = SPACES
               MOVE WS-FEN-PLACEMENT(WS-FEN-IX:1) TO WS-FEN-CHAR
               PERFORM PARSE-FEN-CHARACTER
           END-PERFORM
           IF WS-FEN-REASON = SPACES THEN
               IF WS-FEN-ROW < 7 THEN
                   MOVE "FEWER THAN 8 RANKS" TO WS-FEN-REASON
               ELSE
                   IF WS-FEN-COL NOT = 8 THEN
                       PERFORM REJECT-FEN-RANK-LENGTH
                   END-IF
               END-IF
           END-IF.
       PARSE-FEN-PLACEMENT-EXIT.
           EXIT.

       PARSE-FEN-CHARACTER.
           EVALUATE TRUE
               WHEN WS-FEN-CHAR = "/"
                   IF WS-FEN-COL NOT = 8 THEN
                       PERFORM REJECT-FEN-RANK-LENGTH
                   ELSE
                       IF WS-FEN-ROW = 7 THEN
                           MOVE "MORE THAN 8 RANKS" TO WS-FEN-REASON
                       ELSE
                           ADD 1 TO WS-FEN-ROW
                           MOVE 0 TO WS-FEN-COL
                       END-IF
                   END-IF
               WHEN WS-FEN-CHAR >= "1" AND WS-FEN-CHAR <= "8"
                   MOVE WS-FEN-CHAR TO WS-FEN-DIGIT
                   ADD WS-FEN-DIGIT TO WS-FEN-COL
                   IF WS-FEN-COL > 8 THEN
                       PERFORM REJECT-FEN-RANK-LENGTH
                   END-IF
               WHEN OTHER
                   PERFORM ADD-FEN-PIECE
           END-EVALUATE.
       PARSE-FEN-CHARACTER-EXIT.
           EXIT.

      * Upper case is white, lower case black, in the board table's
      * own colour and piece names.
       ADD-FEN-PIECE.
           MOVE SPACES TO WS-FEN-PIECE
           EVALUATE FUNCTION UPPER-CASE(WS-FEN-CHAR)
               WHEN "K"
                   MOVE "KING" TO WS-FEN-PIECE
               WHEN "Q"
                   MOVE "QUEEN" TO WS-FEN-PIECE
               WHEN "R"
                   MOVE "ROOK" TO WS-FEN-PIECE
               WHEN "B"
                   MOVE "BISHOP" TO WS-FEN-PIECE
               WHEN "N"
                   MOVE "KNIGHT" TO WS-FEN-PIECE
               WHEN "P"
                   MOVE "PAWN" TO WS-FEN-PIECE
               WHEN OTHER
                   STRING "BAD CHARACTER " WS-FEN-CHAR
                       " IN PIECE PLACEMENT"
                       DELIMITED BY SIZE INTO WS-FEN-REASON
           END-EVALUATE
           IF WS-FEN-REASON = SPACES THEN
               IF WS-FEN-COL >= 8 THEN
                   ADD 1 TO WS-FEN-COL
                   PERFORM REJECT-FEN-RANK-LENGTH
               ELSE
                   IF WS-BOARD-COUNT >= 32 THEN
                       MOVE "MORE THAN 32 PIECES" TO WS-FEN-REASON
                   ELSE
                       ADD 1 TO WS-BOARD-COUNT
                       IF WS-FEN-CHAR IS ALPHABETIC-UPPER THEN
                           MOVE "WHITE"
                               TO WS-BOARD-COLOR(WS-BOARD-COUNT)
                       ELSE
                           MOVE "BLACK"
                               TO WS-BOARD-COLOR(WS-BOARD-COUNT)
                       END-IF
                       MOVE WS-FEN-PIECE
                           TO WS-BOARD-PIECE(WS-BOARD-COUNT)
                       MOVE WS-FEN-ROW TO WS-BOARD-ROW(WS-BOARD-COUNT)
                       MOVE WS-FEN-COL TO WS-BOARD-COL(WS-BOARD-COUNT)
                       ADD 1 TO WS-FEN-COL
                   END-IF
               END-IF
           END-IF.
       ADD-FEN-PIECE-EXIT.
           EXIT.

       REJECT-FEN-RANK-LENGTH.
           SUBTRACT WS-FEN-ROW FROM 8 GIVING WS-FEN-RANK
           IF WS-FEN-COL > 8 THEN
               STRING "RANK " WS-FEN-RANK " RUNS PAST 8 FILES"
                   DELIMITED BY SIZE INTO WS-FEN-REASON
           ELSE
               MOVE WS-FEN-COL TO WS-FEN-NUMBER-EDIT
               STRING "RANK " WS-FEN-RANK " HAS ONLY "
                   FUNCTION TRIM(WS-FEN-NUMBER-EDIT) " FILES"
                   DELIMITED BY SIZE INTO WS-FEN-REASON
           END-IF.
       REJECT-FEN-RANK-LENGTH-EXIT.
           EXIT.

       CHECK-FEN-KINGS.
           MOVE 0 TO WS-FEN-WHITE-KINGS
           MOVE 0 TO WS-FEN-BLACK-KINGS
           PERFORM VARYING WS-SCAN-OCC FROM 1 BY 1
               UNTIL WS-SCAN-OCC > WS-BOARD-COUNT
               IF WS-BOARD-PIECE(WS-SCAN-OCC) = "KING" THEN
                   IF WS-BOARD-COLOR(WS-SCAN-OCC) = "WHITE" THEN
                       ADD 1 TO WS-FEN-WHITE-KINGS
                   ELSE
                       ADD 1 TO WS-FEN-BLACK-KINGS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FEN-WHITE-KINGS NOT = 1 THEN
               MOVE WS-FEN-WHITE-KINGS TO WS-FEN-NUMBER-EDIT
               STRING "WHITE HAS " FUNCTION TRIM(WS-FEN-NUMBER-EDIT)
                   " KINGS"
                   DELIMITED BY SIZE INTO WS-FEN-REASON
           ELSE
               IF WS-FEN-BLACK-KINGS NOT = 1 THEN
                   MOVE WS-FEN-BLACK-KINGS TO WS-FEN-NUMBER-EDIT
                   STRING "BLACK HAS "
                       FUNCTION TRIM(WS-FEN-NUMBER-EDIT) " KINGS"
                       DELIMITED BY SIZE INTO WS-FEN-REASON
               END-IF
           END-IF.
       CHECK-FEN-KINGS-EXIT.
           EXIT.

      ******************************************************************
      * The evaluated board back out as FEN on ATTACKRP: each rank
      * from rank 8 down, runs of empty squares counted, then the
      * side to move and the remaining fields as they came in. A
      * piece type FEN has no letter for goes out as an empty square.
      ******************************************************************
       EXPORT-BOARD-FEN.
           PERFORM FILL-FEN-GRID

           MOVE SPACES TO WS-FEN-OUT
           MOVE 1 TO WS-FEN-POINTER
           PERFORM VARYING WS-RENDER-ROW FROM 1 BY 1
               UNTIL WS-RENDER-ROW > 8
               MOVE 0 TO WS-FEN-RUN
               PERFORM VARYING WS-RENDER-COL FROM 1 BY 1
                   UNTIL WS-RENDER-COL > 8
                   PERFORM EXPORT-FEN-SQUARE
               END-PERFORM
               IF WS-FEN-RUN > 0 THEN
                   STRING WS-FEN-RUN DELIMITED BY SIZE
                       INTO WS-FEN-OUT WITH POINTER WS-FEN-POINTER
               END-IF
               IF WS-RENDER-ROW < 8 THEN
                   STRING "/" DELIMITED BY SIZE
                       INTO WS-FEN-OUT WITH POINTER WS-FEN-POINTER
               END-IF
           END-PERFORM
           STRING " " WS-FEN-SIDE
               " " FUNCTION TRIM(WS-FEN-CASTLING)
               " " FUNCTION TRIM(WS-FEN-EP)
               " " FUNCTION TRIM(WS-FEN-HALFMOVE)
               " " FUNCTION TRIM(WS-FEN-FULLMOVE)
               DELIMITED BY SIZE
               INTO WS-FEN-OUT WITH POINTER WS-FEN-POINTER

           MOVE SPACES TO ATTACK-REPORT-LINE
           STRING "FEN " WS-FEN-OUT
               DELIMITED BY SIZE INTO ATTACK-REPORT-LINE
           WRITE ATTACK-REPORT-LINE.
       EXPORT-BOARD-FEN-EXIT.
           EXIT.

       EXPORT-FEN-SQUARE.
           IF WS-RENDER-CELL(WS-RENDER-ROW, WS-RENDER-COL) = SPACE THEN
               ADD 1 TO WS-FEN-RUN
           ELSE
               IF WS-FEN-RUN > 0 THEN
                   STRING WS-FEN-RUN DELIMITED BY SIZE
                       INTO WS-FEN-OUT WITH POINTER WS-FEN-POINTER
                   MOVE 0 TO WS-FEN-RUN
               END-IF
               STRING WS-RENDER-CELL(WS-RENDER-ROW, WS-RENDER-COL)
                   DELIMITED BY SIZE
                   INTO WS-FEN-OUT WITH POINTER WS-FEN-POINTER
           END-IF.
       EXPORT-FEN-SQUARE-EXIT.
           EXIT.

      * The board table as FEN piece letters on the 8x8 grid, white
      * upper case, black lower case, empty squares left blank.
       FILL-FEN-GRID.
           MOVE SPACES TO WS-RENDER-GRID
           PERFORM VARYING WS-SCAN-OCC FROM 1 BY 1
               UNTIL WS-SCAN-OCC > WS-BOARD-COUNT
               COMPUTE WS-RENDER-ROW = WS-BOARD-ROW(WS-SCAN-OCC) + 1
               COMPUTE WS-RENDER-COL = WS-BOARD-COL(WS-SCAN-OCC) + 1
               MOVE SPACE TO WS-FEN-CHAR
               EVALUATE WS-BOARD-PIECE(WS-SCAN-OCC)
                   WHEN "KING"
                       MOVE "K" TO WS-FEN-CHAR
                   WHEN "QUEEN"
                       MOVE "Q" TO WS-FEN-CHAR
                   WHEN "ROOK"
                       MOVE "R" TO WS-FEN-CHAR
                   WHEN "BISHOP"
                       MOVE "B" TO WS-FEN-CHAR
                   WHEN "KNIGHT"
                       MOVE "N" TO WS-FEN-CHAR
                   WHEN "PAWN"
                       MOVE "P" TO WS-FEN-CHAR
               END-EVALUATE
               IF WS-BOARD-COLOR(WS-SCAN-OCC) = "BLACK" THEN
                   MOVE FUNCTION LOWER-CASE(WS-FEN-CHAR)
                       TO WS-FEN-CHAR
               END-IF
               MOVE WS-FEN-CHAR TO WS-RENDER-CELL(WS-RENDER-ROW,
                   WS-RENDER-COL)
           END-PERFORM.
       FILL-FEN-GRID-EXIT.
           EXIT.

      ******************************************************************
      * Legal move list: every move the side to move can play on the
      * BOARDFIL position, to LEGALRPT. The side to move comes from
      * the FEN record; a board of piece records is taken as white to
      * move. Each piece's candidate squares come off its own
      * CAN-ATTACK check with the rest of the board as blockers;
      * pawns push, capture, promote and take en passant; castling
      * follows the FEN rights. Every candidate is played on the
      * board table and kept only if the king adjudication test
      * finds the mover's own king unattacked afterwards; the same
      * test on the other king marks the checking moves.
      ******************************************************************
       LEGAL-MOVES-RUN.
           OPEN INPUT BOARD-FILE
           IF WS-FILE-STATUS NOT = "00" THEN
               DISPLAY "QUEEN-ATTACK ERROR: BOARDFIL OPEN FAILED, "
                   "STATUS " WS-FILE-STATUS
           ELSE
               PERFORM LEGAL-MOVES-BODY
           END-IF.
       LEGAL-MOVES-RUN-EXIT.
           EXIT.

       LEGAL-MOVES-BODY.
           PERFORM LOAD-BOARD-POSITION
           IF NOT FEN-LOADED THEN
               MOVE "WHITE" TO WS-SIDE-TO-MOVE
           END-IF
           OPEN OUTPUT LEGAL-MOVE-REPORT
           IF WS-FEN-REASON = SPACES THEN
               PERFORM FIND-MOVE-KINGS
           END-IF
           IF WS-FEN-REASON NOT = SPACES THEN
               MOVE SPACES TO LEGAL-MOVE-LINE
               STRING "BOARD REJECTED: " WS-FEN-REASON
                   DELIMITED BY SIZE INTO LEGAL-MOVE-LINE
               WRITE LEGAL-MOVE-LINE
               DISPLAY "QUEEN-ATTACK ERROR: BOARD REJECTED: "
                   WS-FEN-REASON
           ELSE
               PERFORM LIST-LEGAL-MOVES
           END-IF
           CLOSE LEGAL-MOVE-REPORT.
       LEGAL-MOVES-BODY-EXIT.
           EXIT.

      * The mover's king must be on the board, once; the other king
      * is only needed to mark checks.
       FIND-MOVE-KINGS.
           MOVE 0 TO WS-MOVE-KING
           MOVE 0 TO WS-ENEMY-KING
           MOVE 0 TO WS-MOVE-KING-COUNT
           PERFORM VARYING WS-SCAN-OCC FROM 1 BY 1
               UNTIL WS-SCAN-OCC > WS-BOARD-COUNT
               IF WS-BOARD-PIECE(WS-SCAN-OCC) = "KING" THEN
                   IF WS-BOARD-COLOR(WS-SCAN-OCC)
                       = WS-SIDE-TO-MOVE THEN
                       MOVE WS-SCAN-OCC TO WS-MOVE-KING
                       ADD 1 TO WS-MOVE-KING-COUNT
                   ELSE
                       MOVE WS-SCAN-OCC TO WS-ENEMY-KING
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MOVE-KING-COUNT NOT = 1 THEN
               MOVE WS-MOVE-KING-COUNT TO WS-FEN-NUMBER-EDIT
               STRING FUNCTION TRIM(WS-SIDE-TO-MOVE) " HAS "
                   FUNCTION TRIM(WS-FEN-NUMBER-EDIT) " KINGS"
                   DELIMITED BY SIZE INTO WS-FEN-REASON
           END-IF.
       FIND-MOVE-KINGS-EXIT.
           EXIT.

       LIST-LEGAL-MOVES.
           MOVE 0 TO WS-LEGAL-COUNT
           MOVE 0 TO WS-CAPTURE-COUNT
           MOVE 0 TO WS-CHECKING-COUNT
           SET SINK-REPORT TO TRUE
           SET BOARD-SCAN-ACTIVE TO TRUE
           PERFORM SET-FEN-EN-PASSANT

           MOVE WS-MOVE-KING TO WS-KING-INDEX
           PERFORM TEST-KING-UNDER-ATTACK
           MOVE WS-SQUARE-ATTACKED TO WS-IN-CHECK
           MOVE SPACES TO LEGAL-MOVE-LINE
           IF WS-IN-CHECK = "Y" THEN
               STRING "LEGAL MOVES FOR " WS-SIDE-TO-MOVE
                   " -- KING IN CHECK"
                   DELIMITED BY SIZE INTO LEGAL-MOVE-LINE
           ELSE
               STRING "LEGAL MOVES FOR " WS-SIDE-TO-MOVE
                   DELIMITED BY SIZE INTO LEGAL-MOVE-LINE
           END-IF
           WRITE LEGAL-MOVE-LINE

           PERFORM GENERATE-LEGAL-MOVES
           MOVE "N" TO WS-BOARD-SCAN-FLAG

           MOVE SPACES TO LEGAL-MOVE-LINE
           STRING "LEGAL MOVES " WS-LEGAL-COUNT
               " CAPTURES " WS-CAPTURE-COUNT
               " CHECKS " WS-CHECKING-COUNT
               DELIMITED BY SIZE INTO LEGAL-MOVE-LINE
           WRITE LEGAL-MOVE-LINE
           IF WS-LEGAL-COUNT = 0 THEN
               MOVE SPACES TO LEGAL-MOVE-LINE
               IF WS-IN-CHECK = "Y" THEN
                   STRING "CHECKMATE -- " WS-SIDE-TO-MOVE
                       " IS IN CHECK WITH NO LEGAL MOVE"
                       DELIMITED BY SIZE INTO LEGAL-MOVE-LINE
               ELSE
                   STRING "STALEMATE -- " WS-SIDE-TO-MOVE
                       " IS NOT IN CHECK BUT HAS NO LEGAL MOVE"
                       DELIMITED BY SIZE INTO LEGAL-MOVE-LINE
               END-IF
               WRITE LEGAL-MOVE-LINE
           END-IF.
       LIST-LEGAL-MOVES-EXIT.
           EXIT.

      * The en passant square off the FEN record, if it has one.
       SET-FEN-EN-PASSANT.
           MOVE "N" TO WS-EP-SET
           IF FEN-LOADED AND WS-FEN-EP NOT = "-" THEN
               MOVE "Y" TO WS-EP-SET
               COMPUTE WS-EP-COL = FUNCTION ORD(WS-FEN-EP(1:1))
                   - FUNCTION ORD("a")
               MOVE WS-FEN-EP(2:1) TO WS-FEN-DIGIT
               SUBTRACT WS-FEN-DIGIT FROM 8 GIVING WS-EP-ROW
           END-IF.
       SET-FEN-EN-PASSANT-EXIT.
           EXIT.

      * Every legal move for WS-SIDE-TO-MOVE to the current sink. The
      * caller sets the board scan flag, the en passant square and
      * WS-IN-CHECK first. Counting replies stops at the first one.
       GENERATE-LEGAL-MOVES.
           MOVE 0 TO WS-ROOK-INDEX
           MOVE SPACES TO WS-MOVE-KIND
           PERFORM VARYING WS-MOVER FROM 1 BY 1
               UNTIL WS-MOVER > WS-BOARD-COUNT
               OR (SINK-REPLIES AND WS-LEGAL-COUNT > 0)
               IF WS-BOARD-COLOR(WS-MOVER) = WS-SIDE-TO-MOVE THEN
                   IF WS-BOARD-PIECE(WS-MOVER) = "PAWN" THEN
                       PERFORM GENERATE-PAWN-MOVES
                   ELSE
                       PERFORM VARYING WS-TO-ROW FROM 0 BY 1
                           UNTIL WS-TO-ROW > 7
                           PERFORM VARYING WS-TO-COL FROM 0 BY 1
                               UNTIL WS-TO-COL > 7
                               PERFORM TRY-PIECE-MOVE
                           END-PERFORM
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF FEN-LOADED THEN
               PERFORM TRY-CASTLING-MOVES
           END-IF.
       GENERATE-LEGAL-MOVES-EXIT.
           EXIT.

      * One destination for a king, queen, rook, bishop or knight:
      * not its own square, not a square its own side holds, never
      * the other king. The piece's CAN-ATTACK check decides whether
      * it can get there, the sliding pieces through the block check.
       TRY-PIECE-MOVE.
           MOVE WS-TO-ROW TO WS-FIND-ROW
           MOVE WS-TO-COL TO WS-FIND-COL
           PERFORM FIND-SQUARE-OCCUPANT
           IF WS-SQUARE-OCCUPANT = WS-MOVER THEN
               CONTINUE
           ELSE
               IF WS-SQUARE-OCCUPANT > 0 THEN
                   IF WS-BOARD-COLOR(WS-SQUARE-OCCUPANT)
                       = WS-SIDE-TO-MOVE
                       OR WS-BOARD-PIECE(WS-SQUARE-OCCUPANT) = "KING"
                       THEN
                       MOVE 99 TO WS-SQUARE-OCCUPANT
                   END-IF
               END-IF
               IF WS-SQUARE-OCCUPANT NOT = 99 THEN
                   PERFORM LOAD-MOVE-BLOCKERS
                   MOVE SPACES TO WS-WHITE_QUEEN
                   STRING WS-BOARD-ROW(WS-MOVER) ","
                       WS-BOARD-COL(WS-MOVER)
                       DELIMITED BY SIZE INTO WS-WHITE_QUEEN
                   MOVE SPACES TO WS-BLACK_QUEEN
                   STRING WS-TO-ROW "," WS-TO-COL
                       DELIMITED BY SIZE INTO WS-BLACK_QUEEN
                   INITIALIZE WS-RESULT
                   EVALUATE WS-BOARD-PIECE(WS-MOVER)
                       WHEN "QUEEN"
                           PERFORM CAN-ATTACK-QUEEN
                       WHEN "ROOK"
                           PERFORM CAN-ATTACK-ROOK
                           PERFORM APPLY-BLOCK-CHECK
                       WHEN "BISHOP"
                           PERFORM CAN-ATTACK-BISHOP
                           PERFORM APPLY-BLOCK-CHECK
                       WHEN "KNIGHT"
                           PERFORM CAN-ATTACK-KNIGHT
                       WHEN "KING"
                           PERFORM CAN-ATTACK-KING
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-RESULT = 1 THEN
                       MOVE WS-SQUARE-OCCUPANT TO WS-VICTIM
                       MOVE "N" TO WS-MOVE-KIND
                       PERFORM PLAY-CANDIDATE-MOVE
                   END-IF
               END-IF
           END-IF.
       TRY-PIECE-MOVE-EXIT.
           EXIT.

      * Every other piece on the board stands as a blocker.
       LOAD-MOVE-BLOCKERS.
           MOVE 0 TO WS-OCCUPIED-COUNT
           PERFORM VARYING WS-BOARD-FILL FROM 1 BY 1
               UNTIL WS-BOARD-FILL > WS-BOARD-COUNT
               IF WS-BOARD-FILL NOT = WS-MOVER THEN
                   ADD 1 TO WS-OCCUPIED-COUNT
                   MOVE WS-BOARD-ROW(WS-BOARD-FILL)
                       TO WS-OCCUPIED-X(WS-OCCUPIED-COUNT)
                   MOVE WS-BOARD-COL(WS-BOARD-FILL)
                       TO WS-OCCUPIED-Y(WS-OCCUPIED-COUNT)
               END-IF
           END-PERFORM.
       LOAD-MOVE-BLOCKERS-EXIT.
           EXIT.

      * The piece (table index) standing on WS-FIND-ROW/COL, or 0.
       FIND-SQUARE-OCCUPANT.
           MOVE 0 TO WS-SQUARE-OCCUPANT
           PERFORM VARYING WS-SCAN-OCC FROM 1 BY 1
               UNTIL WS-SCAN-OCC > WS-BOARD-COUNT
               OR WS-SQUARE-OCCUPANT > 0
               IF WS-BOARD-ROW(WS-SCAN-OCC) = WS-FIND-ROW
                   AND WS-BOARD-COL(WS-SCAN-OCC) = WS-FIND-COL THEN
                   MOVE WS-SCAN-OCC TO WS-SQUARE-OCCUPANT
               END-IF
           END-PERFORM.
       FIND-SQUARE-OCCUPANT-EXIT.
           EXIT.

      * A pawn steps one square forward onto an empty square, two
      * from its starting rank when both are empty, and captures one
      * square diagonally forward -- through CAN-ATTACK-PAWN -- onto
      * an enemy piece or the FEN en passant square.
       GENERATE-PAWN-MOVES.
           MOVE WS-BOARD-COLOR(WS-MOVER) TO WS-PAWN-COLOR
           PERFORM SET-PAWN-DIRECTION
           COMPUTE WS-FIND-ROW = WS-BOARD-ROW(WS-MOVER)
               + WS-PAWN-DIRECTION
           IF WS-FIND-ROW >= 0 AND WS-FIND-ROW <= 7 THEN
               MOVE WS-FIND-ROW TO WS-TO-ROW
               MOVE WS-BOARD-COL(WS-MOVER) TO WS-FIND-COL
               MOVE WS-FIND-COL TO WS-TO-COL
               PERFORM FIND-SQUARE-OCCUPANT
               IF WS-SQUARE-OCCUPANT = 0 THEN
                   MOVE 0 TO WS-VICTIM
                   PERFORM PLAY-PAWN-MOVE
                   IF WS-BOARD-ROW(WS-MOVER) = WS-PAWN-START-ROW THEN
                       COMPUTE WS-FIND-ROW = WS-FIND-ROW
                           + WS-PAWN-DIRECTION
                       PERFORM FIND-SQUARE-OCCUPANT
                       IF WS-SQUARE-OCCUPANT = 0 THEN
                           MOVE WS-FIND-ROW TO WS-TO-ROW
                           PERFORM PLAY-PAWN-MOVE
                       END-IF
                   END-IF
               END-IF
               COMPUTE WS-FIND-ROW = WS-BOARD-ROW(WS-MOVER)
                   + WS-PAWN-DIRECTION
               MOVE WS-FIND-ROW TO WS-TO-ROW
               COMPUTE WS-FIND-COL = WS-BOARD-COL(WS-MOVER) - 1
               PERFORM TRY-PAWN-CAPTURE
               COMPUTE WS-FIND-COL = WS-BOARD-COL(WS-MOVER) + 1
               PERFORM TRY-PAWN-CAPTURE
           END-IF.
       GENERATE-PAWN-MOVES-EXIT.
           EXIT.

       TRY-PAWN-CAPTURE.
           IF WS-FIND-COL >= 0 AND WS-FIND-COL <= 7 THEN
               MOVE WS-FIND-COL TO WS-TO-COL
               MOVE SPACES TO WS-WHITE_QUEEN
               STRING WS-BOARD-ROW(WS-MOVER) ","
                   WS-BOARD-COL(WS-MOVER)
                   DELIMITED BY SIZE INTO WS-WHITE_QUEEN
               MOVE SPACES TO WS-BLACK_QUEEN
               STRING WS-TO-ROW "," WS-TO-COL
                   DELIMITED BY SIZE INTO WS-BLACK_QUEEN
               INITIALIZE WS-RESULT
               PERFORM CAN-ATTACK-PAWN
               PERFORM FIND-SQUARE-OCCUPANT
               EVALUATE TRUE
                   WHEN WS-RESULT NOT = 1
                       CONTINUE
                   WHEN WS-SQUARE-OCCUPANT > 0
                       IF WS-BOARD-COLOR(WS-SQUARE-OCCUPANT)
                           NOT = WS-SIDE-TO-MOVE
                           AND WS-BOARD-PIECE(WS-SQUARE-OCCUPANT)
                               NOT = "KING" THEN
                           MOVE WS-SQUARE-OCCUPANT TO WS-VICTIM
                           PERFORM PLAY-PAWN-MOVE
                       END-IF
                   WHEN WS-EP-SET = "Y" AND WS-TO-ROW = WS-EP-ROW
                       AND WS-TO-COL = WS-EP-COL
                       PERFORM TRY-EN-PASSANT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       TRY-PAWN-CAPTURE-EXIT.
           EXIT.

      * The pawn taken en passant stands beside the capturing pawn,
      * on the file it moves to.
       TRY-EN-PASSANT.
           MOVE WS-BOARD-ROW(WS-MOVER) TO WS-FIND-ROW
           PERFORM FIND-SQUARE-OCCUPANT
           IF WS-SQUARE-OCCUPANT > 0 THEN
               IF WS-BOARD-PIECE(WS-SQUARE-OCCUPANT) = "PAWN"
                   AND WS-BOARD-COLOR(WS-SQUARE-OCCUPANT)
                       NOT = WS-SIDE-TO-MOVE THEN
                   MOVE WS-SQUARE-OCCUPANT TO WS-VICTIM
                   MOVE "E" TO WS-MOVE-KIND
                   PERFORM PLAY-CANDIDATE-MOVE
               END-IF
           END-IF.
       TRY-EN-PASSANT-EXIT.
           EXIT.

      * A pawn reaching the last rank is played once for each piece
      * it can promote to, since each may or may not give check.
       PLAY-PAWN-MOVE.
           IF WS-TO-ROW = WS-PAWN-LAST-ROW THEN
               MOVE "P" TO WS-MOVE-KIND
               PERFORM VARYING WS-PROMOTE-IX FROM 1 BY 1
                   UNTIL WS-PROMOTE-IX > 4
                   MOVE WS-PROMOTE-PIECE(WS-PROMOTE-IX)
                       TO WS-BOARD-PIECE(WS-MOVER)
                   PERFORM PLAY-CANDIDATE-MOVE
               END-PERFORM
               MOVE "PAWN" TO WS-BOARD-PIECE(WS-MOVER)
           ELSE
               MOVE "N" TO WS-MOVE-KIND
               PERFORM PLAY-CANDIDATE-MOVE
           END-IF.
       PLAY-PAWN-MOVE-EXIT.
           EXIT.

       SET-PAWN-DIRECTION.
           IF WS-PAWN-COLOR = "WHITE" THEN
               MOVE -1 TO WS-PAWN-DIRECTION
               MOVE 6 TO WS-PAWN-START-ROW
               MOVE 0 TO WS-PAWN-LAST-ROW
           ELSE
               MOVE 1 TO WS-PAWN-DIRECTION
               MOVE 1 TO WS-PAWN-START-ROW
               MOVE 7 TO WS-PAWN-LAST-ROW
           END-IF.
       SET-PAWN-DIRECTION-EXIT.
           EXIT.

      * Castling per the FEN rights: king and rook on their home
      * squares, nothing between them, the king not in check and not
      * crossing an attacked square. The landing square is left to
      * the ordinary legality test.
       TRY-CASTLING-MOVES.
           IF WS-SIDE-TO-MOVE = "WHITE" THEN
               MOVE 7 TO WS-CASTLE-ROW
               MOVE "K" TO WS-CASTLE-RIGHT
               PERFORM TRY-ONE-CASTLING
               MOVE "Q" TO WS-CASTLE-RIGHT
               PERFORM TRY-ONE-CASTLING
           ELSE
               MOVE 0 TO WS-CASTLE-ROW
               MOVE "k" TO WS-CASTLE-RIGHT
               PERFORM TRY-ONE-CASTLING
               MOVE "q" TO WS-CASTLE-RIGHT
               PERFORM TRY-ONE-CASTLING
           END-IF.
       TRY-CASTLING-MOVES-EXIT.
           EXIT.

       TRY-ONE-CASTLING.
           MOVE 0 TO WS-CASTLE-TALLY
           INSPECT WS-FEN-CASTLING TALLYING WS-CASTLE-TALLY
               FOR ALL WS-CASTLE-RIGHT
           MOVE "N" TO WS-CASTLE-OK
           IF WS-CASTLE-TALLY > 0 AND WS-IN-CHECK = "N"
               AND WS-BOARD-ROW(WS-MOVE-KING) = WS-CASTLE-ROW
               AND WS-BOARD-COL(WS-MOVE-KING) = 4 THEN
               MOVE "Y" TO WS-CASTLE-OK
           END-IF
           IF WS-CASTLE-RIGHT = "K" OR WS-CASTLE-RIGHT = "k" THEN
               MOVE 7 TO WS-ROOK-FROM-COL
               MOVE 5 TO WS-ROOK-TO-COL
               MOVE 6 TO WS-TO-COL
           ELSE
               MOVE 0 TO WS-ROOK-FROM-COL
               MOVE 3 TO WS-ROOK-TO-COL
               MOVE 2 TO WS-TO-COL
           END-IF
           IF WS-CASTLE-OK = "Y" THEN
               MOVE WS-CASTLE-ROW TO WS-FIND-ROW
               MOVE WS-ROOK-FROM-COL TO WS-FIND-COL
               PERFORM FIND-SQUARE-OCCUPANT
               MOVE WS-SQUARE-OCCUPANT TO WS-ROOK-INDEX
               IF WS-ROOK-INDEX = 0 THEN
                   MOVE "N" TO WS-CASTLE-OK
               ELSE
                   IF WS-BOARD-PIECE(WS-ROOK-INDEX) NOT = "ROOK"
                       OR WS-BOARD-COLOR(WS-ROOK-INDEX)
                           NOT = WS-SIDE-TO-MOVE THEN
                       MOVE "N" TO WS-CASTLE-OK
                   END-IF
               END-IF
           END-IF
           IF WS-CASTLE-OK = "Y" THEN
               PERFORM VARYING WS-CASTLE-COL FROM 1 BY 1
                   UNTIL WS-CASTLE-COL > 6
                   IF (WS-CASTLE-COL > WS-ROOK-FROM-COL
                       AND WS-CASTLE-COL < 4)
                       OR (WS-CASTLE-COL > 4
                       AND WS-CASTLE-COL < WS-ROOK-FROM-COL) THEN
                       MOVE WS-CASTLE-COL TO WS-FIND-COL
                       PERFORM FIND-SQUARE-OCCUPANT
                       IF WS-SQUARE-OCCUPANT > 0 THEN
                           MOVE "N" TO WS-CASTLE-OK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CASTLE-OK = "Y" THEN
               MOVE WS-MOVE-KING TO WS-KING-INDEX
               MOVE WS-MOVE-KING TO WS-EXCLUDE-INDEX
               MOVE WS-CASTLE-ROW TO WS-CHECK-ROW
               MOVE WS-ROOK-TO-COL TO WS-CHECK-COL
               PERFORM TEST-SQUARE-BY-ANY-ENEMY
               IF WS-SQUARE-ATTACKED = "Y" THEN
                   MOVE "N" TO WS-CASTLE-OK
               END-IF
           END-IF
           IF WS-CASTLE-OK = "Y" THEN
               MOVE WS-MOVE-KING TO WS-MOVER
               MOVE WS-CASTLE-ROW TO WS-TO-ROW
               MOVE 0 TO WS-VICTIM
               MOVE "C" TO WS-MOVE-KIND
               PERFORM PLAY-CANDIDATE-MOVE
           END-IF
           MOVE 0 TO WS-ROOK-INDEX.
       TRY-ONE-CASTLING-EXIT.
           EXIT.

      ******************************************************************
      * Play the candidate on the board table, keep it only if the
      * mover's own king is not left attacked, mark it if the other
      * king is, then take it back. A captured piece is parked off
      * the board as "TAKEN", so it neither attacks nor blocks.
      ******************************************************************
       PLAY-CANDIDATE-MOVE.
           MOVE WS-BOARD-ROW(WS-MOVER) TO WS-FROM-ROW
           MOVE WS-BOARD-COL(WS-MOVER) TO WS-FROM-COL
           IF WS-VICTIM > 0 THEN
               MOVE WS-BOARD-PIECE(WS-VICTIM) TO WS-VICTIM-PIECE
               MOVE WS-BOARD-ROW(WS-VICTIM) TO WS-VICTIM-ROW
               MOVE WS-BOARD-COL(WS-VICTIM) TO WS-VICTIM-COL
               MOVE "TAKEN" TO WS-BOARD-PIECE(WS-VICTIM)
               MOVE 9 TO WS-BOARD-ROW(WS-VICTIM)
               MOVE 9 TO WS-BOARD-COL(WS-VICTIM)
           END-IF
           IF WS-ROOK-INDEX > 0 THEN
               MOVE WS-ROOK-TO-COL TO WS-BOARD-COL(WS-ROOK-INDEX)
           END-IF
           MOVE WS-TO-ROW TO WS-BOARD-ROW(WS-MOVER)
           MOVE WS-TO-COL TO WS-BOARD-COL(WS-MOVER)

           MOVE WS-MOVE-KING TO WS-KING-INDEX
           PERFORM TEST-KING-UNDER-ATTACK
           IF WS-SQUARE-ATTACKED = "N" THEN
               MOVE "N" TO WS-MOVE-CHECK
               IF WS-ENEMY-KING > 0 AND NOT SINK-REPLIES THEN
                   MOVE WS-ENEMY-KING TO WS-KING-INDEX
                   PERFORM TEST-KING-UNDER-ATTACK
                   MOVE WS-SQUARE-ATTACKED TO WS-MOVE-CHECK
               END-IF
               EVALUATE TRUE
                   WHEN SINK-REPLIES
                       ADD 1 TO WS-LEGAL-COUNT
                   WHEN SINK-CHECKS
                       IF WS-MOVE-CHECK = "Y" THEN
                           PERFORM KEEP-CHECKING-MOVE
                       END-IF
                   WHEN OTHER
                       PERFORM WRITE-LEGAL-MOVE
               END-EVALUATE
           END-IF

           MOVE WS-FROM-ROW TO WS-BOARD-ROW(WS-MOVER)
           MOVE WS-FROM-COL TO WS-BOARD-COL(WS-MOVER)
           IF WS-ROOK-INDEX > 0 THEN
               MOVE WS-ROOK-FROM-COL TO WS-BOARD-COL(WS-ROOK-INDEX)
           END-IF
           IF WS-VICTIM > 0 THEN
               MOVE WS-VICTIM-PIECE TO WS-BOARD-PIECE(WS-VICTIM)
               MOVE WS-VICTIM-ROW TO WS-BOARD-ROW(WS-VICTIM)
               MOVE WS-VICTIM-COL TO WS-BOARD-COL(WS-VICTIM)
           END-IF.
       PLAY-CANDIDATE-MOVE-EXIT.
           EXIT.

      * The king adjudication's own test: is WS-KING-INDEX's square
      * attacked by any enemy piece.
       TEST-KING-UNDER-ATTACK.
           MOVE WS-KING-INDEX TO WS-EXCLUDE-INDEX
           MOVE WS-BOARD-ROW(WS-KING-INDEX) TO WS-CHECK-ROW
           MOVE WS-BOARD-COL(WS-KING-INDEX) TO WS-CHECK-COL
           PERFORM TEST-SQUARE-BY-ANY-ENEMY.
       TEST-KING-UNDER-ATTACK-EXIT.
           EXIT.

      * One legal move: the piece, the squares both in this
      * program's row,col and in the club's algebraic notation, and
      * what it captures, promotes to, or whether it gives check.
       WRITE-LEGAL-MOVE.
           ADD 1 TO WS-LEGAL-COUNT
           IF WS-VICTIM > 0 THEN
               ADD 1 TO WS-CAPTURE-COUNT
               MOVE WS-VICTIM-PIECE TO WS-MOVE-TAKES
           ELSE
               MOVE SPACES TO WS-MOVE-TAKES
           END-IF
           IF WS-MOVE-CHECK = "Y" THEN
               ADD 1 TO WS-CHECKING-COUNT
           END-IF
           MOVE WS-BOARD-PIECE(WS-MOVER) TO WS-MOVE-LANDS-AS
           PERFORM FORMAT-MOVE-LINE
           MOVE WS-MOVE-LINE TO LEGAL-MOVE-LINE
           WRITE LEGAL-MOVE-LINE.
       WRITE-LEGAL-MOVE-EXIT.
           EXIT.

      * The move line itself, from the squares, the kind, the piece
      * it lands as and the piece it takes (blank for none).
       FORMAT-MOVE-LINE.
           MOVE SPACES TO WS-MOVE-LINE
           MOVE 1 TO WS-MOVE-POINTER
           IF WS-MOVE-KIND = "P" THEN
               MOVE "PAWN" TO WS-MOVE-PIECE-NAME
           ELSE
               MOVE WS-MOVE-LANDS-AS TO WS-MOVE-PIECE-NAME
           END-IF
           STRING "  " WS-MOVE-PIECE-NAME " "
               WS-FILE-LETTER(WS-FROM-COL + 1)
               WS-RANK-DIGIT(WS-FROM-ROW + 1) "-"
               WS-FILE-LETTER(WS-TO-COL + 1)
               WS-RANK-DIGIT(WS-TO-ROW + 1)
               "  " WS-FROM-ROW "," WS-FROM-COL
               " TO " WS-TO-ROW "," WS-TO-COL
               DELIMITED BY SIZE
               INTO WS-MOVE-LINE WITH POINTER WS-MOVE-POINTER
           IF WS-MOVE-TAKES NOT = SPACES THEN
               STRING "  CAPTURES " FUNCTION TRIM(WS-MOVE-TAKES)
                   DELIMITED BY SIZE
                   INTO WS-MOVE-LINE WITH POINTER WS-MOVE-POINTER
           END-IF
           EVALUATE WS-MOVE-KIND
               WHEN "E"
                   STRING " EN PASSANT" DELIMITED BY SIZE
                       INTO WS-MOVE-LINE
                       WITH POINTER WS-MOVE-POINTER
               WHEN "P"
                   STRING "  PROMOTES TO "
                       FUNCTION TRIM(WS-MOVE-LANDS-AS)
                       DELIMITED BY SIZE INTO WS-MOVE-LINE
                       WITH POINTER WS-MOVE-POINTER
               WHEN "C"
                   IF WS-ROOK-FROM-COL = 7 THEN
                       STRING "  CASTLES KINGSIDE" DELIMITED BY SIZE
                           INTO WS-MOVE-LINE
                           WITH POINTER WS-MOVE-POINTER
                   ELSE
                       STRING "  CASTLES QUEENSIDE" DELIMITED BY SIZE
                           INTO WS-MOVE-LINE
                           WITH POINTER WS-MOVE-POINTER
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MOVE-CHECK = "Y" THEN
               STRING "  CHECK" DELIMITED BY SIZE
                   INTO WS-MOVE-LINE WITH POINTER WS-MOVE-POINTER
           END-IF.
       FORMAT-MOVE-LINE-EXIT.
           EXIT.

      * One checking move into the table, as played: its squares,
      * what it lands as and takes, and what has to move to play it
      * again -- the captured piece and the castling rook.
       KEEP-CHECKING-MOVE.
           IF WS-CANDIDATE-COUNT >= 99 THEN
               MOVE "MORE THAN 99 CHECKING MOVES" TO WS-FEN-REASON
           ELSE
               ADD 1 TO WS-CANDIDATE-COUNT
               MOVE WS-CANDIDATE-COUNT TO WS-CANDIDATE-IX
               MOVE WS-MOVER TO WS-CAND-MOVER(WS-CANDIDATE-IX)
               MOVE WS-FROM-ROW TO WS-CAND-FROM-ROW(WS-CANDIDATE-IX)
               MOVE WS-FROM-COL TO WS-CAND-FROM-COL(WS-CANDIDATE-IX)
               MOVE WS-TO-ROW TO WS-CAND-TO-ROW(WS-CANDIDATE-IX)
               MOVE WS-TO-COL TO WS-CAND-TO-COL(WS-CANDIDATE-IX)
               MOVE WS-BOARD-PIECE(WS-MOVER)
                   TO WS-CAND-LANDS-AS(WS-CANDIDATE-IX)
               MOVE WS-MOVE-KIND TO WS-CAND-KIND(WS-CANDIDATE-IX)
               MOVE WS-VICTIM TO WS-CAND-VICTIM(WS-CANDIDATE-IX)
               IF WS-VICTIM > 0 THEN
                   MOVE WS-VICTIM-PIECE
                       TO WS-CAND-TAKES(WS-CANDIDATE-IX)
               ELSE
                   MOVE SPACES TO WS-CAND-TAKES(WS-CANDIDATE-IX)
               END-IF
               MOVE WS-ROOK-INDEX TO WS-CAND-ROOK(WS-CANDIDATE-IX)
               MOVE WS-ROOK-FROM-COL
                   TO WS-CAND-ROOK-FROM-COL(WS-CANDIDATE-IX)
               MOVE WS-ROOK-TO-COL
                   TO WS-CAND-ROOK-TO-COL(WS-CANDIDATE-IX)
               MOVE "N" TO WS-CAND-MATE(WS-CANDIDATE-IX)
           END-IF.
       KEEP-CHECKING-MOVE-EXIT.
           EXIT.

      ******************************************************************
      * Mate-in-one puzzle check: every puzzle on PUZZLFIL, a FEN
      * position with the solver to move, is searched for each move
      * that mates at once -- a legal move giving check that leaves
      * the other side no legal reply, by the legal move list's own
      * rules. A published puzzle must have exactly one; none or
      * several is flagged. PUZZLRPT shows each puzzle's board, its
      * mating moves and the mated king's square.
      ******************************************************************
       MATE-PUZZLE-RUN.
           OPEN INPUT PUZZLE-FILE
           IF WS-FILE-STATUS NOT = "00" THEN
               DISPLAY "QUEEN-ATTACK ERROR: PUZZLFIL OPEN FAILED, "
                   "STATUS " WS-FILE-STATUS
           ELSE
               PERFORM MATE-PUZZLE-BODY
           END-IF.
       MATE-PUZZLE-RUN-EXIT.
           EXIT.

       MATE-PUZZLE-BODY.
           MOVE 0 TO WS-PUZZLE-COUNT
           MOVE 0 TO WS-PUZZLE-SOUND
           MOVE 0 TO WS-PUZZLE-NO-MATE
           MOVE 0 TO WS-PUZZLE-MULTI
           MOVE 0 TO WS-PUZZLE-REJECTED
           MOVE "N" TO WS-PUZZLE-EOF
           OPEN OUTPUT PUZZLE-REPORT
           MOVE "MATE-IN-ONE PUZZLE CHECK" TO PUZZLE-REPORT-LINE
           WRITE PUZZLE-REPORT-LINE
           MOVE SPACES TO PUZZLE-REPORT-LINE
           WRITE PUZZLE-REPORT-LINE
           PERFORM UNTIL PUZZLE-EOF
               READ PUZZLE-FILE
                   AT END
                       SET PUZZLE-EOF TO TRUE
                   NOT AT END
                       IF PUZZLE-RECORD NOT = SPACES THEN
                           PERFORM CHECK-ONE-PUZZLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PUZZLE-FILE
           MOVE SPACES TO PUZZLE-REPORT-LINE
           STRING "PUZZLES " WS-PUZZLE-COUNT
               "  SOUND " WS-PUZZLE-SOUND
               "  NO MATE " WS-PUZZLE-NO-MATE
               "  SEVERAL MATES " WS-PUZZLE-MULTI
               "  REJECTED " WS-PUZZLE-REJECTED
               DELIMITED BY SIZE INTO PUZZLE-REPORT-LINE
           WRITE PUZZLE-REPORT-LINE
           CLOSE PUZZLE-REPORT
           PERFORM LOG-PUZZLE-AUDIT.
       MATE-PUZZLE-BODY-EXIT.
           EXIT.

      * One puzzle: the position loaded as a FEN record would be, the
      * solver's king and the other king found, and the other king
      * not already in check -- a puzzle cannot start with the side
      * not to move in check.
       CHECK-ONE-PUZZLE.
           ADD 1 TO WS-PUZZLE-COUNT
           MOVE 0 TO WS-BOARD-COUNT
           MOVE "N" TO WS-FEN-LOADED
           MOVE SPACES TO WS-FEN-REASON
           MOVE PZ-FEN-TEXT TO WS-FEN-TEXT
           PERFORM LOAD-FEN-POSITION
           MOVE SPACES TO PUZZLE-REPORT-LINE
           STRING "PUZZLE " PZ-NUMBER
               DELIMITED BY SIZE INTO PUZZLE-REPORT-LINE
           WRITE PUZZLE-REPORT-LINE
           MOVE SPACES TO PUZZLE-REPORT-LINE
           STRING "  FEN " FUNCTION TRIM(PZ-FEN-TEXT)
               DELIMITED BY SIZE INTO PUZZLE-REPORT-LINE
           WRITE PUZZLE-REPORT-LINE
           IF WS-FEN-REASON = SPACES THEN
               PERFORM FIND-MOVE-KINGS
           END-IF
           SET BOARD-SCAN-ACTIVE TO TRUE
           IF WS-FEN-REASON = SPACES THEN
               MOVE WS-ENEMY-KING TO WS-KING-INDEX
               PERFORM TEST-KING-UNDER-ATTACK
               IF WS-SQUARE-ATTACKED = "Y" THEN
                   STRING FUNCTION TRIM(WS-BOARD-COLOR(WS-ENEMY-KING))
                       " IN CHECK WITH "
                       FUNCTION TRIM(WS-SIDE-TO-MOVE) " TO MOVE"
                       DELIMITED BY SIZE INTO WS-FEN-REASON
               END-IF
           END-IF
           IF WS-FEN-REASON = SPACES THEN
               PERFORM FIND-MATING-MOVES
           END-IF
           MOVE "N" TO WS-BOARD-SCAN-FLAG
           IF WS-FEN-REASON NOT = SPACES THEN
               ADD 1 TO WS-PUZZLE-REJECTED
               MOVE SPACES TO PUZZLE-REPORT-LINE
               STRING "  REJECTED: " WS-FEN-REASON
                   DELIMITED BY SIZE INTO PUZZLE-REPORT-LINE
               WRITE PUZZLE-REPORT-LINE
           ELSE
               PERFORM WRITE-PUZZLE-RESULT
           END-IF
           MOVE SPACES TO PUZZLE-REPORT-LINE
           WRITE PUZZLE-REPORT-LINE.
       CHECK-ONE-PUZZLE-EXIT.
           EXIT.

      * The solver's checking moves first, kept in the table, then
      * each one tried for mate.
       FIND-MATING-MOVES.
           MOVE 0 TO WS-CANDIDATE-COUNT
           MOVE 0 TO WS-MATE-COUNT
           PERFORM SET-FEN-EN-PASSANT
           MOVE WS-MOVE-KING TO WS-KING-INDEX
           PERFORM TEST-KING-UNDER-ATTACK
           MOVE WS-SQUARE-ATTACKED TO WS-IN-CHECK
           SET SINK-CHECKS TO TRUE
           PERFORM GENERATE-LEGAL-MOVES
           IF WS-FEN-REASON = SPACES THEN
               PERFORM VARYING WS-CANDIDATE-IX FROM 1 BY 1
                   UNTIL WS-CANDIDATE-IX > WS-CANDIDATE-COUNT
                   PERFORM TEST-MATING-MOVE
               END-PERFORM
           END-IF
           SET SINK-REPORT TO TRUE.
       FIND-MATING-MOVES-EXIT.
           EXIT.

      ******************************************************************
      * Play one checking move on the board table and hand the move
      * to the other side: if it has no legal reply at all, the move
      * is mate. A pawn's double step gives the reply its en passant
      * square. The board, the side and the two kings are put back.
      ******************************************************************
       TEST-MATING-MOVE.
           MOVE WS-BOARD-TABLE TO WS-SAVED-BOARD
           MOVE WS-SIDE-TO-MOVE TO WS-SAVED-SIDE
           MOVE WS-CAND-MOVER(WS-CANDIDATE-IX) TO WS-MOVER
           IF WS-CAND-VICTIM(WS-CANDIDATE-IX) > 0 THEN
               MOVE WS-CAND-VICTIM(WS-CANDIDATE-IX) TO WS-VICTIM
               MOVE "TAKEN" TO WS-BOARD-PIECE(WS-VICTIM)
               MOVE 9 TO WS-BOARD-ROW(WS-VICTIM)
               MOVE 9 TO WS-BOARD-COL(WS-VICTIM)
           END-IF
           IF WS-CAND-ROOK(WS-CANDIDATE-IX) > 0 THEN
               MOVE WS-CAND-ROOK(WS-CANDIDATE-IX) TO WS-ROOK-INDEX
               MOVE WS-CAND-ROOK-TO-COL(WS-CANDIDATE-IX)
                   TO WS-BOARD-COL(WS-ROOK-INDEX)
           END-IF
           MOVE WS-CAND-TO-ROW(WS-CANDIDATE-IX)
               TO WS-BOARD-ROW(WS-MOVER)
           MOVE WS-CAND-TO-COL(WS-CANDIDATE-IX)
               TO WS-BOARD-COL(WS-MOVER)
           MOVE WS-CAND-LANDS-AS(WS-CANDIDATE-IX)
               TO WS-BOARD-PIECE(WS-MOVER)

           MOVE "N" TO WS-EP-SET
           IF WS-CAND-LANDS-AS(WS-CANDIDATE-IX) = "PAWN" THEN
               COMPUTE WS-PAWN-STEP = WS-CAND-TO-ROW(WS-CANDIDATE-IX)
                   - WS-CAND-FROM-ROW(WS-CANDIDATE-IX)
               IF WS-PAWN-STEP = 2 OR WS-PAWN-STEP = -2 THEN
                   MOVE "Y" TO WS-EP-SET
                   ADD WS-CAND-TO-ROW(WS-CANDIDATE-IX)
                       WS-CAND-FROM-ROW(WS-CANDIDATE-IX)
                       GIVING WS-EP-ROW
                   DIVIDE 2 INTO WS-EP-ROW
                   MOVE WS-CAND-TO-COL(WS-CANDIDATE-IX) TO WS-EP-COL
               END-IF
           END-IF

           MOVE WS-BOARD-COLOR(WS-ENEMY-KING) TO WS-SIDE-TO-MOVE
           MOVE WS-MOVE-KING TO WS-SAVED-KING
           MOVE WS-ENEMY-KING TO WS-MOVE-KING
           MOVE WS-SAVED-KING TO WS-ENEMY-KING
           MOVE "Y" TO WS-IN-CHECK
           MOVE 0 TO WS-LEGAL-COUNT
           SET SINK-REPLIES TO TRUE
           PERFORM GENERATE-LEGAL-MOVES
           IF WS-LEGAL-COUNT = 0 THEN
               MOVE "Y" TO WS-CAND-MATE(WS-CANDIDATE-IX)
               ADD 1 TO WS-MATE-COUNT
           END-IF

           SET SINK-CHECKS TO TRUE
           MOVE WS-MOVE-KING TO WS-ENEMY-KING
           MOVE WS-SAVED-KING TO WS-MOVE-KING
           MOVE WS-SAVED-SIDE TO WS-SIDE-TO-MOVE
           MOVE WS-SAVED-BOARD TO WS-BOARD-TABLE.
       TEST-MATING-MOVE-EXIT.
           EXIT.

      * The board, the mating moves, the mated king and the verdict.
       WRITE-PUZZLE-RESULT.
           PERFORM RENDER-PUZZLE-BOARD
           MOVE SPACES TO PUZZLE-REPORT-LINE
           STRING "  " FUNCTION TRIM(WS-SIDE-TO-MOVE) " TO MOVE, "
               WS-CANDIDATE-COUNT " CHECKING MOVES TRIED"
               DELIMITED BY SIZE INTO PUZZLE-REPORT-LINE
           WRITE PUZZLE-REPORT-LINE
           PERFORM VARYING WS-CANDIDATE-IX FROM 1 BY 1
               UNTIL WS-CANDIDATE-IX > WS-CANDIDATE-COUNT
               IF WS-CAND-MATE(WS-CANDIDATE-IX) = "Y" THEN
                   PERFORM WRITE-PUZZLE-MATE
               END-IF
           END-PERFORM
           IF WS-MATE-COUNT > 0 THEN
               MOVE WS-BOARD-ROW(WS-ENEMY-KING) TO WS-TO-ROW
               MOVE WS-BOARD-COL(WS-ENEMY-KING) TO WS-TO-COL
               MOVE SPACES TO PUZZLE-REPORT-LINE
               STRING "  MATED KING "
                   FUNCTION TRIM(WS-BOARD-COLOR(WS-ENEMY-KING))
                   " AT " WS-FILE-LETTER(WS-TO-COL + 1)
                   WS-RANK-DIGIT(WS-TO-ROW + 1)
                   "  " WS-TO-ROW "," WS-TO-COL
                   DELIMITED BY SIZE INTO PUZZLE-REPORT-LINE
               WRITE PUZZLE-REPORT-LINE
           END-IF
           MOVE SPACES TO PUZZLE-REPORT-LINE
           EVALUATE WS-MATE-COUNT
               WHEN 0
                   ADD 1 TO WS-PUZZLE-NO-MATE
                   MOVE "  FLAGGED -- NO MATE IN ONE"
                       TO PUZZLE-REPORT-LINE
               WHEN 1
                   ADD 1 TO WS-PUZZLE-SOUND
                   MOVE "  SOUND -- ONE SOLUTION" TO PUZZLE-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-PUZZLE-MULTI
                   STRING "  FLAGGED -- " WS-MATE-COUNT
                       " SOLUTIONS"
                       DELIMITED BY SIZE INTO PUZZLE-REPORT-LINE
           END-EVALUATE
           WRITE PUZZLE-REPORT-LINE.
       WRITE-PUZZLE-RESULT-EXIT.
           EXIT.

      * A mating move, in the legal move list's own line format.
       WRITE-PUZZLE-MATE.
           MOVE WS-CAND-FROM-ROW(WS-CANDIDATE-IX) TO WS-FROM-ROW
           MOVE WS-CAND-FROM-COL(WS-CANDIDATE-IX) TO WS-FROM-COL
           MOVE WS-CAND-TO-ROW(WS-CANDIDATE-IX) TO WS-TO-ROW
           MOVE WS-CAND-TO-COL(WS-CANDIDATE-IX) TO WS-TO-COL
           MOVE WS-CAND-LANDS-AS(WS-CANDIDATE-IX) TO WS-MOVE-LANDS-AS
           MOVE WS-CAND-TAKES(WS-CANDIDATE-IX) TO WS-MOVE-TAKES
           MOVE WS-CAND-KIND(WS-CANDIDATE-IX) TO WS-MOVE-KIND
           MOVE WS-CAND-ROOK-FROM-COL(WS-CANDIDATE-IX)
               TO WS-ROOK-FROM-COL
           MOVE "N" TO WS-MOVE-CHECK
           PERFORM FORMAT-MOVE-LINE
           MOVE SPACES TO PUZZLE-REPORT-LINE
           STRING "  MATE" WS-MOVE-LINE
               DELIMITED BY SIZE INTO PUZZLE-REPORT-LINE
           WRITE PUZZLE-REPORT-LINE.
       WRITE-PUZZLE-MATE-EXIT.
           EXIT.

      * The puzzle position as the sheet prints it: rank 8 at the
      * top, "." for an empty square, files along the bottom.
       RENDER-PUZZLE-BOARD.
           PERFORM FILL-FEN-GRID
           PERFORM VARYING WS-RENDER-ROW FROM 1 BY 1
               UNTIL WS-RENDER-ROW > 8
               MOVE SPACES TO PUZZLE-REPORT-LINE
               MOVE 1 TO WS-PUZZLE-POINTER
               STRING "    " WS-RANK-DIGIT(WS-RENDER-ROW) " "
                   DELIMITED BY SIZE INTO PUZZLE-REPORT-LINE
                   WITH POINTER WS-PUZZLE-POINTER
               PERFORM VARYING WS-RENDER-COL FROM 1 BY 1
                   UNTIL WS-RENDER-COL > 8
                   IF WS-RENDER-CELL(WS-RENDER-ROW, WS-RENDER-COL)
                       = SPACE THEN
                       STRING " ." DELIMITED BY SIZE
                           INTO PUZZLE-REPORT-LINE
                           WITH POINTER WS-PUZZLE-POINTER
                   ELSE
                       STRING " "
                           WS-RENDER-CELL(WS-RENDER-ROW, WS-RENDER-COL)
                           DELIMITED BY SIZE INTO PUZZLE-REPORT-LINE
                           WITH POINTER WS-PUZZLE-POINTER
                   END-IF
               END-PERFORM
               WRITE PUZZLE-REPORT-LINE
           END-PERFORM
           MOVE "       a b c d e f g h" TO PUZZLE-REPORT-LINE
           WRITE PUZZLE-REPORT-LINE.
       RENDER-PUZZLE-BOARD-EXIT.
           EXIT.

       LOG-PUZZLE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "QUEEN-ATTACK" TO WS-AUDIT-PROGRAM
           MOVE "PUZZLE FILE=PUZZLFIL" TO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "PUZZLES=" WS-PUZZLE-COUNT
               " SOUND=" WS-PUZZLE-SOUND
               " NOMATE=" WS-PUZZLE-NO-MATE
               " MULTI=" WS-PUZZLE-MULTI
               " REJECTED=" WS-PUZZLE-REJECTED
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
       LOG-PUZZLE-AUDIT-EXIT.
           EXIT.

      * One attacker/target pair through the attacker's own movement
                   PERFORM CAN-ATTACK-KNIGHT
               WHEN "KING"
                   PERFORM CAN-ATTACK-KING
               WHEN "PAWN"
                   MOVE WS-BOARD-COLOR(WS-ATTACKER) TO WS-PAWN-COLOR
                   PERFORM SET-PAWN-DIRECTION
                   PERFORM CAN-ATTACK-PAWN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                   DELIMITED BY SIZE INTO ATTACK-REPORT-LINE
           END-IF
           WRITE ATTACK-REPORT-LINE
      * With the side to move known from FEN, the side that just
      * moved cannot be left in check.
           IF FEN-LOADED AND WS-CHECKER-COUNT > 0
               AND WS-BOARD-COLOR(WS-KING-INDEX)
                   NOT = WS-SIDE-TO-MOVE THEN
               MOVE SPACES TO ATTACK-REPORT-LINE
               STRING "POSITION ILLEGAL: "
                   FUNCTION TRIM(WS-BOARD-COLOR(WS-KING-INDEX))
                   " KING IN CHECK WITH " WS-SIDE-TO-MOVE " TO MOVE"
                   DELIMITED BY SIZE INTO ATTACK-REPORT-LINE
               WRITE ATTACK-REPORT-LINE
           END-IF
           PERFORM RENDER-KING-BOARD.
       ADJUDICATE-ONE-KING-EXIT.
           EXIT.
                   PERFORM CAN-ATTACK-KNIGHT
               WHEN "KING"
                   PERFORM CAN-ATTACK-KING
               WHEN "PAWN"
                   MOVE WS-BOARD-COLOR(WS-ENEMY-INDEX) TO WS-PAWN-COLOR
                   PERFORM SET-PAWN-DIRECTION
                   PERFORM CAN-ATTACK-PAWN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       RENDER-KING-BOARD-EXIT.
           EXIT.

      ******************************************************************
      * N-queens solver: every way to set N mutually non-attacking
      * queens on an N x N board (N from 4 to 8), optionally
      * completing a partial placement the club supplies. Queens go
      * one per row; each candidate square is tried against every
      * queen already standing through CAN-ATTACK-QUEEN itself, and
      * the search backs up a row when a row runs out of columns.
      * Each solution is drawn on BOARDRPT the way RENDER-BOARD draws
      * a query ("Q" a solved queen, "P" one the club placed), with
      * the shape it belongs to: two solutions are the same shape
      * when one turns or reflects onto the other.
      ******************************************************************
       N-QUEENS-RUN.
           MOVE SPACES TO WS-SOLVE-REASON
           MOVE 0 TO WS-SOLUTION-COUNT
           MOVE 0 TO WS-DISTINCT-COUNT
           MOVE 0 TO WS-PLACE-COUNT
           INITIALIZE WS-SOLVE-TABLE
           SET BOARD-SCAN-ACTIVE TO TRUE
           MOVE 0 TO WS-OCCUPIED-COUNT
           PERFORM CHECK-SOLVE-SIZE
           IF WS-SOLVE-REASON = SPACES THEN
               PERFORM PARSE-QUEEN-PLACEMENT
           END-IF
           IF WS-SOLVE-REASON = SPACES THEN
               PERFORM CHECK-PLACED-QUEENS
           END-IF

           OPEN EXTEND BOARD-REPORT
           MOVE SPACES TO BOARD-REPORT-LINE
           IF WS-SOLVE-REASON = SPACES THEN
               STRING "N-QUEENS " WS-SOLVE-N " X " WS-SOLVE-N
                   " PLACED QUEENS " WS-PLACE-COUNT
                   DELIMITED BY SIZE INTO BOARD-REPORT-LINE
               WRITE BOARD-REPORT-LINE
               MOVE SPACES TO BOARD-REPORT-LINE
               WRITE BOARD-REPORT-LINE
               PERFORM SOLVE-N-QUEENS
               MOVE SPACES TO BOARD-REPORT-LINE
               STRING "SOLUTIONS " WS-SOLUTION-COUNT
                   " DISTINCT UNDER ROTATION/REFLECTION "
                   WS-DISTINCT-COUNT
                   DELIMITED BY SIZE INTO BOARD-REPORT-LINE
               WRITE BOARD-REPORT-LINE
               MOVE 1 TO WS-QUEEN-RESULT
           ELSE
               STRING "N-QUEENS REJECTED: " WS-SOLVE-REASON
                   DELIMITED BY SIZE INTO BOARD-REPORT-LINE
               WRITE BOARD-REPORT-LINE
               DISPLAY "QUEEN-ATTACK ERROR: " WS-SOLVE-REASON
               MOVE 0 TO WS-QUEEN-RESULT
           END-IF
           MOVE SPACES TO BOARD-REPORT-LINE
           WRITE BOARD-REPORT-LINE
           CLOSE BOARD-REPORT
           MOVE "N" TO WS-BOARD-SCAN-FLAG
           PERFORM LOG-SOLVE-AUDIT.
       N-QUEENS-RUN-EXIT.
           EXIT.

      * The board size: one digit, 4 through 8. EXTERNAL storage
      * starts as LOW-VALUES, which fails the NUMERIC test the same
      * as any other bad entry.
       CHECK-SOLVE-SIZE.
           MOVE 0 TO WS-SOLVE-N
           IF WS-QUEEN-SOLVE-SIZE(1:1) IS NUMERIC
               AND WS-QUEEN-SOLVE-SIZE(2:1) = SPACE THEN
               MOVE WS-QUEEN-SOLVE-SIZE(1:1) TO WS-SOLVE-N
           END-IF
           IF WS-SOLVE-N < 4 OR WS-SOLVE-N > 8 THEN
               MOVE "BOARD SIZE MUST BE 4 TO 8" TO WS-SOLVE-REASON
           ELSE
               SUBTRACT 1 FROM WS-SOLVE-N GIVING WS-SOLVE-MAX
           END-IF.
       CHECK-SOLVE-SIZE-EXIT.
           EXIT.

      * The club's partial placement, "row,col;row,col", the same
      * 0-based squares the rest of the program takes. At most one
      * queen per row can stand, so at most N of them.
       PARSE-QUEEN-PLACEMENT.
           IF WS-QUEEN-PLACEMENT NOT = SPACES
               AND WS-QUEEN-PLACEMENT NOT = LOW-VALUES THEN
               MOVE SPACES TO WS-PLACE-TABLE
               UNSTRING FUNCTION TRIM(WS-QUEEN-PLACEMENT)
                   DELIMITED BY ";"
                   INTO WS-PLACE-TEXT(1) WS-PLACE-TEXT(2)
                        WS-PLACE-TEXT(3) WS-PLACE-TEXT(4)
                        WS-PLACE-TEXT(5) WS-PLACE-TEXT(6)
                        WS-PLACE-TEXT(7) WS-PLACE-TEXT(8)
                   TALLYING IN WS-PLACE-COUNT
                   ON OVERFLOW
                       MOVE "MORE THAN 8 PLACED QUEENS"
                           TO WS-SOLVE-REASON
               END-UNSTRING
               IF WS-SOLVE-REASON = SPACES
                   AND WS-PLACE-COUNT > WS-SOLVE-N THEN
                   MOVE "MORE PLACED QUEENS THAN ROWS"
                       TO WS-SOLVE-REASON
               END-IF
               PERFORM VARYING WS-PLACE-IX FROM 1 BY 1
                   UNTIL WS-PLACE-IX > WS-PLACE-COUNT
                   OR WS-SOLVE-REASON NOT = SPACES
                   PERFORM PARSE-ONE-PLACED-QUEEN
               END-PERFORM
           END-IF.
       PARSE-QUEEN-PLACEMENT-EXIT.
           EXIT.

       PARSE-ONE-PLACED-QUEEN.
           UNSTRING WS-PLACE-TEXT(WS-PLACE-IX) DELIMITED BY ","
               INTO WS-PLACE-ROW-TEXT(WS-PLACE-IX)
                    WS-PLACE-COL-TEXT(WS-PLACE-IX)
           END-UNSTRING
           IF WS-PLACE-ROW-TEXT(WS-PLACE-IX)(1:1) IS NUMERIC
               AND WS-PLACE-ROW-TEXT(WS-PLACE-IX)(2:1) = SPACE
               AND WS-PLACE-COL-TEXT(WS-PLACE-IX)(1:1) IS NUMERIC
               AND WS-PLACE-COL-TEXT(WS-PLACE-IX)(2:1) = SPACE THEN
               MOVE WS-PLACE-ROW-TEXT(WS-PLACE-IX)(1:1)
                   TO WS-PLACE-ROW(WS-PLACE-IX)
               MOVE WS-PLACE-COL-TEXT(WS-PLACE-IX)(1:1)
                   TO WS-PLACE-COL(WS-PLACE-IX)
           ELSE
               MOVE WS-PLACE-IX TO WS-PLACE-NUMBER-EDIT
               STRING "PLACED QUEEN " WS-PLACE-NUMBER-EDIT
                   " NOT ROW,COL"
                   DELIMITED BY SIZE INTO WS-SOLVE-REASON
           END-IF
           IF WS-SOLVE-REASON = SPACES
               AND (WS-PLACE-ROW(WS-PLACE-IX) > WS-SOLVE-MAX
               OR WS-PLACE-COL(WS-PLACE-IX) > WS-SOLVE-MAX) THEN
               MOVE WS-PLACE-IX TO WS-PLACE-NUMBER-EDIT
               STRING "PLACED QUEEN " WS-PLACE-NUMBER-EDIT
                   " OFF THE BOARD"
                   DELIMITED BY SIZE INTO WS-SOLVE-REASON
           END-IF.
       PARSE-ONE-PLACED-QUEEN-EXIT.
           EXIT.

      * The placed queens must not already attack one another (two
      * on one row or one square included); those that pass are
      * fixed to their rows for the search.
       CHECK-PLACED-QUEENS.
           PERFORM VARYING WS-PLACE-IX FROM 1 BY 1
               UNTIL WS-PLACE-IX > WS-PLACE-COUNT
               OR WS-SOLVE-REASON NOT = SPACES
               PERFORM VARYING WS-PLACE-JX FROM WS-PLACE-IX BY 1
                   UNTIL WS-PLACE-JX > WS-PLACE-COUNT
                   OR WS-SOLVE-REASON NOT = SPACES
                   IF WS-PLACE-JX NOT = WS-PLACE-IX THEN
                       PERFORM CHECK-ONE-PLACED-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-SOLVE-REASON = SPACES THEN
               PERFORM VARYING WS-PLACE-IX FROM 1 BY 1
                   UNTIL WS-PLACE-IX > WS-PLACE-COUNT
                   ADD 1 TO WS-PLACE-ROW(WS-PLACE-IX)
                       GIVING WS-T-IX
                   ADD 1 TO WS-PLACE-COL(WS-PLACE-IX)
                       GIVING WS-SOLVE-FIXED-COL(WS-T-IX)
               END-PERFORM
           END-IF.
       CHECK-PLACED-QUEENS-EXIT.
           EXIT.

       CHECK-ONE-PLACED-PAIR.
           MOVE SPACES TO WS-WHITE_QUEEN
           STRING WS-PLACE-ROW(WS-PLACE-IX) ","
               WS-PLACE-COL(WS-PLACE-IX)
               DELIMITED BY SIZE INTO WS-WHITE_QUEEN
           MOVE SPACES TO WS-BLACK_QUEEN
           STRING WS-PLACE-ROW(WS-PLACE-JX) ","
               WS-PLACE-COL(WS-PLACE-JX)
               DELIMITED BY SIZE INTO WS-BLACK_QUEEN
           INITIALIZE WS-RESULT
           PERFORM CAN-ATTACK-QUEEN
           IF WS-RESULT = 1 THEN
               STRING "PLACED QUEENS " WS-PLACE-ROW(WS-PLACE-IX) ","
                   WS-PLACE-COL(WS-PLACE-IX) " AND "
                   WS-PLACE-ROW(WS-PLACE-JX) ","
                   WS-PLACE-COL(WS-PLACE-JX) " ATTACK"
                   DELIMITED BY SIZE INTO WS-SOLVE-REASON
           END-IF.
       CHECK-ONE-PLACED-PAIR-EXIT.
           EXIT.

      * The backtracking search, one step per pass: try the row's
      * next column; past the last column, clear the row and back up
      * to the one before; a safe square on the last row is a
      * solution, on any other row the search moves down a row.
       SOLVE-N-QUEENS.
           MOVE 1 TO WS-SOLVE-ROW
           MOVE "N" TO WS-SOLVE-DONE
           PERFORM ADVANCE-SOLVE-ROW
               UNTIL SOLVE-DONE.
       SOLVE-N-QUEENS-EXIT.
           EXIT.

       ADVANCE-SOLVE-ROW.
           PERFORM NEXT-SOLVE-COLUMN
           IF WS-SOLVE-COL(WS-SOLVE-ROW) > WS-SOLVE-N THEN
               MOVE 0 TO WS-SOLVE-COL(WS-SOLVE-ROW)
               SUBTRACT 1 FROM WS-SOLVE-ROW
               IF WS-SOLVE-ROW = 0 THEN
                   SET SOLVE-DONE TO TRUE
               END-IF
           ELSE
               PERFORM TEST-SOLVE-SQUARE
               IF SOLVE-SAFE THEN
                   IF WS-SOLVE-ROW = WS-SOLVE-N THEN
                       PERFORM RECORD-SOLUTION
                   ELSE
                       ADD 1 TO WS-SOLVE-ROW
                   END-IF
               END-IF
           END-IF.
       ADVANCE-SOLVE-ROW-EXIT.
           EXIT.

      * A row the club placed a queen on has only that one column to
      * offer; any other row steps through its columns in order.
       NEXT-SOLVE-COLUMN.
           IF WS-SOLVE-FIXED-COL(WS-SOLVE-ROW) > 0 THEN
               IF WS-SOLVE-COL(WS-SOLVE-ROW) = 0 THEN
                   MOVE WS-SOLVE-FIXED-COL(WS-SOLVE-ROW)
                       TO WS-SOLVE-COL(WS-SOLVE-ROW)
               ELSE
                   MOVE 9 TO WS-SOLVE-COL(WS-SOLVE-ROW)
               END-IF
           ELSE
               ADD 1 TO WS-SOLVE-COL(WS-SOLVE-ROW)
           END-IF.
       NEXT-SOLVE-COLUMN-EXIT.
           EXIT.

      * The candidate square against every queen on the rows above,
      * through the queen's own attack check. Nothing stands between
      * queens for the block check to find: any two queens on one
      * line conflict whatever lies between them.
       TEST-SOLVE-SQUARE.
           SET SOLVE-SAFE TO TRUE
           SUBTRACT 1 FROM WS-SOLVE-ROW GIVING WS-T-ROW
           SUBTRACT 1 FROM WS-SOLVE-COL(WS-SOLVE-ROW) GIVING WS-T-COL
           MOVE SPACES TO WS-WHITE_QUEEN
           STRING WS-T-ROW "," WS-T-COL
               DELIMITED BY SIZE INTO WS-WHITE_QUEEN
           PERFORM VARYING WS-SOLVE-PRIOR FROM 1 BY 1
               UNTIL WS-SOLVE-PRIOR >= WS-SOLVE-ROW
               OR NOT SOLVE-SAFE
               SUBTRACT 1 FROM WS-SOLVE-PRIOR GIVING WS-NEW-ROW
               SUBTRACT 1 FROM WS-SOLVE-COL(WS-SOLVE-PRIOR)
                   GIVING WS-NEW-COL
               MOVE SPACES TO WS-BLACK_QUEEN
               STRING WS-NEW-ROW "," WS-NEW-COL
                   DELIMITED BY SIZE INTO WS-BLACK_QUEEN
               INITIALIZE WS-RESULT
               PERFORM CAN-ATTACK-QUEEN
               IF WS-RESULT = 1 THEN
                   MOVE "N" TO WS-SOLVE-SAFE
               END-IF
           END-PERFORM.
       TEST-SOLVE-SQUARE-EXIT.
           EXIT.

       RECORD-SOLUTION.
           ADD 1 TO WS-SOLUTION-COUNT
           MOVE SPACES TO WS-SOLUTION-KEY-WORK
           PERFORM VARYING WS-T-IX FROM 1 BY 1
               UNTIL WS-T-IX > WS-SOLVE-N
               SUBTRACT 1 FROM WS-SOLVE-COL(WS-T-IX)
                   GIVING WS-KEY-DIGIT(WS-T-IX)
           END-PERFORM
           MOVE WS-SOLUTION-KEY-WORK
               TO WS-SOLUTION-KEY(WS-SOLUTION-COUNT)
           PERFORM MATCH-SOLUTION-SHAPE
           PERFORM RENDER-SOLUTION-BOARD.
       RECORD-SOLUTION-EXIT.
           EXIT.

      * The solution turned and reflected seven ways; if any of
      * those is a solution already found, this one shares its
      * shape, otherwise it starts a new one. Comparing against the
      * solutions actually found keeps the count right when a
      * partial placement rules out some of a shape's turnings.
       MATCH-SOLUTION-SHAPE.
           MOVE 0 TO WS-SHAPE-MATCH
           PERFORM VARYING WS-TRANSFORM-IX FROM 1 BY 1
               UNTIL WS-TRANSFORM-IX > 7 OR WS-SHAPE-MATCH > 0
               PERFORM TRANSFORM-SOLUTION-KEY
               PERFORM VARYING WS-MATCH-IX FROM 1 BY 1
                   UNTIL WS-MATCH-IX >= WS-SOLUTION-COUNT
                   OR WS-SHAPE-MATCH > 0
                   IF WS-SOLUTION-KEY(WS-MATCH-IX)
                       = WS-TRANSFORM-KEY THEN
                       MOVE WS-MATCH-IX TO WS-SHAPE-MATCH
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-SHAPE-MATCH = 0 THEN
               ADD 1 TO WS-DISTINCT-COUNT
               MOVE WS-DISTINCT-COUNT
                   TO WS-SOLUTION-SHAPE(WS-SOLUTION-COUNT)
           ELSE
               MOVE WS-SOLUTION-SHAPE(WS-SHAPE-MATCH)
                   TO WS-SOLUTION-SHAPE(WS-SOLUTION-COUNT)
           END-IF.
       MATCH-SOLUTION-SHAPE-EXIT.
           EXIT.

      * Each queen at row r, column c (0-based, M the last row)
      * lands at: 1 (c, M-r) turned a quarter, 2 (M-r, M-c) turned a
      * half, 3 (M-c, r) turned three quarters, 4 (r, M-c) mirrored
      * left to right, 5 (M-r, c) mirrored top to bottom, 6 (c, r)
      * on the main diagonal, 7 (M-c, M-r) on the other diagonal.
       TRANSFORM-SOLUTION-KEY.
           MOVE SPACES TO WS-TRANSFORM-KEY
           PERFORM VARYING WS-T-IX FROM 1 BY 1
               UNTIL WS-T-IX > WS-SOLVE-N
               SUBTRACT 1 FROM WS-T-IX GIVING WS-T-ROW
               MOVE WS-KEY-DIGIT(WS-T-IX) TO WS-T-COL
               EVALUATE WS-TRANSFORM-IX
                   WHEN 1
                       MOVE WS-T-COL TO WS-NEW-ROW
                       SUBTRACT WS-T-ROW FROM WS-SOLVE-MAX
                           GIVING WS-NEW-COL
                   WHEN 2
                       SUBTRACT WS-T-ROW FROM WS-SOLVE-MAX
                           GIVING WS-NEW-ROW
                       SUBTRACT WS-T-COL FROM WS-SOLVE-MAX
                           GIVING WS-NEW-COL
                   WHEN 3
                       SUBTRACT WS-T-COL FROM WS-SOLVE-MAX
                           GIVING WS-NEW-ROW
                       MOVE WS-T-ROW TO WS-NEW-COL
                   WHEN 4
                       MOVE WS-T-ROW TO WS-NEW-ROW
                       SUBTRACT WS-T-COL FROM WS-SOLVE-MAX
                           GIVING WS-NEW-COL
                   WHEN 5
                       SUBTRACT WS-T-ROW FROM WS-SOLVE-MAX
                           GIVING WS-NEW-ROW
                       MOVE WS-T-COL TO WS-NEW-COL
                   WHEN 6
                       MOVE WS-T-COL TO WS-NEW-ROW
                       MOVE WS-T-ROW TO WS-NEW-COL
                   WHEN OTHER
                       SUBTRACT WS-T-COL FROM WS-SOLVE-MAX
                           GIVING WS-NEW-ROW
                       SUBTRACT WS-T-ROW FROM WS-SOLVE-MAX
                           GIVING WS-NEW-COL
               END-EVALUATE
               MOVE WS-NEW-COL TO WS-TRANSFORM-DIGIT(WS-NEW-ROW + 1)
           END-PERFORM.
       TRANSFORM-SOLUTION-KEY-EXIT.
           EXIT.

      * One solution on BOARDRPT: its columns row by row, its shape,
      * and the N x N corner of the render grid.
       RENDER-SOLUTION-BOARD.
           MOVE ALL "." TO WS-RENDER-GRID
           PERFORM VARYING WS-T-IX FROM 1 BY 1
               UNTIL WS-T-IX > WS-SOLVE-N
               MOVE WS-SOLVE-COL(WS-T-IX) TO WS-RENDER-COL
               IF WS-SOLVE-FIXED-COL(WS-T-IX) > 0 THEN
                   MOVE "P" TO WS-RENDER-CELL(WS-T-IX, WS-RENDER-COL)
               ELSE
                   MOVE "Q" TO WS-RENDER-CELL(WS-T-IX, WS-RENDER-COL)
               END-IF
           END-PERFORM
           MOVE SPACES TO BOARD-REPORT-LINE
           STRING "SOLUTION " WS-SOLUTION-COUNT
               " COLUMNS BY ROW "
               WS-SOLUTION-KEY(WS-SOLUTION-COUNT)(1:WS-SOLVE-N)
               DELIMITED BY SIZE INTO BOARD-REPORT-LINE
           WRITE BOARD-REPORT-LINE
           MOVE SPACES TO BOARD-REPORT-LINE
           IF WS-SHAPE-MATCH = 0 THEN
               STRING "  SHAPE "
                   WS-SOLUTION-SHAPE(WS-SOLUTION-COUNT) " FIRST SEEN"
                   DELIMITED BY SIZE INTO BOARD-REPORT-LINE
           ELSE
               STRING "  SHAPE "
                   WS-SOLUTION-SHAPE(WS-SOLUTION-COUNT)
                   ", SYMMETRIC TO SOLUTION " WS-SHAPE-MATCH
                   DELIMITED BY SIZE INTO BOARD-REPORT-LINE
           END-IF
           WRITE BOARD-REPORT-LINE
           PERFORM VARYING WS-RENDER-ROW FROM 1 BY 1
               UNTIL WS-RENDER-ROW > WS-SOLVE-N
               MOVE SPACES TO BOARD-REPORT-LINE
               STRING "  "
                   WS-RENDER-ROW-ENTRY(WS-RENDER-ROW)(1:WS-SOLVE-N)
                   DELIMITED BY SIZE INTO BOARD-REPORT-LINE
               WRITE BOARD-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO BOARD-REPORT-LINE
           WRITE BOARD-REPORT-LINE.
       RENDER-SOLUTION-BOARD-EXIT.
           EXIT.

      * The solver run's AUDIT-LOG line: size and placement in, the
      * counts (or the rejection) out.
       LOG-SOLVE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "QUEEN-ATTACK" TO WS-AUDIT-PROGRAM
           MOVE SPACES TO WS-AUDIT-INPUT
           IF WS-PLACE-COUNT = 0 THEN
               STRING "SOLVE SIZE=" WS-SOLVE-N
                   DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           ELSE
               STRING "SOLVE SIZE=" WS-SOLVE-N " PLACED="
                   FUNCTION TRIM(WS-QUEEN-PLACEMENT)
                   DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           END-IF
           MOVE SPACES TO WS-AUDIT-RESULT
           IF WS-SOLVE-REASON = SPACES THEN
               STRING "SOLUTIONS=" WS-SOLUTION-COUNT
                   " DISTINCT=" WS-DISTINCT-COUNT
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           ELSE
               STRING "REJECTED " WS-SOLVE-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           END-IF
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
       LOG-SOLVE-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * Request 040: append this query's inputs and outcome to
      * MOVE-LOG so a sequence of board queries can be replayed or
