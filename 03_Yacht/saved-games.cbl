      ******************************************************************
      * YACHTSVL: saved-game cleanup listing. A multi-player game
      * suspended with SAVE sits on SAVEGAME until it is resumed and
      * finished -- and a game nobody comes back to sits there for
      * good. This lists every saved game older than SAVED-GAME-DAYS
      * (PARMFILE, default 30) onto SAVRPT: game id, when it was
      * saved and how many days ago, its rule variant, the round it
      * stopped on, and its players, with the file's totals at the
      * foot. A game listed here can still be resumed; clearing it
      * off SAVEGAME is the operator's call.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTSVL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SAVED-GAMES ASSIGN TO "SAVEGAME"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAVED-REPORT ASSIGN TO "SAVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Layout as YACHT-PROGRAM's SAVE-GAME-STATE writes it.
       FD SAVED-GAMES.
       COPY SAVEGAME.

       FD SAVED-REPORT.
       01 SAVED-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SAVED-EOF PIC X VALUE "N".
           88 SAVED-EOF VALUE "Y".

       01 WS-AGE-LIMIT PIC 9(4) VALUE 30.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-STAMP PIC X(21).
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-SAVED-COUNT PIC 9(4) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
       01 WS-SEAT PIC 9.
       01 WS-PLAYER-LIST PIC X(60).
       01 WS-LIST-POINTER PIC 99.

       01 WS-TODAY-EDIT PIC 9999/99/99.
       01 WS-SAVED-DATE-EDIT PIC 9999/99/99.
       01 WS-AGE-EDIT PIC ZZZZ9.
       01 WS-LIMIT-EDIT PIC ZZZ9.
       01 WS-COUNT-EDIT PIC ZZZ9.
       01 WS-AGE-TEXT PIC X(5).

      * Shop parameter lookup request block, serviced by PARMSVC.
       01 WS-PARM-REQUEST.
           05 WS-PARM-KEYWORD PIC X(20).
           05 WS-PARM-VALUE PIC X(20).
           05 WS-PARM-FOUND PIC X.

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       PROCEDURE DIVISION.

       YACHTSVL-RUN.
           MOVE "SAVED-GAME-DAYS" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND FUNCTION NUMVAL(WS-PARM-VALUE) > 0 THEN
               COMPUTE WS-AGE-LIMIT = FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY
           OPEN OUTPUT SAVED-REPORT
           PERFORM WRITE-REPORT-HEADER
           MOVE "N" TO WS-SAVED-EOF
           OPEN INPUT SAVED-GAMES
           PERFORM UNTIL SAVED-EOF
               READ SAVED-GAMES
                   AT END
                       SET SAVED-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SAVED-COUNT
                       PERFORM CHECK-ONE-SAVED-GAME
               END-READ
           END-PERFORM
           CLOSE SAVED-GAMES
           PERFORM WRITE-REPORT-FOOTER
           CLOSE SAVED-REPORT
           PERFORM LOG-AUDIT-ENTRY
           GOBACK.
       YACHTSVL-RUN-EXIT.
           EXIT.

       WRITE-REPORT-HEADER.
           MOVE WS-TODAY TO WS-TODAY-EDIT
           MOVE WS-AGE-LIMIT TO WS-LIMIT-EDIT
           MOVE SPACES TO SAVED-REPORT-LINE
           STRING "SAVED GAMES OLDER THAN " WS-LIMIT-EDIT
               " DAYS -- AS OF " WS-TODAY-EDIT
               DELIMITED BY SIZE INTO SAVED-REPORT-LINE
           WRITE SAVED-REPORT-LINE
           MOVE SPACES TO SAVED-REPORT-LINE
           STRING "GAME ID      SAVED       DAYS  RULES     ROUND  "
               "PLAYERS"
               DELIMITED BY SIZE INTO SAVED-REPORT-LINE
           WRITE SAVED-REPORT-LINE.
       WRITE-REPORT-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * One saved game, listed when it is past the age limit. A
      * record whose save date does not read as a date cannot be
      * aged and is listed too -- it is no use to anyone.
      ******************************************************************
       CHECK-ONE-SAVED-GAME.
           IF SG-SAVED-DATE IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(SG-SAVED-DATE) = 0 THEN
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(SG-SAVED-DATE)
               IF WS-AGE-DAYS > WS-AGE-LIMIT THEN
                   MOVE WS-AGE-DAYS TO WS-AGE-EDIT
                   MOVE WS-AGE-EDIT TO WS-AGE-TEXT
                   MOVE SG-SAVED-DATE TO WS-SAVED-DATE-EDIT
                   PERFORM WRITE-SAVED-GAME-LINE
               END-IF
           ELSE
               MOVE "  ???" TO WS-AGE-TEXT
               MOVE 0 TO WS-SAVED-DATE-EDIT
               PERFORM WRITE-SAVED-GAME-LINE
           END-IF.
       CHECK-ONE-SAVED-GAME-EXIT.
           EXIT.

       WRITE-SAVED-GAME-LINE.
           ADD 1 TO WS-LISTED-COUNT
           MOVE SPACES TO WS-PLAYER-LIST
           MOVE 1 TO WS-LIST-POINTER
           PERFORM VARYING WS-SEAT FROM 1 BY 1
               UNTIL WS-SEAT > SG-PLAYER-COUNT OR WS-SEAT > 4
               IF WS-SEAT > 1 THEN
                   STRING ", " DELIMITED BY SIZE
                       INTO WS-PLAYER-LIST WITH POINTER WS-LIST-POINTER
               END-IF
               STRING FUNCTION TRIM(SG-PLAYER-NAME(WS-SEAT))
                   DELIMITED BY SIZE
                   INTO WS-PLAYER-LIST WITH POINTER WS-LIST-POINTER
           END-PERFORM
           MOVE SPACES TO SAVED-REPORT-LINE
           STRING SG-GAME-ID " " WS-SAVED-DATE-EDIT " " WS-AGE-TEXT
               "  " SG-VARIANT "  " SG-NEXT-ROUND "     "
               WS-PLAYER-LIST
               DELIMITED BY SIZE INTO SAVED-REPORT-LINE
           WRITE SAVED-REPORT-LINE.
       WRITE-SAVED-GAME-LINE-EXIT.
           EXIT.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO SAVED-REPORT-LINE
           WRITE SAVED-REPORT-LINE
           MOVE WS-SAVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SAVED-REPORT-LINE
           STRING "SAVED GAMES ON FILE     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SAVED-REPORT-LINE
           WRITE SAVED-REPORT-LINE
           MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SAVED-REPORT-LINE
           STRING "LISTED FOR CLEANUP      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SAVED-REPORT-LINE
           WRITE SAVED-REPORT-LINE.
       WRITE-REPORT-FOOTER-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "YACHTSVL" TO WS-AUDIT-PROGRAM
           MOVE "SAVEGAME" TO WS-AUDIT-INPUT
           STRING "SAVED " WS-SAVED-COUNT
               " LISTED " WS-LISTED-COUNT
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
       END PROGRAM YACHTSVL.
