           05 WS-SVC-LATEST PIC 999.
           05 WS-SVC-BEST PIC 999.
           05 WS-SVC-RESULT PIC 9.
           05 WS-SVC-GAME-ID PIC X(12).
           05 WS-SVC-VARIANT PIC X(8).
           05 WS-SVC-ADVISED PIC X.

      * Request 049: shared audit-trail record fields.
       COPY AUDITLOG.
           MOVE "SCORE" TO WS-SVC-FILE-ID
           MOVE WS-PLAYER-NAME TO WS-SVC-PLAYER-ID
           MOVE WS-NEW-SCORE TO WS-SVC-NEW-SCORE
           MOVE SPACES TO WS-SVC-GAME-ID
           MOVE SPACES TO WS-SVC-VARIANT
           MOVE SPACE TO WS-SVC-ADVISED
           CALL "SCORESVC" USING WS-SCORE-SVC-REQUEST
           EVALUATE WS-SVC-RESULT
               WHEN 0
               WHEN 3
                   DISPLAY "SCOREFILE BUSY, SCORE NOT ADDED FOR "
                       FUNCTION TRIM(WS-PLAYER-NAME)
               WHEN 4
                   DISPLAY "SCORE HELD FOR SUPERVISOR REVIEW: "
                       FUNCTION TRIM(WS-PLAYER-NAME)
               WHEN OTHER
                   DISPLAY "SCOREFILE FULL, SCORE NOT ADDED FOR "
                       FUNCTION TRIM(WS-PLAYER-NAME)
