      * was itself held is HELD, not run; and every step's outcome
      * lands on the PLANRPT execution report.
      *
      * Before anything else, FEEDGATE checks the inbound feeds'
      * sender envelopes and strips them, quarantining any feed that
      * fails; its verdict is the first line of PLANRPT. A rejected
      * feed is emptied, so the steps that read it find nothing to
      * process rather than being held.
      *
      * Before the first step runs, WINFCST forecasts the chain's
      * elapsed time against the batch window; its verdict heads
      * PLANRPT. The forecast warns (through ALERTSVC, from WINFCST
      * itself) but never holds the chain.
      *
      * How a step's outcome is read: each batch program publishes
      * its WS-RETURN-CODE/WS-ERROR-MESSAGE into the shared EXTERNAL
      * fields in STATUSCD.cpy as it ends. The runner clears those
                   DELIMITED BY SIZE INTO PLAN-REPORT-LINE
               WRITE PLAN-REPORT-LINE
           ELSE
               PERFORM GATE-INBOUND-FEEDS
               PERFORM FORECAST-BATCH-WINDOW
               PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   PERFORM RUN-OR-HOLD-STEP
       JOBRUN-RUN-EXIT.
           EXIT.

      ******************************************************************
      * The feed gate ahead of the forecast, so the forecast counts
      * the feeds as the steps will read them. Its status is read
      * back the way a step's is.
      ******************************************************************
       GATE-INBOUND-FEEDS.
           MOVE 0 TO WS-PUBLISHED-RETURN-CODE
           MOVE SPACES TO WS-PUBLISHED-ERROR-MESSAGE
           MOVE SPACES TO PLAN-REPORT-LINE
           CALL "FEEDGATE"
               ON EXCEPTION
                   MOVE "FEED GATE: FEEDGATE NOT FOUND"
                       TO PLAN-REPORT-LINE
           END-CALL
           IF PLAN-REPORT-LINE = SPACES THEN
               IF WS-PUBLISHED-RETURN-CODE IS NUMERIC
                   AND WS-PUBLISHED-RETURN-CODE > 0 THEN
                   STRING "FEED GATE: "
                       WS-PUBLISHED-ERROR-MESSAGE
                       DELIMITED BY SIZE INTO PLAN-REPORT-LINE
               ELSE
                   MOVE "FEED GATE: NO FEED REJECTED -- SEE GATERPT"
                       TO PLAN-REPORT-LINE
               END-IF
           END-IF
           WRITE PLAN-REPORT-LINE.
       GATE-INBOUND-FEEDS-EXIT.
           EXIT.

      ******************************************************************
      * The window forecast ahead of the chain. Its published status
      * is read back the way a step's is, then cleared by the first
      * step's CALL like any other.
      ******************************************************************
       FORECAST-BATCH-WINDOW.
           MOVE 0 TO WS-PUBLISHED-RETURN-CODE
           MOVE SPACES TO WS-PUBLISHED-ERROR-MESSAGE
           MOVE SPACES TO PLAN-REPORT-LINE
           CALL "WINFCST"
               ON EXCEPTION
                   MOVE "WINDOW FORECAST: WINFCST NOT FOUND"
                       TO PLAN-REPORT-LINE
           END-CALL
           IF PLAN-REPORT-LINE = SPACES THEN
               IF WS-PUBLISHED-RETURN-CODE IS NUMERIC
                   AND WS-PUBLISHED-RETURN-CODE > 0 THEN
                   STRING "WINDOW FORECAST: "
                       WS-PUBLISHED-ERROR-MESSAGE
                       DELIMITED BY SIZE INTO PLAN-REPORT-LINE
               ELSE
                   MOVE "WINDOW FORECAST: NO OVERRUN -- SEE WINFRPT"
                       TO PLAN-REPORT-LINE
               END-IF
           END-IF
           WRITE PLAN-REPORT-LINE.
       FORECAST-BATCH-WINDOW-EXIT.
           EXIT.

      ******************************************************************
      * One step: every named predecessor must have run clean, or
      * the step is HELD without being called.
