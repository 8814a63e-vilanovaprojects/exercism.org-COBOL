      * recomputes the longest-chain line and the step-count
      * distribution across all shards from the per-record lines --
      * so the merged report reads exactly as if the whole NUMCLEAN
      * feed had gone through one COLLATZ-BATCH-RUN. Every merged
      * step line is offered to the RECORDS register as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLMRG.
       01 WS-HIST-HI PIC 9(4).
       01 WS-LINES-MERGED PIC 9(8) VALUE 0.

      * All-time record-holders register request block, serviced by
      * COLLREC. A step line carries no chain, so every offer goes
      * with a zero peak for COLLREC to walk.
       01 WS-RECORDS-REQUEST.
           05 WS-REC-ACTION PIC X(8).
           05 WS-REC-SOURCE PIC X(8).
           05 WS-REC-NUMBER PIC 9(18).
           05 WS-REC-STEPS PIC 9(4).
           05 WS-REC-PEAK PIC 9(18).
           05 WS-REC-RESULT PIC 9.
           05 WS-REC-NEW-COUNT PIC 9(4).

      * Operator alert request block, serviced by ALERTSVC: a
      * severe outcome reaches the console feed the moment it
      * happens instead of a report nobody reads until morning.
           SET WS-SUCCESS TO TRUE
           MOVE SPACES TO WS-ERROR-MESSAGE
           INITIALIZE WS-HIST-TABLE
           MOVE "OPEN" TO WS-REC-ACTION
           MOVE "MERGE" TO WS-REC-SOURCE
           CALL "COLLREC" USING WS-RECORDS-REQUEST
           OPEN OUTPUT MERGED-REPORT
           PERFORM VARYING WS-SHARD FROM 1 BY 1 UNTIL WS-SHARD > 4
               PERFORM MERGE-ONE-SHARD
               DELIMITED BY SIZE INTO MERGED-REPORT-LINE
           WRITE MERGED-REPORT-LINE
           CLOSE MERGED-REPORT
           MOVE "CLOSE" TO WS-REC-ACTION
           CALL "COLLREC" USING WS-RECORDS-REQUEST
           IF WS-TRAILERS-SEEN = 0 THEN
               SET WS-PROCESSING-ERROR TO TRUE
               MOVE "NO SHARD REPORTS FOUND -- RUN COLLSHRD FIRST"
               MOVE 21 TO WS-HIST-INDEX
           END-IF
           ADD 1 TO WS-HIST-COUNT(WS-HIST-INDEX)
           ADD 1 TO WS-HIST-TALLIED
           MOVE "OFFER" TO WS-REC-ACTION
           MOVE WS-PL-NUMBER TO WS-REC-NUMBER
           MOVE WS-STEP-VALUE TO WS-REC-STEPS
           MOVE 0 TO WS-REC-PEAK
           CALL "COLLREC" USING WS-RECORDS-REQUEST.
       FOLD-STEP-LINE-EXIT.
           EXIT.

