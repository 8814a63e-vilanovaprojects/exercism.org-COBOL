      * same gatekeeping the shop's other feeds get before they hit
      * production programs. Accepted records go to NUMCLEAN (the
      * file handed to the batch), rejects with reasons go to NUMREJ,
      * and a control-totals line closes the reject file. A feed
      * written by NUMGEN closes with its own control trailer; that
      * line is checked against the records actually read, never
      * validated as a number, and a count that disagrees fails the
      * scan as a truncated feed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMSCAN.
       FILE SECTION.
       FD NUMBER-FILE.
       01 NUMBER-FILE-RECORD PIC X(20).
       01 NUMBER-FILE-TRAILER.
           05 NT-MARK PIC X(17).
               88 NT-CONTROL-TRAILER VALUE "*** CONTROL READ ".
           05 NT-READ PIC 9(8).
           05 FILLER PIC X(9).
           05 NT-WRITTEN PIC 9(8).
           05 FILLER PIC X(10).
           05 NT-REJECTED PIC 9(8).

       FD CLEAN-FILE.
       01 CLEAN-FILE-RECORD PIC X(18).
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-ACCEPTED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
       01 WS-TRAILER-FOUND PIC X VALUE "N".
           88 TRAILER-FOUND VALUE "Y".
       01 WS-TRAILER-WRITTEN PIC 9(8) VALUE 0.

      * The record under validation and its parsed value.
       01 WS-SCAN-TEXT PIC X(20).
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF NT-CONTROL-TRAILER THEN
                           PERFORM CHECK-FEED-TRAILER
                       ELSE
                           PERFORM SCAN-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
               MOVE "NUMFILE RECORDS REJECTED, SEE NUMREJ"
                   TO WS-ERROR-MESSAGE
           END-IF
           IF TRAILER-FOUND
               AND WS-TRAILER-WRITTEN NOT = WS-READ-COUNT THEN
               SET WS-PROCESSING-ERROR TO TRUE
               MOVE "NUMFILE TRAILER COUNT MISMATCH, SEE NUMREJ"
                   TO WS-ERROR-MESSAGE
           END-IF
           DISPLAY "NUMSCAN READ " WS-READ-COUNT
               " ACCEPTED " WS-ACCEPTED-COUNT
               " REJECTED " WS-REJECTED-COUNT
       NUMSCAN-RUN-EXIT.
           EXIT.

       SCAN-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE NUMBER-FILE-RECORD TO WS-SCAN-TEXT
           PERFORM VALIDATE-ONE-RECORD
           IF RECORD-ACCEPTED THEN
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE WS-SCAN-VALUE TO CLEAN-FILE-RECORD
               WRITE CLEAN-FILE-RECORD
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO REJECT-FILE-LINE
               STRING "RECORD " WS-READ-COUNT
                   " '" FUNCTION TRIM(WS-SCAN-TEXT)
                   "' " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO REJECT-FILE-LINE
               WRITE REJECT-FILE-LINE
           END-IF.
       SCAN-ONE-RECORD-EXIT.
           EXIT.

      * The feed's own trailer: its WRITTEN count must equal the
      * data records read ahead of it. Anything after the trailer is
      * not part of the feed and is left unread.
       CHECK-FEED-TRAILER.
           SET TRAILER-FOUND TO TRUE
           SET SCAN-EOF TO TRUE
           MOVE NT-WRITTEN TO WS-TRAILER-WRITTEN
           IF WS-TRAILER-WRITTEN NOT = WS-READ-COUNT THEN
               MOVE SPACES TO REJECT-FILE-LINE
               STRING "TRAILER WRITTEN " WS-TRAILER-WRITTEN
                   " DOES NOT MATCH READ " WS-READ-COUNT
                   DELIMITED BY SIZE INTO REJECT-FILE-LINE
               WRITE REJECT-FILE-LINE
           END-IF.
       CHECK-FEED-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      * One record through the gate: non-blank, all digits after
      * trimming (an explicit leading + or - is not a starting value
