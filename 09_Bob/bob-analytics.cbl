      * (matched back against the canned-response tables in BOBRESP)
      * and reports counts per mood per day plus the busiest hour, so
      * the help-desk supervisor gets a one-page picture of the
      * traffic instead of a raw transcript file. Exchanges BOB
      * answered from the BOBFAQ knowledge base carry a FAQ tag and
      * are counted per FAQ entry instead, so the help desk sees
      * which answers are carrying the load.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOBSTAT.
       DATA DIVISION.
       FILE SECTION.
       FD CONVO-LOG.
       01 CONVO-LOG-LINE PIC X(200).

       FD MOOD-REPORT.
       01 MOOD-REPORT-LINE PIC X(80).

      * The line under analysis.
       01 WS-LINE-DATE PIC 9(8).
       01 WS-HEARD-PART PIC X(200).
       01 WS-REPLY-TEXT PIC X(80).
       01 WS-HEARD-TEXT PIC X(200).
       01 WS-HEARD-TAIL PIC X(40).
       01 WS-MOOD-CODE PIC 9 VALUE 0.
       01 WS-MOOD-SCAN PIC 9.
       01 WS-LINES-READ PIC 9(6) VALUE 0.
       01 WS-LINES-UNMATCHED PIC 9(6) VALUE 0.

      * FAQ answers given, one row per FAQ entry id seen on the log.
       01 WS-FAQ-ID PIC X(8).
       01 WS-FAQ-COUNT PIC 99 VALUE 0.
       01 WS-FAQ-TABLE.
           05 WS-FAQ-ENTRY OCCURS 50 TIMES.
               10 WS-FAQ-ENTRY-ID PIC X(8).
               10 WS-FAQ-HITS PIC 9(5).
       01 WS-FAQ-INDEX PIC 99.
       01 WS-FAQ-MATCH PIC 99 VALUE 0.
       01 WS-FAQ-TOTAL PIC 9(6) VALUE 0.

       01 WS-MOOD-NAMES.
           05 FILLER PIC X(14) VALUE "QUESTION-SHOUT".
           05 FILLER PIC X(14) VALUE "QUESTION".
       PROCEDURE DIVISION.

       BOBSTAT-RUN.
           INITIALIZE WS-DAY-TABLE WS-HOUR-TABLE WS-FAQ-TABLE
           MOVE 0 TO WS-DAY-COUNT
           MOVE 0 TO WS-FAQ-COUNT WS-FAQ-TOTAL
           MOVE "N" TO WS-LOG-EOF
           OPEN INPUT CONVO-LOG
           PERFORM UNTIL LOG-EOF
               UNSTRING CONVO-LOG-LINE DELIMITED BY " REPLIED: "
                   INTO WS-HEARD-PART WS-REPLY-TEXT
               END-UNSTRING
               PERFORM FIND-FAQ-TAG
               IF WS-FAQ-ID NOT = SPACES THEN
                   PERFORM COUNT-FAQ-ANSWER
               ELSE
                   PERFORM DERIVE-MOOD-FROM-REPLY
                   IF WS-MOOD-CODE = 0 THEN
                       ADD 1 TO WS-LINES-UNMATCHED
                   ELSE
                       PERFORM FIND-DAY-ROW
                       IF WS-DAY-MATCH > 0 THEN
                           ADD 1 TO WS-DAY-MOOD(WS-DAY-MATCH,
                               WS-MOOD-CODE)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       ANALYZE-ONE-LINE-EXIT.
           EXIT.

      * BOB writes the FAQ tag right after the redaction count:
      * "REDACTED: nn FAQ: id REPLIED: ...".
       FIND-FAQ-TAG.
           MOVE SPACES TO WS-HEARD-TEXT WS-HEARD-TAIL WS-FAQ-ID
           UNSTRING WS-HEARD-PART DELIMITED BY " REDACTED: "
               INTO WS-HEARD-TEXT WS-HEARD-TAIL
           END-UNSTRING
           IF WS-HEARD-TAIL(3:6) = " FAQ: " THEN
               MOVE WS-HEARD-TAIL(9:8) TO WS-FAQ-ID
           END-IF.
       FIND-FAQ-TAG-EXIT.
           EXIT.

       COUNT-FAQ-ANSWER.
           ADD 1 TO WS-FAQ-TOTAL
           MOVE 0 TO WS-FAQ-MATCH
           PERFORM VARYING WS-FAQ-INDEX FROM 1 BY 1
               UNTIL WS-FAQ-INDEX > WS-FAQ-COUNT
               OR WS-FAQ-MATCH > 0
               IF WS-FAQ-ENTRY-ID(WS-FAQ-INDEX) = WS-FAQ-ID THEN
                   MOVE WS-FAQ-INDEX TO WS-FAQ-MATCH
               END-IF
           END-PERFORM
           IF WS-FAQ-MATCH = 0 AND WS-FAQ-COUNT < 50 THEN
               ADD 1 TO WS-FAQ-COUNT
               MOVE WS-FAQ-ID TO WS-FAQ-ENTRY-ID(WS-FAQ-COUNT)
               MOVE WS-FAQ-COUNT TO WS-FAQ-MATCH
           END-IF
           IF WS-FAQ-MATCH > 0 THEN
               ADD 1 TO WS-FAQ-HITS(WS-FAQ-MATCH)
           END-IF.
       COUNT-FAQ-ANSWER-EXIT.
           EXIT.

       DERIVE-MOOD-FROM-REPLY.
           MOVE 0 TO WS-MOOD-CODE
           PERFORM VARYING WS-MOOD-SCAN FROM 1 BY 1
               ":00 WITH " WS-BUSIEST-COUNT " EXCHANGES"
               DELIMITED BY SIZE INTO MOOD-REPORT-LINE
           WRITE MOOD-REPORT-LINE

           MOVE SPACES TO MOOD-REPORT-LINE
           STRING "FAQ ANSWERS " WS-FAQ-TOTAL
               " OF " WS-LINES-READ " EXCHANGES"
               DELIMITED BY SIZE INTO MOOD-REPORT-LINE
           WRITE MOOD-REPORT-LINE
           PERFORM VARYING WS-FAQ-INDEX FROM 1 BY 1
               UNTIL WS-FAQ-INDEX > WS-FAQ-COUNT
               MOVE SPACES TO MOOD-REPORT-LINE
               STRING "  FAQ " WS-FAQ-ENTRY-ID(WS-FAQ-INDEX)
                   " " WS-FAQ-HITS(WS-FAQ-INDEX)
                   DELIMITED BY SIZE INTO MOOD-REPORT-LINE
               WRITE MOOD-REPORT-LINE
           END-PERFORM
           CLOSE MOOD-REPORT.
       WRITE-MOOD-REPORT-EXIT.
           EXIT.
