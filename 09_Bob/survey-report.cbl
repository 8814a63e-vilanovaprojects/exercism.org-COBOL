      ******************************************************************
      * SURVRPT: monthly results of BOB's end-of-session survey. A
      * multi-turn session ends with a 1-to-5 rating and an optional
      * comment, kept on BOBSURV; nothing showed the help desk
      * whether the sessions were actually helping. For the month
      * asked for (CCYYMM, blank for the current month) this writes
      * SURVRPT: how the ratings spread, the average rating by reply
      * language and by whether a BOBFAQ answer was used, then every
      * low-rated answer (2 or less) with its comment in full for
      * the supervisor's review. A session that raised a help-desk
      * ticket shows the ticket number TICKETMG gave it on TICKMST,
      * found by the ticket header's timestamp; a ticket not yet
      * taken in shows as awaiting intake.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURVRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SURVEY-FILE ASSIGN TO "BOBSURV"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Read directly for the ticket numbers. Layout must match
      * TICKETMG's field-for-field.
           SELECT OPTIONAL TICKET-MASTER ASSIGN TO "TICKMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SURVEY-REPORT ASSIGN TO "SURVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SURVEY-FILE.
       COPY BOBSURV.

       FD TICKET-MASTER.
       01 TICKET-MASTER-RECORD.
           05 TK-NUMBER PIC 9(6).
           05 FILLER PIC X.
           05 TK-STATUS PIC X.
           05 FILLER PIC X.
           05 TK-PRIORITY PIC X.
           05 FILLER PIC X.
           05 TK-OPENED-DATE PIC 9(8).
           05 FILLER PIC X.
           05 TK-ACTION-DATE PIC 9(8).
           05 FILLER PIC X.
           05 TK-OPERATOR PIC X(8).
           05 FILLER PIC X.
           05 TK-NOTE PIC X(30).
           05 FILLER PIC X.
           05 TK-TEXT PIC X(80).
           05 FILLER PIC X.
           05 TK-QUEUE PIC X(8).
           05 FILLER PIC X.
           05 TK-OWNER PIC X(8).

       FD SURVEY-REPORT.
       01 SURVEY-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

      * Month to report, keyed at the operator menu. EXTERNAL items
      * start as LOW-VALUES, so anything but six digits falls back
      * to the current month.
       01 WS-SURVEY-PERIOD IS EXTERNAL PIC X(6).
       01 WS-PERIOD PIC X(6).
       01 WS-RUN-STAMP PIC X(26).

      * Ticket number by header stamp, off TICKMST. The stamp sits
      * right after "TICKET " on the header TICKETMG keeps.
       01 WS-TICKET-COUNT PIC 9(4) VALUE 0.
       01 WS-TICKET-TABLE.
           05 WS-TICKET-ENTRY OCCURS 500 TIMES.
               10 WS-TK-STAMP PIC X(16).
               10 WS-TK-NUMBER PIC 9(6).
       01 WS-TICKET-INDEX PIC 9(4).
       01 WS-TICKET-MATCH PIC 9(4) VALUE 0.

      * The month's answers. Row 1 of a breakdown table is English
      * (or FAQ answer used), row 2 Spanish (or no FAQ answer).
       01 WS-RECORDS-READ PIC 9(6) VALUE 0.
       01 WS-UNREADABLE PIC 9(6) VALUE 0.
       01 WS-RESPONSES PIC 9(6) VALUE 0.
       01 WS-RATING-SUM PIC 9(7) VALUE 0.
       01 WS-RATING-TABLE.
           05 WS-RATING-COUNT PIC 9(6) OCCURS 5 TIMES.
       01 WS-RATING-INDEX PIC 9.
       01 WS-LANGUAGE-TABLE.
           05 WS-LANGUAGE-ENTRY OCCURS 2 TIMES.
               10 WS-LANG-RESPONSES PIC 9(6).
               10 WS-LANG-SUM PIC 9(7).
       01 WS-FAQ-TABLE.
           05 WS-FAQ-ENTRY OCCURS 2 TIMES.
               10 WS-FAQ-RESPONSES PIC 9(6).
               10 WS-FAQ-SUM PIC 9(7).
       01 WS-ROW PIC 9.

      * Low-rated answers held for the review section, in file
      * order.
       01 WS-LOW-RATING PIC 9 VALUE 2.
       01 WS-LOW-COUNT PIC 9(4) VALUE 0.
       01 WS-LOW-TABLE.
           05 WS-LOW-ENTRY OCCURS 500 TIMES.
               10 WS-LOW-STAMP PIC X(16).
               10 WS-LOW-LANGUAGE PIC X(2).
               10 WS-LOW-TURNS PIC 99.
               10 WS-LOW-RATING-GIVEN PIC 9.
               10 WS-LOW-FAQ PIC X.
               10 WS-LOW-TICKET-STAMP PIC X(16).
               10 WS-LOW-COMMENT PIC X(60).
       01 WS-LOW-INDEX PIC 9(4).
       01 WS-LOW-DROPPED PIC 9(4) VALUE 0.

       01 WS-AVERAGE PIC 9V99.
       01 WS-AVERAGE-EDIT PIC 9.99.
       01 WS-PERCENT PIC 999V9.
       01 WS-PERCENT-EDIT PIC ZZ9.9.
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-DIVIDE-COUNT PIC 9(6).
       01 WS-DIVIDE-SUM PIC 9(7).
       01 WS-ROW-NAME PIC X(16).
       01 WS-TICKET-TEXT PIC X(22).
       01 WS-FAQ-TEXT PIC X(6).

      * Shared error/status convention.
       COPY STATUSCD.

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       PROCEDURE DIVISION.

       SURVRPT-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           IF WS-SURVEY-PERIOD IS NUMERIC THEN
               MOVE WS-SURVEY-PERIOD TO WS-PERIOD
           ELSE
               MOVE WS-RUN-STAMP(1:6) TO WS-PERIOD
           END-IF
           INITIALIZE WS-RATING-TABLE WS-LANGUAGE-TABLE WS-FAQ-TABLE
           MOVE 0 TO WS-RECORDS-READ WS-UNREADABLE WS-RESPONSES
           MOVE 0 TO WS-RATING-SUM WS-LOW-COUNT WS-LOW-DROPPED
           PERFORM LOAD-TICKET-STAMPS
           MOVE "N" TO WS-EOF
           OPEN INPUT SURVEY-FILE
           PERFORM UNTIL END-OF-FILE
               READ SURVEY-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM TALLY-ONE-ANSWER
               END-READ
           END-PERFORM
           CLOSE SURVEY-FILE
           PERFORM WRITE-SURVEY-REPORT
           MOVE WS-RETURN-CODE TO WS-PUBLISHED-RETURN-CODE
           MOVE WS-ERROR-MESSAGE TO WS-PUBLISHED-ERROR-MESSAGE
           PERFORM LOG-AUDIT-ENTRY
           GOBACK.
       SURVRPT-RUN-EXIT.
           EXIT.

      ******************************************************************
      * TICKMST loaded whole, keeping just each ticket's number and
      * the timestamp off its header. No master yet means no ticket
      * has been taken in, and every link shows as awaiting intake.
      ******************************************************************
       LOAD-TICKET-STAMPS.
           MOVE 0 TO WS-TICKET-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT TICKET-MASTER
           PERFORM UNTIL END-OF-FILE
               READ TICKET-MASTER
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF TK-TEXT(1:7) = "TICKET "
                           AND TK-NUMBER IS NUMERIC
                           AND WS-TICKET-COUNT < 500 THEN
                           ADD 1 TO WS-TICKET-COUNT
                           MOVE TK-TEXT(8:16)
                               TO WS-TK-STAMP(WS-TICKET-COUNT)
                           MOVE TK-NUMBER
                               TO WS-TK-NUMBER(WS-TICKET-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TICKET-MASTER.
       LOAD-TICKET-STAMPS-EXIT.
           EXIT.

      ******************************************************************
      * One answer: skipped unless it belongs to the month and
      * carries a rating of 1 to 5; counted into the distribution
      * and both breakdowns; held for review when rated low.
      ******************************************************************
       TALLY-ONE-ANSWER.
           EVALUATE TRUE
               WHEN SV-SESSION-STAMP(1:6) NOT = WS-PERIOD
                   CONTINUE
               WHEN SV-RATING IS NOT NUMERIC
                   OR SV-RATING < 1 OR SV-RATING > 5
                   ADD 1 TO WS-UNREADABLE
               WHEN OTHER
                   ADD 1 TO WS-RESPONSES
                   ADD SV-RATING TO WS-RATING-SUM
                   ADD 1 TO WS-RATING-COUNT(SV-RATING)
                   IF SV-LANGUAGE = "ES" THEN
                       MOVE 2 TO WS-ROW
                   ELSE
                       MOVE 1 TO WS-ROW
                   END-IF
                   ADD 1 TO WS-LANG-RESPONSES(WS-ROW)
                   ADD SV-RATING TO WS-LANG-SUM(WS-ROW)
                   IF SV-FAQ-ANSWERED THEN
                       MOVE 1 TO WS-ROW
                   ELSE
                       MOVE 2 TO WS-ROW
                   END-IF
                   ADD 1 TO WS-FAQ-RESPONSES(WS-ROW)
                   ADD SV-RATING TO WS-FAQ-SUM(WS-ROW)
                   IF SV-RATING <= WS-LOW-RATING THEN
                       PERFORM HOLD-LOW-RATING
                   END-IF
           END-EVALUATE.
       TALLY-ONE-ANSWER-EXIT.
           EXIT.

       HOLD-LOW-RATING.
           IF WS-LOW-COUNT < 500 THEN
               ADD 1 TO WS-LOW-COUNT
               MOVE SV-SESSION-STAMP TO WS-LOW-STAMP(WS-LOW-COUNT)
               MOVE SV-LANGUAGE TO WS-LOW-LANGUAGE(WS-LOW-COUNT)
               MOVE SV-TURNS TO WS-LOW-TURNS(WS-LOW-COUNT)
               MOVE SV-RATING TO WS-LOW-RATING-GIVEN(WS-LOW-COUNT)
               MOVE SV-FAQ-USED TO WS-LOW-FAQ(WS-LOW-COUNT)
               MOVE SV-TICKET-STAMP
                   TO WS-LOW-TICKET-STAMP(WS-LOW-COUNT)
               MOVE SV-COMMENT TO WS-LOW-COMMENT(WS-LOW-COUNT)
           ELSE
               ADD 1 TO WS-LOW-DROPPED
           END-IF.
       HOLD-LOW-RATING-EXIT.
           EXIT.

      ******************************************************************
      * The report: heading, distribution with each rating's share,
      * the two breakdowns, then the low-rated answers in full.
      ******************************************************************
       WRITE-SURVEY-REPORT.
           OPEN OUTPUT SURVEY-REPORT
           MOVE SPACES TO SURVEY-REPORT-LINE
           STRING "BOB SESSION SURVEY RESULTS FOR " WS-PERIOD(1:4)
               "-" WS-PERIOD(5:2)
               DELIMITED BY SIZE INTO SURVEY-REPORT-LINE
           WRITE SURVEY-REPORT-LINE
           MOVE WS-RESPONSES TO WS-DIVIDE-COUNT
           MOVE WS-RATING-SUM TO WS-DIVIDE-SUM
           PERFORM COMPUTE-AVERAGE
           MOVE WS-RESPONSES TO WS-COUNT-EDIT
           MOVE SPACES TO SURVEY-REPORT-LINE
           STRING "RESPONSES " WS-COUNT-EDIT
               "   AVERAGE RATING " WS-AVERAGE-EDIT
               DELIMITED BY SIZE INTO SURVEY-REPORT-LINE
           WRITE SURVEY-REPORT-LINE
           IF WS-UNREADABLE > 0 THEN
               MOVE WS-UNREADABLE TO WS-COUNT-EDIT
               MOVE SPACES TO SURVEY-REPORT-LINE
               STRING "ANSWERS WITHOUT A USABLE RATING "
                   WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO SURVEY-REPORT-LINE
               WRITE SURVEY-REPORT-LINE
           END-IF

           MOVE SPACES TO SURVEY-REPORT-LINE
           WRITE SURVEY-REPORT-LINE
           MOVE "RATING DISTRIBUTION" TO SURVEY-REPORT-LINE
           WRITE SURVEY-REPORT-LINE
           PERFORM VARYING WS-RATING-INDEX FROM 5 BY -1
               UNTIL WS-RATING-INDEX < 1
               MOVE WS-RATING-COUNT(WS-RATING-INDEX) TO WS-COUNT-EDIT
               IF WS-RESPONSES > 0 THEN
                   COMPUTE WS-PERCENT ROUNDED =
                       WS-RATING-COUNT(WS-RATING-INDEX) * 100
                       / WS-RESPONSES
               ELSE
                   MOVE 0 TO WS-PERCENT
               END-IF
               MOVE WS-PERCENT TO WS-PERCENT-EDIT
               MOVE SPACES TO SURVEY-REPORT-LINE
               STRING "  RATING " WS-RATING-INDEX "  " WS-COUNT-EDIT
                   "  " WS-PERCENT-EDIT "%"
                   DELIMITED BY SIZE INTO SURVEY-REPORT-LINE
               WRITE SURVEY-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO SURVEY-REPORT-LINE
           WRITE SURVEY-REPORT-LINE
           MOVE "AVERAGE BY LANGUAGE" TO SURVEY-REPORT-LINE
           WRITE SURVEY-REPORT-LINE
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 2
               IF WS-ROW = 1 THEN
                   MOVE "ENGLISH (EN)" TO WS-ROW-NAME
               ELSE
                   MOVE "SPANISH (ES)" TO WS-ROW-NAME
               END-IF
               MOVE WS-LANG-RESPONSES(WS-ROW) TO WS-DIVIDE-COUNT
               MOVE WS-LANG-SUM(WS-ROW) TO WS-DIVIDE-SUM
               PERFORM WRITE-BREAKDOWN-LINE
           END-PERFORM

           MOVE SPACES TO SURVEY-REPORT-LINE
           WRITE SURVEY-REPORT-LINE
           MOVE "AVERAGE BY FAQ ANSWER" TO SURVEY-REPORT-LINE
           WRITE SURVEY-REPORT-LINE
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 2
               IF WS-ROW = 1 THEN
                   MOVE "FAQ ANSWER USED" TO WS-ROW-NAME
               ELSE
                   MOVE "NO FAQ ANSWER" TO WS-ROW-NAME
               END-IF
               MOVE WS-FAQ-RESPONSES(WS-ROW) TO WS-DIVIDE-COUNT
               MOVE WS-FAQ-SUM(WS-ROW) TO WS-DIVIDE-SUM
               PERFORM WRITE-BREAKDOWN-LINE
           END-PERFORM

           MOVE SPACES TO SURVEY-REPORT-LINE
           WRITE SURVEY-REPORT-LINE
           MOVE SPACES TO SURVEY-REPORT-LINE
           STRING "LOW-RATED SESSIONS (RATING " WS-LOW-RATING
               " OR LESS) FOR SUPERVISOR REVIEW"
               DELIMITED BY SIZE INTO SURVEY-REPORT-LINE
           WRITE SURVEY-REPORT-LINE
           IF WS-LOW-COUNT = 0 THEN
               MOVE "  NONE" TO SURVEY-REPORT-LINE
               WRITE SURVEY-REPORT-LINE
           END-IF
           PERFORM VARYING WS-LOW-INDEX FROM 1 BY 1
               UNTIL WS-LOW-INDEX > WS-LOW-COUNT
               PERFORM WRITE-LOW-RATED-ENTRY
           END-PERFORM
           IF WS-LOW-DROPPED > 0 THEN
               MOVE WS-LOW-DROPPED TO WS-COUNT-EDIT
               MOVE SPACES TO SURVEY-REPORT-LINE
               STRING "  " WS-COUNT-EDIT
                   " FURTHER LOW-RATED SESSIONS NOT LISTED"
                   DELIMITED BY SIZE INTO SURVEY-REPORT-LINE
               WRITE SURVEY-REPORT-LINE
           END-IF
           CLOSE SURVEY-REPORT.
       WRITE-SURVEY-REPORT-EXIT.
           EXIT.

       WRITE-BREAKDOWN-LINE.
           PERFORM COMPUTE-AVERAGE
           MOVE WS-DIVIDE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SURVEY-REPORT-LINE
           STRING "  " WS-ROW-NAME " " WS-COUNT-EDIT
               " RESPONSES   AVERAGE " WS-AVERAGE-EDIT
               DELIMITED BY SIZE INTO SURVEY-REPORT-LINE
           WRITE SURVEY-REPORT-LINE.
       WRITE-BREAKDOWN-LINE-EXIT.
           EXIT.

       COMPUTE-AVERAGE.
           IF WS-DIVIDE-COUNT > 0 THEN
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-DIVIDE-SUM / WS-DIVIDE-COUNT
           ELSE
               MOVE 0 TO WS-AVERAGE
           END-IF
           MOVE WS-AVERAGE TO WS-AVERAGE-EDIT.
       COMPUTE-AVERAGE-EXIT.
           EXIT.

      * One low-rated session: when, language, turns, rating, FAQ
      * use and ticket on the first line, the comment in full under
      * it.
       WRITE-LOW-RATED-ENTRY.
           IF WS-LOW-TICKET-STAMP(WS-LOW-INDEX) = SPACES THEN
               MOVE "NO TICKET" TO WS-TICKET-TEXT
           ELSE
               MOVE 0 TO WS-TICKET-MATCH
               PERFORM VARYING WS-TICKET-INDEX FROM 1 BY 1
                   UNTIL WS-TICKET-INDEX > WS-TICKET-COUNT
                   OR WS-TICKET-MATCH > 0
                   IF WS-TK-STAMP(WS-TICKET-INDEX)
                       = WS-LOW-TICKET-STAMP(WS-LOW-INDEX) THEN
                       MOVE WS-TICKET-INDEX TO WS-TICKET-MATCH
                   END-IF
               END-PERFORM
               IF WS-TICKET-MATCH > 0 THEN
                   MOVE SPACES TO WS-TICKET-TEXT
                   STRING "TICKET "
                       WS-TK-NUMBER(WS-TICKET-MATCH)
                       DELIMITED BY SIZE INTO WS-TICKET-TEXT
               ELSE
                   MOVE "TICKET AWAITING INTAKE" TO WS-TICKET-TEXT
               END-IF
           END-IF
           IF WS-LOW-FAQ(WS-LOW-INDEX) = "Y" THEN
               MOVE "FAQ" TO WS-FAQ-TEXT
           ELSE
               MOVE "NO FAQ" TO WS-FAQ-TEXT
           END-IF
           MOVE SPACES TO SURVEY-REPORT-LINE
           STRING "  " WS-LOW-STAMP(WS-LOW-INDEX)(1:4) "-"
               WS-LOW-STAMP(WS-LOW-INDEX)(5:2) "-"
               WS-LOW-STAMP(WS-LOW-INDEX)(7:2) " "
               WS-LOW-STAMP(WS-LOW-INDEX)(9:2) ":"
               WS-LOW-STAMP(WS-LOW-INDEX)(11:2)
               "  " WS-LOW-LANGUAGE(WS-LOW-INDEX)
               "  TURNS " WS-LOW-TURNS(WS-LOW-INDEX)
               "  RATING " WS-LOW-RATING-GIVEN(WS-LOW-INDEX)
               "  " WS-FAQ-TEXT
               "  " WS-TICKET-TEXT
               DELIMITED BY SIZE INTO SURVEY-REPORT-LINE
           WRITE SURVEY-REPORT-LINE
           MOVE SPACES TO SURVEY-REPORT-LINE
           IF WS-LOW-COMMENT(WS-LOW-INDEX) = SPACES THEN
               MOVE "    (NO COMMENT)" TO SURVEY-REPORT-LINE
           ELSE
               STRING "    " WS-LOW-COMMENT(WS-LOW-INDEX)
                   DELIMITED BY SIZE INTO SURVEY-REPORT-LINE
           END-IF
           WRITE SURVEY-REPORT-LINE.
       WRITE-LOW-RATED-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "SURVRPT" TO WS-AUDIT-PROGRAM
           MOVE SPACES TO WS-AUDIT-INPUT
           STRING "BOBSURV " WS-PERIOD
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "RESPONSES " WS-RESPONSES
               " LOW-RATED " WS-LOW-COUNT
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
       END PROGRAM SURVRPT.
