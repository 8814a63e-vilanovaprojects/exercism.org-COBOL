      *
      * FEEDCAL record: feed name(8), then a 7-byte due-day mask
      * Monday through Sunday, "Y" where the feed is due. No FEEDCAL
      * (or no row for a feed) means the feed is due every business
      * day. Either way a DAYCAL closure owes no feed: the day is
      * classified once by DAYSVC off the DAYCAL day master, so a
      * holiday keyed into HOLFILE stops the close from chasing a
      * feed nobody sent.
      *
      * A feed FEEDGATE rejected today counts as not received,
      * whether or not it was due: the gate emptied it into the
      * FEEDREJ quarantine, and the close names it as rejected at
      * the gate (GATERPT has why). That covers SEQFILE too, which
      * the gate checks though the close otherwise watches SEQDROP
      * for the lab. A feed resent and accepted later the same day
      * is received -- the last GATELOG line for the day is how a
      * feed stands.
      *
      * A close that is not CLEAN is also queued through NOTIFSVC to
      * the EODCLOSE recipient group at high priority -- the first
      * problem, the missing-feed and balance-exception counts -- so
      * the people who chase feeds hear of it before the lab calls.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODCLOSE.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLOSE-FILE ASSIGN TO "CLOSEFIL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GATE-LOG ASSIGN TO "GATELOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD IN-SEQDROP.
           05 FILLER PIC X.
           05 CL-DETAIL PIC X(60).

      * FEEDGATE's line per feed per gate run.
       FD GATE-LOG.
       01 GATE-LOG-RECORD.
           05 GL-DATE PIC 9(8).
           05 FILLER PIC X.
           05 GL-TIME PIC X(6).
           05 FILLER PIC X.
           05 GL-FEED PIC X(8).
           05 FILLER PIC X.
           05 GL-SENDER PIC X(8).
           05 FILLER PIC X.
           05 GL-SEQUENCE PIC 9(6).
           05 FILLER PIC X.
           05 GL-DISPOSITION PIC X(8).
           05 FILLER PIC X.
           05 GL-REASON PIC X(50).

       WORKING-STORAGE SECTION.
      * The feeds under close control, walked by ordinal like
      * BALANCER's pair table.

       01 WS-CLOSE-EOF PIC X VALUE "N".
           88 CLOSE-EOF VALUE "Y".

      * Today's gate outcome per feed, the last GATELOG line for
      * each; WS-GATE-COUNTED marks a rejection already counted
      * against the close.
       01 WS-GATE-COUNT PIC 99 VALUE 0.
       01 WS-GATE-TABLE.
           05 WS-GATE-ENTRY OCCURS 10 TIMES.
               10 WS-GATE-FEED PIC X(8).
               10 WS-GATE-DISPOSITION PIC X(8).
               10 WS-GATE-COUNTED PIC X.
       01 WS-GATE-INDEX PIC 99.
       01 WS-GATE-MATCH PIC 99 VALUE 0.
       01 WS-GATE-EOF PIC X VALUE "N".
           88 GATE-EOF VALUE "Y".
       01 WS-FEED-PRESENT PIC X.
       01 WS-FEED-DUE PIC X.
       01 WS-MISSING-COUNT PIC 99 VALUE 0.
       01 WS-CLOSE-DOW PIC 9 VALUE 0.
       01 WS-MASK-SLOT PIC 9 VALUE 0.

      * Business-day arithmetic request block, serviced by DAYSVC
      * off the DAYCAL day master.
       01 WS-DAYSVC-REQUEST.
           05 WS-DAYSVC-ACTION PIC X(8).
           05 WS-DAYSVC-DATE PIC 9(8).
           05 WS-DAYSVC-TO-DATE PIC 9(8).
           05 WS-DAYSVC-DAYS PIC S9(5).
           05 WS-DAYSVC-RESULT-DATE PIC 9(8).
           05 WS-DAYSVC-RESULT-DAYS PIC S9(5).
           05 WS-DAYSVC-HOLIDAY PIC X.
           05 WS-DAYSVC-BUSINESS PIC X.
           05 WS-DAYSVC-COVERED PIC X.
      * Blank: the region DAYCAL was built for.
           05 WS-DAYSVC-REGION PIC X(4) VALUE SPACES.
       01 WS-CLOSE-HOLIDAY PIC X VALUE "N".
       01 WS-CLOSE-BUSINESS PIC X VALUE "Y".

      * BALRPT verification: the summary line's out-of-balance count
      * and whether the report was there to read at all.
       01 WS-BAL-EOF PIC X VALUE "N".
           05 WS-ALERT-CODE PIC 99.
           05 WS-ALERT-MESSAGE PIC X(60).

       01 WS-NOTIFY-REQUEST.
           05 WS-NTF-SOURCE PIC X(8).
           05 WS-NTF-GROUP PIC X(12).
           05 WS-NTF-PRIORITY PIC X.
           05 WS-NTF-SUBJECT PIC X(60).
           05 WS-NTF-BODY-COUNT PIC 9.
           05 WS-NTF-BODY-LINE PIC X(80) OCCURS 8 TIMES.
           05 WS-NTF-RESULT PIC X.

      * Shared error/status convention.
       COPY STATUSCD.

           ELSE
               MOVE WS-CLOSE-DOW TO WS-MASK-SLOT
           END-IF
           MOVE "HOLIDAY" TO WS-DAYSVC-ACTION
           MOVE WS-CLOSE-DATE TO WS-DAYSVC-DATE
           CALL "DAYSVC" USING WS-DAYSVC-REQUEST
           MOVE WS-DAYSVC-HOLIDAY TO WS-CLOSE-HOLIDAY
           MOVE WS-DAYSVC-BUSINESS TO WS-CLOSE-BUSINESS

           MOVE "CLEAN" TO WS-CLOSE-STATUS
           MOVE SPACES TO WS-FIRST-PROBLEM
           MOVE 0 TO WS-MISSING-COUNT
           PERFORM LOAD-FEED-CALENDAR
           PERFORM LOAD-GATE-LOG
           PERFORM VARYING WS-FEED-ID FROM 1 BY 1
               UNTIL WS-FEED-ID > 5
               PERFORM CHECK-ONE-FEED
           END-PERFORM
           PERFORM VARYING WS-GATE-INDEX FROM 1 BY 1
               UNTIL WS-GATE-INDEX > WS-GATE-COUNT
               MOVE WS-GATE-INDEX TO WS-GATE-MATCH
               IF WS-GATE-DISPOSITION(WS-GATE-MATCH) = "REJECTED"
                   AND WS-GATE-COUNTED(WS-GATE-MATCH) = "N" THEN
                   PERFORM COUNT-GATE-REJECTION
               END-IF
           END-PERFORM
           PERFORM CHECK-BALANCE-REPORT
           PERFORM WRITE-CLOSE-RECORD
           PERFORM LOG-AUDIT-ENTRY
      * the one answer the morning crew needs first.
      ******************************************************************
       CHECK-ONE-FEED.
           PERFORM FIND-GATE-ENTRY
           IF WS-GATE-MATCH > 0 THEN
               IF WS-GATE-DISPOSITION(WS-GATE-MATCH) = "REJECTED" THEN
                   PERFORM COUNT-GATE-REJECTION
                   MOVE "N" TO WS-FEED-DUE
               ELSE
                   PERFORM IS-FEED-DUE-TODAY
               END-IF
           ELSE
               PERFORM IS-FEED-DUE-TODAY
           END-IF
           IF WS-FEED-DUE = "Y" THEN
               PERFORM IS-FEED-PRESENT
               IF WS-FEED-PRESENT = "N" THEN
       CHECK-ONE-FEED-EXIT.
           EXIT.

       FIND-GATE-ENTRY.
           MOVE 0 TO WS-GATE-MATCH
           PERFORM VARYING WS-GATE-INDEX FROM 1 BY 1
               UNTIL WS-GATE-INDEX > WS-GATE-COUNT
               OR WS-GATE-MATCH > 0
               IF WS-GATE-FEED(WS-GATE-INDEX)
                   = WS-FEED-NAME(WS-FEED-ID) THEN
                   MOVE WS-GATE-INDEX TO WS-GATE-MATCH
               END-IF
           END-PERFORM.
       FIND-GATE-ENTRY-EXIT.
           EXIT.

       COUNT-GATE-REJECTION.
           MOVE "Y" TO WS-GATE-COUNTED(WS-GATE-MATCH)
           ADD 1 TO WS-MISSING-COUNT
           MOVE "EXCEPTION" TO WS-CLOSE-STATUS
           IF WS-FIRST-PROBLEM = SPACES THEN
               STRING "FEED " DELIMITED BY SIZE
                   WS-GATE-FEED(WS-GATE-MATCH) DELIMITED BY SPACE
                   " REJECTED AT THE GATE -- NOT RECEIVED"
                   DELIMITED BY SIZE INTO WS-FIRST-PROBLEM
           END-IF.
       COUNT-GATE-REJECTION-EXIT.
           EXIT.

      * Today's lines only; a later line for a feed replaces an
      * earlier one.
       LOAD-GATE-LOG.
           MOVE 0 TO WS-GATE-COUNT
           MOVE "N" TO WS-GATE-EOF
           OPEN INPUT GATE-LOG
           PERFORM UNTIL GATE-EOF
               READ GATE-LOG
                   AT END
                       SET GATE-EOF TO TRUE
                   NOT AT END
                       IF GL-DATE = WS-CLOSE-DATE THEN
                           PERFORM FOLD-GATE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GATE-LOG.
       LOAD-GATE-LOG-EXIT.
           EXIT.

       FOLD-GATE-LINE.
           MOVE 0 TO WS-GATE-MATCH
           PERFORM VARYING WS-GATE-INDEX FROM 1 BY 1
               UNTIL WS-GATE-INDEX > WS-GATE-COUNT
               OR WS-GATE-MATCH > 0
               IF WS-GATE-FEED(WS-GATE-INDEX) = GL-FEED THEN
                   MOVE WS-GATE-INDEX TO WS-GATE-MATCH
               END-IF
           END-PERFORM
           IF WS-GATE-MATCH = 0 AND WS-GATE-COUNT < 10 THEN
               ADD 1 TO WS-GATE-COUNT
               MOVE WS-GATE-COUNT TO WS-GATE-MATCH
               MOVE GL-FEED TO WS-GATE-FEED(WS-GATE-MATCH)
           END-IF
           IF WS-GATE-MATCH > 0 THEN
               MOVE GL-DISPOSITION
                   TO WS-GATE-DISPOSITION(WS-GATE-MATCH)
               MOVE "N" TO WS-GATE-COUNTED(WS-GATE-MATCH)
           END-IF.
       FOLD-GATE-LINE-EXIT.
           EXIT.

      * A feed with a calendar row is due on its "Y" days that are
      * not DAYCAL closures; a feed without one is due on DAYCAL
      * business days. The loop ends on
      * the found flag, not a subscript sentinel -- a sentinel past
      * the counter's two digits wraps on the increment and never
      * terminates.
                   = WS-FEED-NAME(WS-FEED-ID) THEN
                   MOVE "Y" TO WS-CAL-ROW-FOUND
                   IF WS-CAL-MASK(WS-CAL-INDEX)
                       (WS-MASK-SLOT:1) = "Y"
                       AND WS-CLOSE-HOLIDAY NOT = "Y" THEN
                       MOVE "Y" TO WS-FEED-DUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CAL-ROW-FOUND = "N"
               AND WS-CLOSE-BUSINESS = "Y" THEN
               MOVE "Y" TO WS-FEED-DUE
           END-IF.
       IS-FEED-DUE-TODAY-EXIT.
           WRITE CLOSE-FILE-RECORD
           CLOSE CLOSE-FILE
           DISPLAY "EODCLOSE " WS-CLOSE-DATE " " WS-CLOSE-STATUS
               " " FUNCTION TRIM(CL-DETAIL)
           IF WS-CLOSE-STATUS NOT = "CLEAN" THEN
               PERFORM NOTIFY-EXCEPTION-CLOSE
           END-IF.
       WRITE-CLOSE-RECORD-EXIT.
           EXIT.

       NOTIFY-EXCEPTION-CLOSE.
           MOVE SPACES TO WS-NOTIFY-REQUEST
           MOVE "EODCLOSE" TO WS-NTF-SOURCE
           MOVE "EODCLOSE" TO WS-NTF-GROUP
           MOVE "H" TO WS-NTF-PRIORITY
           STRING "DAY " WS-CLOSE-DATE " CLOSED WITH EXCEPTION"
               DELIMITED BY SIZE INTO WS-NTF-SUBJECT
           MOVE WS-FIRST-PROBLEM TO WS-NTF-BODY-LINE(1)
           STRING "FEEDS MISSING " WS-MISSING-COUNT
               DELIMITED BY SIZE INTO WS-NTF-BODY-LINE(2)
           STRING "BALANCE EXCEPTIONS " WS-BAL-EXCEPTIONS
               DELIMITED BY SIZE INTO WS-NTF-BODY-LINE(3)
           MOVE "SEE CLOSEFIL AND BALRPT" TO WS-NTF-BODY-LINE(4)
           MOVE 4 TO WS-NTF-BODY-COUNT
           CALL "NOTIFSVC" USING WS-NOTIFY-REQUEST.
       NOTIFY-EXCEPTION-CLOSE-EXIT.
           EXIT.

       LOAD-FEED-CALENDAR.
           MOVE 0 TO WS-CAL-COUNT
           MOVE "N" TO WS-CAL-EOF
