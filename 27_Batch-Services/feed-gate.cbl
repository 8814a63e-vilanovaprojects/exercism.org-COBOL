      ******************************************************************
      * FEEDGATE: the inbound feed gate. YEARFILE, NUMFILE, SEQFILE,
      * SIDESFIL and NAMEFILE arrive from other systems as bare
      * records, so a transfer cut off part way looked like a small
      * but valid file, and BALANCER only compares our own input
      * and output counts -- it cannot see records that never came.
      * A sender may now wrap a feed in an envelope: a header naming
      * the sender, the feed, the day the file was made and the
      * sender's sequence number for it, and a trailer carrying the
      * record count and a hash total. This gate runs before the
      * batch (JOBRUN calls it ahead of the first step) and holds
      * each feed to its envelope:
      *   - the header must name this feed, and the trailer must be
      *     there -- a truncated transfer loses it;
      *   - the records between must number what the trailer says
      *     and hash to its total;
      *   - the sequence number must be the next one after the last
      *     file accepted from that sender for that feed; a number
      *     already accepted is a repeated file, anything else is
      *     out of sequence. The first file a sender ever sends for
      *     a feed sets its starting point.
      * A feed that passes has its envelope stripped, so the
      * production programs read bare records as they always have.
      * A feed that fails is copied whole to the FEEDREJ quarantine
      * and emptied, so no program processes it; the rejection goes
      * on GATELOG, where EODCLOSE counts the feed as not received,
      * and raises an operator alert. A feed with no header is
      * passed unchecked and reported as BARE, so senders can adopt
      * the envelope one at a time.
      *
      * Envelope records (the data records between are unchanged):
      *   *** HEADER sender(8) feed(8) created(8) sequence(6)
      *   *** TRAILER records(9) hash(15)
      * single spaces between. The hash total is the sum of the
      * byte values of every non-blank character in the data
      * records, kept to its low fifteen digits.
      *
      * The feeds are opened by name through ASSIGN USING, as
      * CATVRFY opens the catalog, so one SELECT serves all five. A
      * training session is refused: the gate rewrites the live
      * feeds and advances the live sequence register.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDGATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEED-FILE ASSIGN USING WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT GATE-WORK ASSIGN TO "GATEWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SEQUENCE-REGISTER ASSIGN TO "FEEDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GATE-LOG ASSIGN TO "GATELOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REJECT-FILE ASSIGN TO "FEEDREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GATE-REPORT ASSIGN TO "GATERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD FEED-FILE.
       01 FEED-LINE PIC X(513).
       01 FEED-HEADER.
           05 FH-TAG PIC X(11).
           05 FH-SENDER PIC X(8).
           05 FILLER PIC X.
           05 FH-FEED PIC X(8).
           05 FILLER PIC X.
           05 FH-CREATED PIC X(8).
           05 FILLER PIC X.
           05 FH-SEQUENCE PIC X(6).
           05 FILLER PIC X(469).

      * The data records of an enveloped feed, held here while the
      * envelope is checked.
       FD GATE-WORK.
       01 GATE-WORK-LINE PIC X(513).

      * The last file accepted from each sender for each feed.
       FD SEQUENCE-REGISTER.
       01 SEQUENCE-REGISTER-RECORD.
           05 SR-FEED PIC X(8).
           05 FILLER PIC X.
           05 SR-SENDER PIC X(8).
           05 FILLER PIC X.
           05 SR-SEQUENCE PIC 9(6).
           05 FILLER PIC X.
           05 SR-CREATED PIC 9(8).
           05 FILLER PIC X.
           05 SR-ACCEPTED PIC 9(8).

      * One line per feed per gate run: ACCEPTED, REJECTED, BARE
      * (no envelope, passed unchecked) or ABSENT. Appended, so
      * the last line for a feed on a day is how it stands.
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

      * A rejected feed kept whole, envelope and all, each line led
      * by the gate date and the feed name -- the convention
      * SEQDONE established for consumed work.
       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 RJ-DATE PIC 9(8).
           05 FILLER PIC X.
           05 RJ-FEED PIC X(8).
           05 FILLER PIC X.
           05 RJ-LINE PIC X(513).

       FD GATE-REPORT.
       01 GATE-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RUN-STAMP PIC X(26).
       01 WS-TODAY PIC 9(8) VALUE 0.

      * The feeds under the gate, by ordinal.
       01 WS-FEED-NAMES.
           05 FILLER PIC X(8) VALUE "YEARFILE".
           05 FILLER PIC X(8) VALUE "NUMFILE".
           05 FILLER PIC X(8) VALUE "SEQFILE".
           05 FILLER PIC X(8) VALUE "SIDESFIL".
           05 FILLER PIC X(8) VALUE "NAMEFILE".
       01 WS-FEED-NAME-TABLE REDEFINES WS-FEED-NAMES.
           05 WS-FEED-NAME PIC X(8) OCCURS 5 TIMES.
       01 WS-FEED-ID PIC 9 VALUE 0.
       01 WS-FEED-FILE-NAME PIC X(8).
       01 WS-FEED-STATUS PIC XX VALUE "00".
       01 WS-FEED-EOF PIC X VALUE "N".
           88 FEED-EOF VALUE "Y".
       01 WS-WORK-EOF PIC X VALUE "N".
           88 WORK-EOF VALUE "Y".

      * The feed being checked.
       01 WS-DISPOSITION PIC X(8).
       01 WS-REASON PIC X(50).
       01 WS-FEED-READABLE PIC X.
       01 WS-SENDER PIC X(8).
       01 WS-HEADER-FEED PIC X(8).
       01 WS-SEQUENCE PIC 9(6).
       01 WS-CREATED PIC 9(8).
       01 WS-HEADER-GOOD PIC X.
       01 WS-TRAILER-SEEN PIC X.
       01 WS-TRAILER-GOOD PIC X.
       01 WS-SECOND-HEADER PIC 9(9).
       01 WS-RECORDS-IN PIC 9(9).
       01 WS-HASH-IN PIC 9(15).
       01 WS-TRAILER-RECORDS PIC 9(9).
       01 WS-TRAILER-HASH PIC 9(15).

      * The last record read, written on only once the next one
      * shows it was not the trailer.
       01 WS-HOLDING PIC X.
       01 WS-HELD-LINE PIC X(513).
       01 WS-HELD-TRAILER REDEFINES WS-HELD-LINE.
           05 HT-TAG PIC X(12).
           05 HT-RECORDS PIC X(9).
           05 FILLER PIC X.
           05 HT-HASH PIC X(15).
           05 FILLER PIC X(476).

      * Hash total working fields: the hash is widened past fifteen
      * digits before it is cut back, so it never overflows.
       01 WS-HASH-WORK PIC 9(18).
       01 WS-LINE-LENGTH PIC 9(4).
       01 WS-CHAR-INDEX PIC 9(4).

      * The sequence register loaded whole.
       01 WS-REG-COUNT PIC 99 VALUE 0.
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 50 TIMES.
               10 WS-REG-FEED PIC X(8).
               10 WS-REG-SENDER PIC X(8).
               10 WS-REG-SEQUENCE PIC 9(6).
               10 WS-REG-CREATED PIC 9(8).
               10 WS-REG-ACCEPTED PIC 9(8).
       01 WS-REG-INDEX PIC 99.
       01 WS-REG-MATCH PIC 99 VALUE 0.
       01 WS-REG-EOF PIC X VALUE "N".
           88 REG-EOF VALUE "Y".
       01 WS-REG-CHANGED PIC X VALUE "N".
       01 WS-EXPECTED PIC 9(7).
       01 WS-EXPECTED-EDIT PIC 9(6).

       01 WS-CTL-ACCEPTED PIC 9 VALUE 0.
       01 WS-CTL-REJECTED PIC 9 VALUE 0.
       01 WS-CTL-BARE PIC 9 VALUE 0.
       01 WS-CTL-ABSENT PIC 9 VALUE 0.
       01 WS-RECORDS-EDIT PIC Z(8)9.

      * Set by the menu driver when a training session is live.
      * EXTERNAL storage starts LOW-VALUES; only an explicit "Y"
      * means training.
       01 WS-TRAINING-ACTIVE IS EXTERNAL PIC X.

      * Operator alert request block, serviced by ALERTSVC: a
      * severe outcome reaches the console feed the moment it
      * happens instead of a report nobody reads until morning.
       01 WS-ALERT-REQUEST.
           05 WS-ALERT-PROGRAM PIC X(20).
           05 WS-ALERT-CODE PIC 99.
           05 WS-ALERT-MESSAGE PIC X(60).

      * Shared error/status convention.
       COPY STATUSCD.

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       PROCEDURE DIVISION.

       FEEDGATE-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE SPACES TO WS-ERROR-MESSAGE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-TODAY
           IF WS-TRAINING-ACTIVE = "Y" THEN
               DISPLAY "TRAINING SESSION -- THE FEED GATE REWRITES"
                   " THE LIVE FEEDS AND IS NOT ALLOWED"
               GOBACK
           END-IF
           MOVE 0 TO WS-CTL-ACCEPTED
           MOVE 0 TO WS-CTL-REJECTED
           MOVE 0 TO WS-CTL-BARE
           MOVE 0 TO WS-CTL-ABSENT
           MOVE "N" TO WS-REG-CHANGED
           PERFORM LOAD-SEQUENCE-REGISTER
           OPEN OUTPUT GATE-REPORT
           MOVE SPACES TO GATE-REPORT-LINE
           STRING "INBOUND FEED GATE, RUN "
               WS-RUN-STAMP(1:4) "-" WS-RUN-STAMP(5:2) "-"
               WS-RUN-STAMP(7:2) " " WS-RUN-STAMP(9:2) ":"
               WS-RUN-STAMP(11:2)
               DELIMITED BY SIZE INTO GATE-REPORT-LINE
           WRITE GATE-REPORT-LINE
           MOVE SPACES TO GATE-REPORT-LINE
           MOVE "FEED" TO GATE-REPORT-LINE(1:4)
           MOVE "RESULT" TO GATE-REPORT-LINE(10:6)
           MOVE "SENDER" TO GATE-REPORT-LINE(19:6)
           MOVE "SEQ" TO GATE-REPORT-LINE(28:3)
           MOVE "RECORDS" TO GATE-REPORT-LINE(37:7)
           MOVE "DETAIL" TO GATE-REPORT-LINE(45:6)
           WRITE GATE-REPORT-LINE
           OPEN EXTEND GATE-LOG
           PERFORM VARYING WS-FEED-ID FROM 1 BY 1
               UNTIL WS-FEED-ID > 5
               PERFORM GATE-ONE-FEED
           END-PERFORM
           CLOSE GATE-LOG
           IF WS-REG-CHANGED = "Y" THEN
               PERFORM SAVE-SEQUENCE-REGISTER
           END-IF
           MOVE SPACES TO GATE-REPORT-LINE
           STRING "*** CONTROL FEEDS 5 ACCEPTED " WS-CTL-ACCEPTED
               " BARE " WS-CTL-BARE " ABSENT " WS-CTL-ABSENT
               " REJECTED " WS-CTL-REJECTED
               DELIMITED BY SIZE INTO GATE-REPORT-LINE
           WRITE GATE-REPORT-LINE
           CLOSE GATE-REPORT
           PERFORM LOG-AUDIT-ENTRY
           MOVE WS-RETURN-CODE TO WS-PUBLISHED-RETURN-CODE
           MOVE WS-ERROR-MESSAGE TO WS-PUBLISHED-ERROR-MESSAGE
           PERFORM RAISE-ALERT-IF-SEVERE
           DISPLAY "FEEDGATE ACCEPTED " WS-CTL-ACCEPTED
               " BARE " WS-CTL-BARE " ABSENT " WS-CTL-ABSENT
               " REJECTED " WS-CTL-REJECTED " -- SEE GATERPT"
           GOBACK.
       FEEDGATE-RUN-EXIT.
           EXIT.

      ******************************************************************
      * One feed through the gate. A feed that cannot be opened is
      * rejected where it stands; it cannot be quarantined unread.
      ******************************************************************
       GATE-ONE-FEED.
           MOVE WS-FEED-NAME(WS-FEED-ID) TO WS-FEED-FILE-NAME
           MOVE SPACES TO WS-DISPOSITION
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-SENDER
           MOVE 0 TO WS-SEQUENCE
           MOVE 0 TO WS-CREATED
           MOVE 0 TO WS-RECORDS-IN
           MOVE 0 TO WS-HASH-IN
           MOVE "N" TO WS-FEED-READABLE
           OPEN INPUT FEED-FILE
           EVALUATE WS-FEED-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-FEED-READABLE
                   PERFORM SCAN-FEED
                   CLOSE FEED-FILE
               WHEN "05"
                   MOVE "ABSENT" TO WS-DISPOSITION
                   CLOSE FEED-FILE
               WHEN "35"
                   MOVE "ABSENT" TO WS-DISPOSITION
               WHEN OTHER
                   MOVE "REJECTED" TO WS-DISPOSITION
                   STRING "OPEN FAILED, STATUS " WS-FEED-STATUS
                       DELIMITED BY SIZE INTO WS-REASON
           END-EVALUATE
           IF WS-DISPOSITION = "CHECK" THEN
               PERFORM VERIFY-ENVELOPE
           END-IF
           EVALUATE WS-DISPOSITION
               WHEN "ACCEPTED"
                   PERFORM STRIP-ENVELOPE
                   PERFORM REGISTER-SEQUENCE
                   ADD 1 TO WS-CTL-ACCEPTED
               WHEN "REJECTED"
                   IF WS-FEED-READABLE = "Y" THEN
                       PERFORM QUARANTINE-FEED
                   END-IF
                   ADD 1 TO WS-CTL-REJECTED
                   IF WS-SUCCESS THEN
                       SET WS-PROCESSING-ERROR TO TRUE
                       STRING "FEED " DELIMITED BY SIZE
                           WS-FEED-FILE-NAME DELIMITED BY SPACE
                           " REJECTED: " WS-REASON
                           DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                   END-IF
               WHEN "BARE"
                   ADD 1 TO WS-CTL-BARE
               WHEN OTHER
                   ADD 1 TO WS-CTL-ABSENT
           END-EVALUATE
           PERFORM WRITE-GATE-LOG
           PERFORM WRITE-GATE-LINE.
       GATE-ONE-FEED-EXIT.
           EXIT.

      ******************************************************************
      * The first record decides: no records is ABSENT, anything but
      * a header is BARE. Behind a header every record goes to
      * GATEWORK except the last, which is held back until the end
      * of the file shows whether it is the trailer.
      ******************************************************************
       SCAN-FEED.
           MOVE "N" TO WS-FEED-EOF
           READ FEED-FILE
               AT END
                   SET FEED-EOF TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN FEED-EOF
                   MOVE "ABSENT" TO WS-DISPOSITION
               WHEN FH-TAG NOT = "*** HEADER "
                   MOVE "BARE" TO WS-DISPOSITION
                   MOVE "NO ENVELOPE -- PASSED UNCHECKED" TO WS-REASON
               WHEN OTHER
                   MOVE "CHECK" TO WS-DISPOSITION
                   PERFORM READ-HEADER
                   PERFORM COPY-FEED-TO-WORK
           END-EVALUATE.
       SCAN-FEED-EXIT.
           EXIT.

       READ-HEADER.
           MOVE "Y" TO WS-HEADER-GOOD
           MOVE FH-SENDER TO WS-SENDER
           MOVE FH-FEED TO WS-HEADER-FEED
           IF FH-SENDER = SPACES THEN
               MOVE "N" TO WS-HEADER-GOOD
           END-IF
           IF FH-CREATED IS NUMERIC THEN
               MOVE FH-CREATED TO WS-CREATED
           ELSE
               MOVE "N" TO WS-HEADER-GOOD
           END-IF
           IF FH-SEQUENCE IS NUMERIC THEN
               MOVE FH-SEQUENCE TO WS-SEQUENCE
           ELSE
               MOVE "N" TO WS-HEADER-GOOD
           END-IF.
       READ-HEADER-EXIT.
           EXIT.

       COPY-FEED-TO-WORK.
           MOVE "N" TO WS-HOLDING
           MOVE "N" TO WS-TRAILER-SEEN
           MOVE 0 TO WS-SECOND-HEADER
           OPEN OUTPUT GATE-WORK
           PERFORM UNTIL FEED-EOF
               READ FEED-FILE
                   AT END
                       SET FEED-EOF TO TRUE
                   NOT AT END
                       IF WS-HOLDING = "Y" THEN
                           PERFORM PASS-HELD-LINE
                       END-IF
                       MOVE FEED-LINE TO WS-HELD-LINE
                       MOVE "Y" TO WS-HOLDING
               END-READ
           END-PERFORM
           IF WS-HOLDING = "Y" THEN
               IF HT-TAG = "*** TRAILER " THEN
                   MOVE "Y" TO WS-TRAILER-SEEN
               ELSE
                   PERFORM PASS-HELD-LINE
               END-IF
           END-IF
           CLOSE GATE-WORK.
       COPY-FEED-TO-WORK-EXIT.
           EXIT.

      * A data record counted, hashed and kept. A second header
      * among the data means two transfers were run together; the
      * record number of the first one is kept for the reason.
       PASS-HELD-LINE.
           ADD 1 TO WS-RECORDS-IN
           IF WS-HELD-LINE(1:11) = "*** HEADER "
               AND WS-SECOND-HEADER = 0 THEN
               MOVE WS-RECORDS-IN TO WS-SECOND-HEADER
           END-IF
           PERFORM HASH-HELD-LINE
           MOVE WS-HELD-LINE TO GATE-WORK-LINE
           WRITE GATE-WORK-LINE.
       PASS-HELD-LINE-EXIT.
           EXIT.

       HASH-HELD-LINE.
           MOVE WS-HASH-IN TO WS-HASH-WORK
           IF WS-HELD-LINE NOT = SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HELD-LINE
                   TRAILING)) TO WS-LINE-LENGTH
               PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
                   UNTIL WS-CHAR-INDEX > WS-LINE-LENGTH
                   IF WS-HELD-LINE(WS-CHAR-INDEX:1) NOT = SPACE THEN
                       COMPUTE WS-HASH-WORK = WS-HASH-WORK
                           + FUNCTION ORD(
                               WS-HELD-LINE(WS-CHAR-INDEX:1)) - 1
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-HASH-IN =
               FUNCTION MOD(WS-HASH-WORK, 1000000000000000).
       HASH-HELD-LINE-EXIT.
           EXIT.

      ******************************************************************
      * The envelope held to the feed, first failure named. Only a
      * feed whose envelope is whole is judged on its sequence.
      ******************************************************************
       VERIFY-ENVELOPE.
           MOVE "N" TO WS-TRAILER-GOOD
           IF WS-TRAILER-SEEN = "Y"
               AND HT-RECORDS IS NUMERIC
               AND HT-HASH IS NUMERIC THEN
               MOVE "Y" TO WS-TRAILER-GOOD
               MOVE HT-RECORDS TO WS-TRAILER-RECORDS
               MOVE HT-HASH TO WS-TRAILER-HASH
           END-IF
           MOVE "REJECTED" TO WS-DISPOSITION
           EVALUATE TRUE
               WHEN WS-HEADER-GOOD = "N"
                   MOVE "HEADER MALFORMED" TO WS-REASON
               WHEN WS-HEADER-FEED NOT = WS-FEED-FILE-NAME
                   STRING "HEADER NAMES FEED " WS-HEADER-FEED
                       DELIMITED BY SIZE INTO WS-REASON
               WHEN WS-TRAILER-SEEN = "N"
                   MOVE WS-RECORDS-IN TO WS-RECORDS-EDIT
                   STRING "NO TRAILER -- CUT OFF AFTER "
                       FUNCTION TRIM(WS-RECORDS-EDIT) " RECORDS"
                       DELIMITED BY SIZE INTO WS-REASON
               WHEN WS-TRAILER-GOOD = "N"
                   MOVE "TRAILER MALFORMED" TO WS-REASON
               WHEN WS-SECOND-HEADER > 0
                   MOVE WS-SECOND-HEADER TO WS-RECORDS-EDIT
                   STRING "SECOND HEADER AT RECORD "
                       FUNCTION TRIM(WS-RECORDS-EDIT)
                       " -- FILES RUN TOGETHER"
                       DELIMITED BY SIZE INTO WS-REASON
               WHEN WS-TRAILER-RECORDS NOT = WS-RECORDS-IN
                   STRING "TRAILER SAYS " WS-TRAILER-RECORDS
                       " RECORDS, " WS-RECORDS-IN " CAME"
                       DELIMITED BY SIZE INTO WS-REASON
               WHEN WS-TRAILER-HASH NOT = WS-HASH-IN
                   MOVE "HASH TOTAL DISAGREES WITH TRAILER"
                       TO WS-REASON
               WHEN OTHER
                   PERFORM CHECK-SEQUENCE
           END-EVALUATE.
       VERIFY-ENVELOPE-EXIT.
           EXIT.

      * The next number after the last accepted from this sender
      * for this feed, wrapping from 999999 to 000001.
       CHECK-SEQUENCE.
           PERFORM FIND-REGISTER-ROW
           IF WS-REG-MATCH = 0 THEN
               MOVE "ACCEPTED" TO WS-DISPOSITION
               MOVE "FIRST FILE FROM THIS SENDER" TO WS-REASON
           ELSE
               COMPUTE WS-EXPECTED = WS-REG-SEQUENCE(WS-REG-MATCH) + 1
               IF WS-EXPECTED > 999999 THEN
                   MOVE 1 TO WS-EXPECTED
               END-IF
               MOVE WS-EXPECTED TO WS-EXPECTED-EDIT
               EVALUATE TRUE
                   WHEN WS-SEQUENCE = WS-EXPECTED
                       MOVE "ACCEPTED" TO WS-DISPOSITION
                   WHEN WS-SEQUENCE <= WS-REG-SEQUENCE(WS-REG-MATCH)
                       STRING "REPEATED FILE -- SEQUENCE "
                           WS-SEQUENCE " ALREADY ACCEPTED"
                           DELIMITED BY SIZE INTO WS-REASON
                   WHEN OTHER
                       STRING "OUT OF SEQUENCE -- EXPECTED "
                           WS-EXPECTED-EDIT " GOT " WS-SEQUENCE
                           DELIMITED BY SIZE INTO WS-REASON
               END-EVALUATE
           END-IF.
       CHECK-SEQUENCE-EXIT.
           EXIT.

       FIND-REGISTER-ROW.
           MOVE 0 TO WS-REG-MATCH
           PERFORM VARYING WS-REG-INDEX FROM 1 BY 1
               UNTIL WS-REG-INDEX > WS-REG-COUNT
               OR WS-REG-MATCH > 0
               IF WS-REG-FEED(WS-REG-INDEX) = WS-FEED-FILE-NAME
                   AND WS-REG-SENDER(WS-REG-INDEX) = WS-SENDER THEN
                   MOVE WS-REG-INDEX TO WS-REG-MATCH
               END-IF
           END-PERFORM.
       FIND-REGISTER-ROW-EXIT.
           EXIT.

      * The checked data records written back over the feed.
       STRIP-ENVELOPE.
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT GATE-WORK
           OPEN OUTPUT FEED-FILE
           PERFORM UNTIL WORK-EOF
               READ GATE-WORK
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       MOVE GATE-WORK-LINE TO FEED-LINE
                       WRITE FEED-LINE
               END-READ
           END-PERFORM
           CLOSE FEED-FILE
           CLOSE GATE-WORK.
       STRIP-ENVELOPE-EXIT.
           EXIT.

       REGISTER-SEQUENCE.
           PERFORM FIND-REGISTER-ROW
           IF WS-REG-MATCH = 0 AND WS-REG-COUNT < 50 THEN
               ADD 1 TO WS-REG-COUNT
               MOVE WS-REG-COUNT TO WS-REG-MATCH
               MOVE WS-FEED-FILE-NAME TO WS-REG-FEED(WS-REG-MATCH)
               MOVE WS-SENDER TO WS-REG-SENDER(WS-REG-MATCH)
           END-IF
           IF WS-REG-MATCH > 0 THEN
               MOVE WS-SEQUENCE TO WS-REG-SEQUENCE(WS-REG-MATCH)
               MOVE WS-CREATED TO WS-REG-CREATED(WS-REG-MATCH)
               MOVE WS-TODAY TO WS-REG-ACCEPTED(WS-REG-MATCH)
               MOVE "Y" TO WS-REG-CHANGED
           ELSE
               DISPLAY "FEEDGATE: FEEDSEQ FULL, "
                   WS-FEED-FILE-NAME " " WS-SENDER " NOT REGISTERED"
           END-IF.
       REGISTER-SEQUENCE-EXIT.
           EXIT.

      ******************************************************************
      * A rejected feed copied whole to FEEDREJ, then emptied: the
      * batch finds nothing to process and the close finds nothing
      * received.
      ******************************************************************
       QUARANTINE-FEED.
           MOVE "N" TO WS-FEED-EOF
           OPEN INPUT FEED-FILE
           OPEN EXTEND REJECT-FILE
           PERFORM UNTIL FEED-EOF
               READ FEED-FILE
                   AT END
                       SET FEED-EOF TO TRUE
                   NOT AT END
      * Same status-71 bug class as the shop's other LINE SEQUENTIAL
      * writes: clear the record's FILLER bytes before filling it.
                       MOVE SPACES TO REJECT-RECORD
                       MOVE WS-TODAY TO RJ-DATE
                       MOVE WS-FEED-FILE-NAME TO RJ-FEED
                       MOVE FEED-LINE TO RJ-LINE
                       WRITE REJECT-RECORD
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE
           CLOSE FEED-FILE
           OPEN OUTPUT FEED-FILE
           CLOSE FEED-FILE.
       QUARANTINE-FEED-EXIT.
           EXIT.

       WRITE-GATE-LOG.
           MOVE SPACES TO GATE-LOG-RECORD
           MOVE WS-TODAY TO GL-DATE
           MOVE WS-RUN-STAMP(9:6) TO GL-TIME
           MOVE WS-FEED-FILE-NAME TO GL-FEED
           MOVE WS-SENDER TO GL-SENDER
           MOVE WS-SEQUENCE TO GL-SEQUENCE
           MOVE WS-DISPOSITION TO GL-DISPOSITION
           MOVE WS-REASON TO GL-REASON
           WRITE GATE-LOG-RECORD.
       WRITE-GATE-LOG-EXIT.
           EXIT.

       WRITE-GATE-LINE.
           MOVE SPACES TO GATE-REPORT-LINE
           MOVE WS-FEED-FILE-NAME TO GATE-REPORT-LINE(1:8)
           MOVE WS-DISPOSITION TO GATE-REPORT-LINE(10:8)
           MOVE WS-SENDER TO GATE-REPORT-LINE(19:8)
           IF WS-SENDER NOT = SPACES THEN
               MOVE WS-SEQUENCE TO GATE-REPORT-LINE(28:6)
               MOVE WS-RECORDS-IN TO WS-RECORDS-EDIT
               MOVE WS-RECORDS-EDIT TO GATE-REPORT-LINE(35:9)
           END-IF
           MOVE WS-REASON TO GATE-REPORT-LINE(45:50)
           WRITE GATE-REPORT-LINE.
       WRITE-GATE-LINE-EXIT.
           EXIT.

       LOAD-SEQUENCE-REGISTER.
           MOVE 0 TO WS-REG-COUNT
           MOVE "N" TO WS-REG-EOF
           OPEN INPUT SEQUENCE-REGISTER
           PERFORM UNTIL REG-EOF OR WS-REG-COUNT >= 50
               READ SEQUENCE-REGISTER
                   AT END
                       SET REG-EOF TO TRUE
                   NOT AT END
                       IF SR-FEED NOT = SPACES THEN
                           ADD 1 TO WS-REG-COUNT
                           MOVE SR-FEED TO WS-REG-FEED(WS-REG-COUNT)
                           MOVE SR-SENDER
                               TO WS-REG-SENDER(WS-REG-COUNT)
                           MOVE SR-SEQUENCE
                               TO WS-REG-SEQUENCE(WS-REG-COUNT)
                           MOVE SR-CREATED
                               TO WS-REG-CREATED(WS-REG-COUNT)
                           MOVE SR-ACCEPTED
                               TO WS-REG-ACCEPTED(WS-REG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEQUENCE-REGISTER.
       LOAD-SEQUENCE-REGISTER-EXIT.
           EXIT.

       SAVE-SEQUENCE-REGISTER.
           OPEN OUTPUT SEQUENCE-REGISTER
           PERFORM VARYING WS-REG-INDEX FROM 1 BY 1
               UNTIL WS-REG-INDEX > WS-REG-COUNT
               MOVE SPACES TO SEQUENCE-REGISTER-RECORD
               MOVE WS-REG-FEED(WS-REG-INDEX) TO SR-FEED
               MOVE WS-REG-SENDER(WS-REG-INDEX) TO SR-SENDER
               MOVE WS-REG-SEQUENCE(WS-REG-INDEX) TO SR-SEQUENCE
               MOVE WS-REG-CREATED(WS-REG-INDEX) TO SR-CREATED
               MOVE WS-REG-ACCEPTED(WS-REG-INDEX) TO SR-ACCEPTED
               WRITE SEQUENCE-REGISTER-RECORD
           END-PERFORM
           CLOSE SEQUENCE-REGISTER.
       SAVE-SEQUENCE-REGISTER-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "FEEDGATE" TO WS-AUDIT-PROGRAM
           MOVE "INBOUND FEEDS+FEEDSEQ" TO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "ACCEPTED " WS-CTL-ACCEPTED
               " BARE " WS-CTL-BARE
               " ABSENT " WS-CTL-ABSENT
               " REJECTED " WS-CTL-REJECTED
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

      ******************************************************************
      * A rejected feed raises an immediate operator alert through
      * ALERTSVC alongside the published status; the first
      * rejection is the message, GATERPT has them all.
      ******************************************************************
       RAISE-ALERT-IF-SEVERE.
           IF WS-PROCESSING-ERROR THEN
               MOVE "FEEDGATE" TO WS-ALERT-PROGRAM
               MOVE WS-RETURN-CODE TO WS-ALERT-CODE
               MOVE WS-ERROR-MESSAGE TO WS-ALERT-MESSAGE
               CALL "ALERTSVC" USING WS-ALERT-REQUEST
           END-IF.
       RAISE-ALERT-IF-SEVERE-EXIT.
           EXIT.
       END PROGRAM FEEDGATE.
