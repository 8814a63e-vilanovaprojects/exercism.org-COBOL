      ******************************************************************
      * MANRECON: sequencer delivery manifest reconciliation. The
      * sequencer team sends the sample IDs of every delivery, and
      * nothing ever checked the drop against that list -- a sample
      * lost in transit surfaced only when the client asked after
      * it. The list is keyed onto MANIFEST (delivery id, sample id,
      * expected strand length) and this run matches it, by
      * SEQ-SAMPLE-ID, against every strand that actually arrived:
      * SEQFILE, SEQDROP still waiting to be counted, and SEQDONE,
      * where nucleotide-count archives the drop records it has
      * consumed. A strand's length is its whole reassembled read,
      * continuation segments included.
      *
      * MANRPT lists the manifest samples that never arrived, the
      * strands that arrived without being on any manifest, and the
      * strands whose length differs from the manifest's, with
      * rejected manifest lines and totals at the foot. Every
      * missing sample is put on the SAMPMST master through SAMPSVC
      * as EXPECTED, so SAMPINQ shows it expected but not received
      * until the pipeline first touches it.
      *
      * A manifest line may also name the client or project code
      * the sample was taken in for; that code is set on the
      * sample's master record whether or not it has arrived, so
      * SLARPT can hold the lab to that client's turnaround.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      * OPTIONAL: a feed with nothing on it simply has had nothing
      * arrive by that route.
           SELECT OPTIONAL SEQUENCE-FILE ASSIGN TO "SEQFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DROP-FILE ASSIGN TO "SEQDROP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "SEQDONE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-REPORT ASSIGN TO "MANRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * One line per sample the sequencer says it delivered. The
      * expected length is the whole strand in bases; the client
      * code is optional and blank on older manifests.
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD.
           05 MF-DELIVERY-ID PIC X(12).
           05 FILLER PIC X.
           05 MF-SAMPLE-ID PIC X(12).
           05 FILLER PIC X.
           05 MF-EXPECTED-LENGTH PIC X(5).
           05 FILLER PIC X.
           05 MF-CLIENT PIC X(8).

      * SEQFILE's sample-ID keyed layout.
       FD SEQUENCE-FILE.
       01 SEQUENCE-FILE-RECORD.
           05 SEQ-SAMPLE-ID PIC X(12).
           05 SEQ-SEGMENT-FLAG PIC X.
           05 SEQ-STRAND PIC X(500).

      * The sequencer drop-file layout.
       FD DROP-FILE.
       01 DROP-FILE-RECORD.
           05 DROP-SAMPLE-ID PIC X(12).
           05 DROP-SEGMENT-FLAG PIC X.
           05 DROP-STRAND PIC X(128).

      * SEQDONE: the consumed drop record behind its archive date.
       FD ARCHIVE-FILE.
       01 ARCHIVE-FILE-RECORD.
           05 SD-DATE PIC 9(8).
           05 FILLER PIC X.
           05 SD-SAMPLE-ID PIC X(12).
           05 SD-SEGMENT-FLAG PIC X.
           05 SD-STRAND PIC X(128).

       FD MANIFEST-REPORT.
       01 MANIFEST-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MAN-EOF PIC X VALUE "N".
           88 MAN-EOF VALUE "Y".
       01 WS-FEED-EOF PIC X VALUE "N".
           88 FEED-EOF VALUE "Y".

      * The manifest, loaded whole: each sample's delivery, expected
      * length, and whether any strand for it arrived.
       01 WS-MAN-COUNT PIC 9(4) VALUE 0.
       01 WS-MAN-TABLE.
           05 WS-MAN-ENTRY OCCURS 2000 TIMES.
               10 WS-MAN-DELIVERY PIC X(12).
               10 WS-MAN-SAMPLE PIC X(12).
               10 WS-MAN-LENGTH PIC 9(5).
               10 WS-MAN-ARRIVED PIC X.
               10 WS-MAN-CLIENT PIC X(8).
       01 WS-MAN-INDEX PIC 9(4).
       01 WS-MAN-MATCH PIC 9(4) VALUE 0.

      * Manifest lines turned away: no sample id, a length that is
      * not a number, or a sample already on the manifest.
       01 WS-REJECT-COUNT PIC 9(4) VALUE 0.
       01 WS-REJECT-TABLE.
           05 WS-REJECT-ENTRY OCCURS 200 TIMES.
               10 WS-REJ-LINE PIC X(40).
               10 WS-REJ-REASON PIC X(21).
       01 WS-REJECT-INDEX PIC 9(4).
       01 WS-REJECT-REASON PIC X(21).
       01 WS-MAN-LINES PIC 9(5) VALUE 0.

      * Arrived strands on no manifest, one entry per sample.
       01 WS-UNL-COUNT PIC 9(4) VALUE 0.
       01 WS-UNL-TABLE.
           05 WS-UNL-ENTRY OCCURS 2000 TIMES.
               10 WS-UNL-SAMPLE PIC X(12).
               10 WS-UNL-SOURCE PIC X(8).
               10 WS-UNL-LENGTH PIC 9(5).
       01 WS-UNL-INDEX PIC 9(4).
       01 WS-UNL-FOUND PIC X VALUE "N".
           88 UNLISTED-ALREADY-NOTED VALUE "Y".

      * Arrivals whose length is not the manifest's.
       01 WS-MIS-COUNT PIC 9(4) VALUE 0.
       01 WS-MIS-TABLE.
           05 WS-MIS-ENTRY OCCURS 500 TIMES.
               10 WS-MIS-MAN PIC 9(4).
               10 WS-MIS-SOURCE PIC X(8).
               10 WS-MIS-LENGTH PIC 9(5).
       01 WS-MIS-INDEX PIC 9(4).

      * The strand being reassembled from the feed being read: a
      * segment flag "C" continues it on the next physical record.
       01 WS-FEED-NAME PIC X(8).
       01 WS-REC-SAMPLE PIC X(12).
       01 WS-REC-FLAG PIC X.
       01 WS-REC-STRAND PIC X(500).
       01 WS-STRAND-SAMPLE PIC X(12).
       01 WS-STRAND-LENGTH PIC 9(5) VALUE 0.
       01 WS-STRAND-OPEN PIC X VALUE "N".
           88 STRAND-OPEN VALUE "Y".
       01 WS-ARRIVED-COUNT PIC 9(5) VALUE 0.

       01 WS-MISSING-COUNT PIC 9(4) VALUE 0.
       01 WS-RECEIVED-COUNT PIC 9(4) VALUE 0.
       01 WS-CLIENT-COUNT PIC 9(4) VALUE 0.
       01 WS-RUN-STAMP PIC X(26).
       01 WS-RUN-DATE-EDIT PIC 9999/99/99.
       01 WS-LENGTH-EDIT PIC ZZZZ9.
       01 WS-LENGTH-EDIT-2 PIC ZZZZ9.
       01 WS-COUNT-EDIT PIC ZZZZ9.

      * FILE STATUS catcher for the manifest: with a status field
      * declared, a missing manifest comes back as a checkable code
      * instead of abending the run unit.
       01 WS-FILE-STATUS PIC XX VALUE "00".

      * Sample status request block, serviced by SAMPSVC: every
      * manifest sample that never arrived goes on the SAMPMST
      * master as EXPECTED, and every sample with a client code
      * has it set.
       01 WS-SAMPLE-SVC-REQUEST.
           05 WS-SMP-ACTION PIC X(8).
           05 WS-SMP-ID PIC X(12).
           05 WS-SMP-STATUS PIC X(12).
           05 WS-SMP-SOURCE PIC X(8).
           05 WS-SMP-RECEIVED PIC 9(8).
           05 WS-SMP-STATUS-DATE PIC 9(8).
           05 WS-SMP-PROGRAM PIC X(20) VALUE "MANRECON".
           05 WS-SMP-CLIENT PIC X(8) VALUE SPACES.

      * Shared error/status convention.
       COPY STATUSCD.

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       PROCEDURE DIVISION.

       MANRECON-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           PERFORM LOAD-MANIFEST
           OPEN OUTPUT MANIFEST-REPORT
           IF WS-SUCCESS THEN
               PERFORM SCAN-SEQUENCE-FILE
               PERFORM SCAN-DROP-FILE
               PERFORM SCAN-ARCHIVE-FILE
               PERFORM WRITE-RECONCILIATION
               PERFORM RECORD-MISSING-SAMPLES
           ELSE
               MOVE SPACES TO MANIFEST-REPORT-LINE
               STRING "MANIFEST RECONCILIATION NOT RUN -- "
                   WS-ERROR-MESSAGE
                   DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
               WRITE MANIFEST-REPORT-LINE
           END-IF
           CLOSE MANIFEST-REPORT
           MOVE WS-RETURN-CODE TO WS-PUBLISHED-RETURN-CODE
           MOVE WS-ERROR-MESSAGE TO WS-PUBLISHED-ERROR-MESSAGE
           PERFORM LOG-AUDIT-ENTRY
           GOBACK.
       MANRECON-RUN-EXIT.
           EXIT.

      ******************************************************************
      * MANIFEST loaded whole. A line with no sample id, a length
      * that is not a number, or a sample already listed is turned
      * away onto the rejected list rather than guessed at.
      ******************************************************************
       LOAD-MANIFEST.
           MOVE 0 TO WS-MAN-COUNT
           OPEN INPUT MANIFEST-FILE
           IF WS-FILE-STATUS NOT = "00" THEN
               SET WS-PROCESSING-ERROR TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "MANIFEST OPEN FAILED, STATUS " WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               DISPLAY "MANRECON ERROR: " WS-ERROR-MESSAGE
           ELSE
               MOVE "N" TO WS-MAN-EOF
               PERFORM UNTIL MAN-EOF
                   READ MANIFEST-FILE
                       AT END
                           SET MAN-EOF TO TRUE
                       NOT AT END
                           IF MANIFEST-RECORD NOT = SPACES THEN
                               ADD 1 TO WS-MAN-LINES
                               PERFORM ADD-MANIFEST-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF.
       LOAD-MANIFEST-EXIT.
           EXIT.

       ADD-MANIFEST-LINE.
           MOVE MF-SAMPLE-ID TO WS-REC-SAMPLE
           PERFORM FIND-MANIFEST-SAMPLE
           EVALUATE TRUE
               WHEN MF-SAMPLE-ID = SPACES
                   MOVE "NO SAMPLE ID" TO WS-REJECT-REASON
                   PERFORM REJECT-MANIFEST-LINE
               WHEN FUNCTION TEST-NUMVAL(MF-EXPECTED-LENGTH) NOT = 0
                   MOVE "LENGTH NOT NUMERIC" TO WS-REJECT-REASON
                   PERFORM REJECT-MANIFEST-LINE
               WHEN WS-MAN-MATCH > 0
                   MOVE "SAMPLE ALREADY LISTED" TO WS-REJECT-REASON
                   PERFORM REJECT-MANIFEST-LINE
               WHEN WS-MAN-COUNT >= 2000
                   MOVE "MANIFEST TABLE FULL" TO WS-REJECT-REASON
                   PERFORM REJECT-MANIFEST-LINE
               WHEN OTHER
                   ADD 1 TO WS-MAN-COUNT
                   MOVE MF-DELIVERY-ID TO WS-MAN-DELIVERY(WS-MAN-COUNT)
                   MOVE MF-SAMPLE-ID TO WS-MAN-SAMPLE(WS-MAN-COUNT)
                   COMPUTE WS-MAN-LENGTH(WS-MAN-COUNT) =
                       FUNCTION NUMVAL(MF-EXPECTED-LENGTH)
                   MOVE "N" TO WS-MAN-ARRIVED(WS-MAN-COUNT)
                   MOVE MF-CLIENT TO WS-MAN-CLIENT(WS-MAN-COUNT)
           END-EVALUATE.
       ADD-MANIFEST-LINE-EXIT.
           EXIT.

      * A full rejected list still counts the line.
       REJECT-MANIFEST-LINE.
           ADD 1 TO WS-REJECT-COUNT
           IF WS-REJECT-COUNT <= 200 THEN
               MOVE WS-REJECT-REASON TO WS-REJ-REASON(WS-REJECT-COUNT)
               MOVE MANIFEST-RECORD TO WS-REJ-LINE(WS-REJECT-COUNT)
           END-IF.
       REJECT-MANIFEST-LINE-EXIT.
           EXIT.

       FIND-MANIFEST-SAMPLE.
           MOVE 0 TO WS-MAN-MATCH
           PERFORM VARYING WS-MAN-INDEX FROM 1 BY 1
               UNTIL WS-MAN-INDEX > WS-MAN-COUNT
               OR WS-MAN-MATCH > 0
               IF WS-MAN-SAMPLE(WS-MAN-INDEX) = WS-REC-SAMPLE THEN
                   MOVE WS-MAN-INDEX TO WS-MAN-MATCH
               END-IF
           END-PERFORM.
       FIND-MANIFEST-SAMPLE-EXIT.
           EXIT.

      ******************************************************************
      * The three arrival feeds, each walked once. Every physical
      * record is staged into WS-REC-SAMPLE/FLAG/STRAND and fed to
      * the common strand assembly below.
      ******************************************************************
       SCAN-SEQUENCE-FILE.
           MOVE "SEQFILE" TO WS-FEED-NAME
           MOVE "N" TO WS-STRAND-OPEN
           MOVE "N" TO WS-FEED-EOF
           OPEN INPUT SEQUENCE-FILE
           PERFORM UNTIL FEED-EOF
               READ SEQUENCE-FILE
                   AT END
                       SET FEED-EOF TO TRUE
                   NOT AT END
                       MOVE SEQ-SAMPLE-ID TO WS-REC-SAMPLE
                       MOVE SEQ-SEGMENT-FLAG TO WS-REC-FLAG
                       MOVE SEQ-STRAND TO WS-REC-STRAND
                       PERFORM ASSEMBLE-STRAND-RECORD
               END-READ
           END-PERFORM
           CLOSE SEQUENCE-FILE
           PERFORM CLOSE-OPEN-STRAND.
       SCAN-SEQUENCE-FILE-EXIT.
           EXIT.

       SCAN-DROP-FILE.
           MOVE "SEQDROP" TO WS-FEED-NAME
           MOVE "N" TO WS-STRAND-OPEN
           MOVE "N" TO WS-FEED-EOF
           OPEN INPUT DROP-FILE
           PERFORM UNTIL FEED-EOF
               READ DROP-FILE
                   AT END
                       SET FEED-EOF TO TRUE
                   NOT AT END
                       MOVE DROP-SAMPLE-ID TO WS-REC-SAMPLE
                       MOVE DROP-SEGMENT-FLAG TO WS-REC-FLAG
                       MOVE DROP-STRAND TO WS-REC-STRAND
                       PERFORM ASSEMBLE-STRAND-RECORD
               END-READ
           END-PERFORM
           CLOSE DROP-FILE
           PERFORM CLOSE-OPEN-STRAND.
       SCAN-DROP-FILE-EXIT.
           EXIT.

       SCAN-ARCHIVE-FILE.
           MOVE "SEQDONE" TO WS-FEED-NAME
           MOVE "N" TO WS-STRAND-OPEN
           MOVE "N" TO WS-FEED-EOF
           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL FEED-EOF
               READ ARCHIVE-FILE
                   AT END
                       SET FEED-EOF TO TRUE
                   NOT AT END
                       MOVE SD-SAMPLE-ID TO WS-REC-SAMPLE
                       MOVE SD-SEGMENT-FLAG TO WS-REC-FLAG
                       MOVE SD-STRAND TO WS-REC-STRAND
                       PERFORM ASSEMBLE-STRAND-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           PERFORM CLOSE-OPEN-STRAND.
       SCAN-ARCHIVE-FILE-EXIT.
           EXIT.

      * A record that does not continue an open strand starts one
      * under its own sample id; its segment's bases add to the
      * strand's length, and a segment not flagged "C" ends it.
       ASSEMBLE-STRAND-RECORD.
           IF NOT STRAND-OPEN THEN
               MOVE WS-REC-SAMPLE TO WS-STRAND-SAMPLE
               MOVE 0 TO WS-STRAND-LENGTH
               SET STRAND-OPEN TO TRUE
           END-IF
           IF WS-REC-STRAND NOT = SPACES THEN
               ADD FUNCTION LENGTH(FUNCTION TRIM(WS-REC-STRAND
                   TRAILING)) TO WS-STRAND-LENGTH
           END-IF
           IF WS-REC-FLAG NOT = "C" THEN
               PERFORM MATCH-ARRIVED-STRAND
               MOVE "N" TO WS-STRAND-OPEN
           END-IF.
       ASSEMBLE-STRAND-RECORD-EXIT.
           EXIT.

      * A feed ending on a "C" segment still delivered what it had.
       CLOSE-OPEN-STRAND.
           IF STRAND-OPEN THEN
               PERFORM MATCH-ARRIVED-STRAND
               MOVE "N" TO WS-STRAND-OPEN
           END-IF.
       CLOSE-OPEN-STRAND-EXIT.
           EXIT.

      ******************************************************************
      * One whole arrived strand against the manifest: a listed
      * sample is marked arrived and its length checked; an unlisted
      * one is noted once, under the first feed it turned up on.
      ******************************************************************
       MATCH-ARRIVED-STRAND.
           ADD 1 TO WS-ARRIVED-COUNT
           MOVE WS-STRAND-SAMPLE TO WS-REC-SAMPLE
           PERFORM FIND-MANIFEST-SAMPLE
           IF WS-MAN-MATCH > 0 THEN
               MOVE "Y" TO WS-MAN-ARRIVED(WS-MAN-MATCH)
               IF WS-STRAND-LENGTH NOT = WS-MAN-LENGTH(WS-MAN-MATCH)
                   AND WS-MIS-COUNT < 500 THEN
                   ADD 1 TO WS-MIS-COUNT
                   MOVE WS-MAN-MATCH TO WS-MIS-MAN(WS-MIS-COUNT)
                   MOVE WS-FEED-NAME TO WS-MIS-SOURCE(WS-MIS-COUNT)
                   MOVE WS-STRAND-LENGTH TO WS-MIS-LENGTH(WS-MIS-COUNT)
               END-IF
           ELSE
               PERFORM NOTE-UNLISTED-STRAND
           END-IF.
       MATCH-ARRIVED-STRAND-EXIT.
           EXIT.

       NOTE-UNLISTED-STRAND.
           MOVE "N" TO WS-UNL-FOUND
           PERFORM VARYING WS-UNL-INDEX FROM 1 BY 1
               UNTIL WS-UNL-INDEX > WS-UNL-COUNT
               OR UNLISTED-ALREADY-NOTED
               IF WS-UNL-SAMPLE(WS-UNL-INDEX) = WS-STRAND-SAMPLE THEN
                   SET UNLISTED-ALREADY-NOTED TO TRUE
               END-IF
           END-PERFORM
           IF NOT UNLISTED-ALREADY-NOTED
               AND WS-UNL-COUNT < 2000 THEN
               ADD 1 TO WS-UNL-COUNT
               MOVE WS-STRAND-SAMPLE TO WS-UNL-SAMPLE(WS-UNL-COUNT)
               MOVE WS-FEED-NAME TO WS-UNL-SOURCE(WS-UNL-COUNT)
               MOVE WS-STRAND-LENGTH TO WS-UNL-LENGTH(WS-UNL-COUNT)
           END-IF.
       NOTE-UNLISTED-STRAND-EXIT.
           EXIT.

      ******************************************************************
      * MANRPT: missing, unlisted, and mismatched samples, then the
      * rejected manifest lines and the run totals.
      ******************************************************************
       WRITE-RECONCILIATION.
           MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE-EDIT
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "DELIVERY MANIFEST RECONCILIATION -- "
               WS-RUN-DATE-EDIT
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE

           PERFORM WRITE-BLANK-LINE
           MOVE "ON MANIFEST, NEVER ARRIVED" TO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE "  DELIVERY     SAMPLE       EXPECTED"
               TO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE 0 TO WS-MISSING-COUNT
           MOVE 0 TO WS-RECEIVED-COUNT
           PERFORM VARYING WS-MAN-INDEX FROM 1 BY 1
               UNTIL WS-MAN-INDEX > WS-MAN-COUNT
               IF WS-MAN-ARRIVED(WS-MAN-INDEX) = "Y" THEN
                   ADD 1 TO WS-RECEIVED-COUNT
               ELSE
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE WS-MAN-LENGTH(WS-MAN-INDEX) TO WS-LENGTH-EDIT
                   MOVE SPACES TO MANIFEST-REPORT-LINE
                   STRING "  " WS-MAN-DELIVERY(WS-MAN-INDEX)
                       " " WS-MAN-SAMPLE(WS-MAN-INDEX)
                       "    " WS-LENGTH-EDIT
                       DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
                   WRITE MANIFEST-REPORT-LINE
               END-IF
           END-PERFORM

           PERFORM WRITE-BLANK-LINE
           MOVE "ARRIVED, NOT ON ANY MANIFEST" TO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE "  SAMPLE       FEED       LENGTH"
               TO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           PERFORM VARYING WS-UNL-INDEX FROM 1 BY 1
               UNTIL WS-UNL-INDEX > WS-UNL-COUNT
               MOVE WS-UNL-LENGTH(WS-UNL-INDEX) TO WS-LENGTH-EDIT
               MOVE SPACES TO MANIFEST-REPORT-LINE
               STRING "  " WS-UNL-SAMPLE(WS-UNL-INDEX)
                   " " WS-UNL-SOURCE(WS-UNL-INDEX)
                   "   " WS-LENGTH-EDIT
                   DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
               WRITE MANIFEST-REPORT-LINE
           END-PERFORM

           PERFORM WRITE-BLANK-LINE
           MOVE "LENGTH NOT AS MANIFESTED" TO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE "  DELIVERY     SAMPLE       FEED     EXPECTED  ARRIVED"
               TO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           PERFORM VARYING WS-MIS-INDEX FROM 1 BY 1
               UNTIL WS-MIS-INDEX > WS-MIS-COUNT
               MOVE WS-MIS-MAN(WS-MIS-INDEX) TO WS-MAN-INDEX
               MOVE WS-MAN-LENGTH(WS-MAN-INDEX) TO WS-LENGTH-EDIT
               MOVE WS-MIS-LENGTH(WS-MIS-INDEX) TO WS-LENGTH-EDIT-2
               MOVE SPACES TO MANIFEST-REPORT-LINE
               STRING "  " WS-MAN-DELIVERY(WS-MAN-INDEX)
                   " " WS-MAN-SAMPLE(WS-MAN-INDEX)
                   " " WS-MIS-SOURCE(WS-MIS-INDEX)
                   "    " WS-LENGTH-EDIT
                   "    " WS-LENGTH-EDIT-2
                   DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
               WRITE MANIFEST-REPORT-LINE
           END-PERFORM

           IF WS-REJECT-COUNT > 0 THEN
               PERFORM WRITE-BLANK-LINE
               MOVE "MANIFEST LINES REJECTED" TO MANIFEST-REPORT-LINE
               WRITE MANIFEST-REPORT-LINE
               PERFORM VARYING WS-REJECT-INDEX FROM 1 BY 1
                   UNTIL WS-REJECT-INDEX > WS-REJECT-COUNT
                   OR WS-REJECT-INDEX > 200
                   MOVE SPACES TO MANIFEST-REPORT-LINE
                   STRING "  " WS-REJ-LINE(WS-REJECT-INDEX)
                       "  " WS-REJ-REASON(WS-REJECT-INDEX)
                       DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
                   WRITE MANIFEST-REPORT-LINE
               END-PERFORM
           END-IF

           PERFORM WRITE-BLANK-LINE
           MOVE WS-MAN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "SAMPLES ON MANIFEST      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-RECEIVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "  ARRIVED                " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "  NEVER ARRIVED          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-ARRIVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "STRANDS ARRIVED          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-UNL-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "  SAMPLES NOT ON MANIFEST" WS-COUNT-EDIT
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-MIS-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "  LENGTH MISMATCHES      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "MANIFEST LINES REJECTED  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE.
       WRITE-RECONCILIATION-EXIT.
           EXIT.

       WRITE-BLANK-LINE.
           MOVE SPACES TO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE.
       WRITE-BLANK-LINE-EXIT.
           EXIT.

      ******************************************************************
      * Every manifest sample that never arrived goes on the status
      * master as EXPECTED (SAMPSVC leaves one already there alone),
      * every sample listed with a client code has the code set,
      * then the master is flushed once.
      ******************************************************************
       RECORD-MISSING-SAMPLES.
           PERFORM VARYING WS-MAN-INDEX FROM 1 BY 1
               UNTIL WS-MAN-INDEX > WS-MAN-COUNT
               IF WS-MAN-ARRIVED(WS-MAN-INDEX) NOT = "Y" THEN
                   MOVE WS-MAN-SAMPLE(WS-MAN-INDEX) TO WS-SMP-ID
                   MOVE "EXPECTED" TO WS-SMP-STATUS
                   MOVE "MANIFEST" TO WS-SMP-SOURCE
                   MOVE "EXPECT" TO WS-SMP-ACTION
                   CALL "SAMPSVC" USING WS-SAMPLE-SVC-REQUEST
               END-IF
               IF WS-MAN-CLIENT(WS-MAN-INDEX) NOT = SPACES THEN
                   ADD 1 TO WS-CLIENT-COUNT
                   MOVE WS-MAN-SAMPLE(WS-MAN-INDEX) TO WS-SMP-ID
                   MOVE WS-MAN-CLIENT(WS-MAN-INDEX) TO WS-SMP-CLIENT
                   MOVE "MANIFEST" TO WS-SMP-SOURCE
                   MOVE "CLIENT" TO WS-SMP-ACTION
                   CALL "SAMPSVC" USING WS-SAMPLE-SVC-REQUEST
               END-IF
           END-PERFORM
           IF WS-MISSING-COUNT > 0 OR WS-CLIENT-COUNT > 0 THEN
               MOVE "FLUSH" TO WS-SMP-ACTION
               CALL "SAMPSVC" USING WS-SAMPLE-SVC-REQUEST
           END-IF.
       RECORD-MISSING-SAMPLES-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "MANRECON" TO WS-AUDIT-PROGRAM
           MOVE "MANIFEST" TO WS-AUDIT-INPUT
           STRING "MISSING " WS-MISSING-COUNT
               " UNLISTED " WS-UNL-COUNT
               " MISMATCH " WS-MIS-COUNT
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
       END PROGRAM MANRECON.
