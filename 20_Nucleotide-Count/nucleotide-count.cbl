      * arrive instead of after something downstream fails.
           SELECT GC-EXCEPTION-REPORT ASSIGN TO "GCEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Delivery receipt back to the sequencer team after each
      * drop-file run: one outcome per consumed sample, so they can
      * load it into their system and resubmit exactly what was
      * rejected. Low quality and duplicate outcomes come from the
      * latest FASTQADP and DUPSCAN reports, when those ran.
           SELECT RECEIPT-FILE ASSIGN TO "RECEIPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUALITY-REPORT ASSIGN TO "QUALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DUPLICATE-REPORT ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Sample-ID keyed layout, matching rna-transcription's view of
           05 FILLER PIC X.
           05 SD-RECORD PIC X(141).

       FD RECEIPT-FILE.
       COPY RECEIPT.

      * FASTQADP's per-sample summary line: "SAMPLE " id " BASES "
      * n " MASKED " n " MEAN QUALITY " ZZ9.99.
       FD QUALITY-REPORT.
       01 QUALITY-REPORT-LINE.
           05 QR-TAG PIC X(7).
           05 QR-SAMPLE-ID PIC X(12).
           05 QR-BASES-TAG PIC X(7).
           05 FILLER PIC X(20).
           05 QR-MEAN-TAG PIC X(14).
           05 QR-MEAN-QUALITY PIC X(6).
           05 FILLER PIC X(14).

      * DUPSCAN's finding line: "SAMPLE " id " MATCHES ...".
       FD DUPLICATE-REPORT.
       01 DUPLICATE-REPORT-LINE.
           05 DR-TAG PIC X(7).
           05 DR-SAMPLE-ID PIC X(12).
           05 DR-MATCH-TAG PIC X(9).
           05 FILLER PIC X(52).

       WORKING-STORAGE SECTION.
      * Request 048: EXTERNAL so the central operator menu can set
      * WS-DNA and read WS-A/WS-C/WS-G/WS-T around
       01 WS-GC-HIGH PIC 999 VALUE 70.
       01 WS-GC-EXCEPTION-COUNT PIC 9(6) VALUE 0.

      * Delivery receipt working storage. One entry per sample the
      * drop-file run consumed; a sample delivered on more than one
      * record keeps its worst outcome, ranked INVALID, DUPLICATE,
      * LOW-QUAL, GC-BAND, then ACCEPTED. WS-FIRST-BAD-POSITION and
      * WS-FIRST-BAD-CHAR hold the first invalid base NUCLEOTIDE-COUNT
      * logged, for the receipt's reason text.
       01 WS-BAD-BASE-COUNT PIC 9(4) VALUE 0.
       01 WS-FIRST-BAD-POSITION PIC 9(4) VALUE 0.
       01 WS-FIRST-BAD-CHAR PIC X VALUE SPACE.
       01 WS-RCPT-COUNT PIC 9(4) VALUE 0.
       01 WS-RCPT-OVERFLOW PIC 9(6) VALUE 0.
       01 WS-RCPT-TABLE.
           05 WS-RCPT-ENTRY OCCURS 2000 TIMES.
               10 WS-RCPT-SAMPLE-ID PIC X(12).
               10 WS-RCPT-RANK PIC 9.
               10 WS-RCPT-OUTCOME PIC X(10).
               10 WS-RCPT-REASON PIC X(40).
       01 WS-RCPT-INDEX PIC 9(4).
       01 WS-RCPT-FOUND PIC 9(4).
       01 WS-STRAND-RANK PIC 9.
       01 WS-STRAND-OUTCOME PIC X(10).
       01 WS-STRAND-REASON PIC X(40).
       01 WS-RCPT-ACCEPTED PIC 9(6) VALUE 0.
       01 WS-RCPT-INVALID PIC 9(6) VALUE 0.
       01 WS-RCPT-GC-BAND PIC 9(6) VALUE 0.
       01 WS-RCPT-LOW-QUAL PIC 9(6) VALUE 0.
       01 WS-RCPT-DUPLICATE PIC 9(6) VALUE 0.
       01 WS-RCPT-TYPE PIC X.
       01 WS-RCPT-EOF PIC X VALUE "N".
           88 RCPT-EOF VALUE "Y".
      * Mean base quality below QUAL-THRESHOLD (the same PARMFILE
      * knob FASTQADP masks on, default 20) is a LOW-QUAL delivery.
       01 WS-QUAL-THRESHOLD PIC 99 VALUE 20.
       01 WS-QUAL-COUNT PIC 9(4) VALUE 0.
       01 WS-QUAL-TABLE.
           05 WS-QUAL-ENTRY OCCURS 2000 TIMES.
               10 WS-QUAL-SAMPLE-ID PIC X(12).
               10 WS-QUAL-MEAN PIC 999V99.
       01 WS-QUAL-INDEX PIC 9(4).
       01 WS-QUAL-EDIT PIC ZZ9.99.
       01 WS-GC-EDIT PIC ZZ9.99.
       01 WS-DUP-COUNT PIC 9(4) VALUE 0.
       01 WS-DUP-TABLE.
           05 WS-DUP-SAMPLE-ID PIC X(12) OCCURS 2000 TIMES.
       01 WS-DUP-INDEX PIC 9(4).

      * K-mer counting mode: the lab's CpG-island screening needs all
      * sixteen dinucleotide pairs (and triplets, k up to 3) tallied
      * per strand and across the batch, written to CNTRPT alongside
           05 WS-SMP-SOURCE PIC X(8).
           05 WS-SMP-RECEIVED PIC 9(8).
           05 WS-SMP-STATUS-DATE PIC 9(8).
           05 WS-SMP-PROGRAM PIC X(20) VALUE "nucleotide-count".
           05 WS-SMP-CLIENT PIC X(8) VALUE SPACES.
       01 WS-SAMPLE-SOURCE PIC X(8) VALUE "SEQFILE".

      * Paired run start/end events for the run-statistics report.

       NUCLEOTIDE-COUNT.
       INITIALIZE WS-ERROR
                  WS-BAD-BASE-COUNT
                  WS-FIRST-BAD-POSITION
                  WS-FIRST-BAD-CHAR
                  WS-A
                  WS-C
                  WS-G
      * one via the overwritten WS-ERROR message.
      ******************************************************************
       LOG-INVALID-BASE.
           ADD 1 TO WS-BAD-BASE-COUNT
           IF WS-BAD-BASE-COUNT = 1 THEN
               MOVE I TO WS-FIRST-BAD-POSITION
               MOVE WS-ORIGINAL-CHAR TO WS-FIRST-BAD-CHAR
           END-IF
           OPEN EXTEND ERROR-FILE
      * Same status-71 bug class as the shop's other LINE SEQUENTIAL
      * writes: clear the record's unfilled tail before the STRING.
               WS-BATCH-TOTAL-G WS-BATCH-TOTAL-T WS-BATCH-STRAND-COUNT
           PERFORM SET-GC-BANDS
           MOVE 0 TO WS-GC-EXCEPTION-COUNT
           PERFORM LOAD-RECEIPT-SCREENS
           MOVE FUNCTION CURRENT-DATE TO WS-ARCHIVE-TIMESTAMP
           MOVE WS-ARCHIVE-TIMESTAMP(1:8) TO WS-ARCHIVE-DATE
           OPEN OUTPUT GC-EXCEPTION-REPORT
                   NOT AT END
                       MOVE DROP-FILE-RECORD TO SEQUENCE-FILE-RECORD
                       PERFORM COUNT-ONE-STRAND
                       PERFORM NOTE-RECEIPT-OUTCOME
                       PERFORM ARCHIVE-DROP-RECORD
               END-READ
           END-PERFORM
      * already counted.
           OPEN OUTPUT DROP-FILE
           CLOSE DROP-FILE
           PERFORM WRITE-DELIVERY-RECEIPT
           PERFORM FLUSH-SAMPLE-STATUS
      * A completed drop-file pass is a completed step; per-strand
      * rejects ride NUCERR, not the step status.
       NUCLEOTIDE-DROPFILE-BODY-EXIT.
           EXIT.

      ******************************************************************
      * Delivery receipt plumbing. The FASTQADP and DUPSCAN reports
      * are loaded once per run; each counted strand is judged
      * against them and the GC bands and folded into its sample's
      * entry; the receipt goes out after the drop file is emptied,
      * header and trailer both carrying the delivery totals.
      ******************************************************************
       LOAD-RECEIPT-SCREENS.
           MOVE 0 TO WS-RCPT-COUNT WS-RCPT-OVERFLOW
           MOVE 0 TO WS-QUAL-COUNT WS-DUP-COUNT
           MOVE 20 TO WS-QUAL-THRESHOLD
           MOVE "QUAL-THRESHOLD" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND NUMVAL(WS-PARM-VALUE) >= 1
               AND NUMVAL(WS-PARM-VALUE) <= 93 THEN
               COMPUTE WS-QUAL-THRESHOLD = NUMVAL(WS-PARM-VALUE)
           END-IF
           OPEN INPUT QUALITY-REPORT
           MOVE "N" TO WS-RCPT-EOF
           PERFORM UNTIL RCPT-EOF
               READ QUALITY-REPORT
                   AT END
                       SET RCPT-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-QUALITY-LINE
               END-READ
           END-PERFORM
           CLOSE QUALITY-REPORT
           OPEN INPUT DUPLICATE-REPORT
           MOVE "N" TO WS-RCPT-EOF
           PERFORM UNTIL RCPT-EOF
               READ DUPLICATE-REPORT
                   AT END
                       SET RCPT-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-DUPLICATE-LINE
               END-READ
           END-PERFORM
           CLOSE DUPLICATE-REPORT.
       LOAD-RECEIPT-SCREENS-EXIT.
           EXIT.

       LOAD-QUALITY-LINE.
           IF QR-TAG = "SAMPLE " AND QR-BASES-TAG = " BASES "
               AND QR-MEAN-TAG = " MEAN QUALITY "
               AND WS-QUAL-COUNT < 2000 THEN
               ADD 1 TO WS-QUAL-COUNT
               MOVE QR-SAMPLE-ID TO WS-QUAL-SAMPLE-ID(WS-QUAL-COUNT)
               COMPUTE WS-QUAL-MEAN(WS-QUAL-COUNT) =
                   NUMVAL(QR-MEAN-QUALITY)
           END-IF.
       LOAD-QUALITY-LINE-EXIT.
           EXIT.

       LOAD-DUPLICATE-LINE.
           IF DR-TAG = "SAMPLE " AND DR-MATCH-TAG = " MATCHES "
               AND WS-DUP-COUNT < 2000 THEN
               ADD 1 TO WS-DUP-COUNT
               MOVE DR-SAMPLE-ID TO WS-DUP-SAMPLE-ID(WS-DUP-COUNT)
           END-IF.
       LOAD-DUPLICATE-LINE-EXIT.
           EXIT.

      * Judge the strand just counted, most serious finding first,
      * then fold it into its sample's receipt entry.
       NOTE-RECEIPT-OUTCOME.
           MOVE 0 TO WS-DUP-INDEX
           PERFORM VARYING WS-RCPT-INDEX FROM 1 BY 1
               UNTIL WS-RCPT-INDEX > WS-DUP-COUNT
               OR WS-DUP-INDEX > 0
               IF WS-DUP-SAMPLE-ID(WS-RCPT-INDEX) = WS-SAMPLE-ID THEN
                   MOVE WS-RCPT-INDEX TO WS-DUP-INDEX
               END-IF
           END-PERFORM
           MOVE 0 TO WS-QUAL-INDEX
           PERFORM VARYING WS-RCPT-INDEX FROM 1 BY 1
               UNTIL WS-RCPT-INDEX > WS-QUAL-COUNT
               OR WS-QUAL-INDEX > 0
               IF WS-QUAL-SAMPLE-ID(WS-RCPT-INDEX) = WS-SAMPLE-ID
                   AND WS-QUAL-MEAN(WS-RCPT-INDEX)
                       < WS-QUAL-THRESHOLD THEN
                   MOVE WS-RCPT-INDEX TO WS-QUAL-INDEX
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-STRAND-REASON
           EVALUATE TRUE
               WHEN WS-ERROR NOT = SPACES
                   MOVE 5 TO WS-STRAND-RANK
                   MOVE "INVALID" TO WS-STRAND-OUTCOME
                   STRING WS-BAD-BASE-COUNT " INVALID BASES, FIRST '"
                       WS-FIRST-BAD-CHAR "' AT " WS-FIRST-BAD-POSITION
                       DELIMITED BY SIZE INTO WS-STRAND-REASON
               WHEN WS-DUP-INDEX > 0
                   MOVE 4 TO WS-STRAND-RANK
                   MOVE "DUPLICATE" TO WS-STRAND-OUTCOME
                   MOVE "READ MATCHES ANOTHER SAMPLE, SEE DUPRPT"
                       TO WS-STRAND-REASON
               WHEN WS-QUAL-INDEX > 0
                   MOVE 3 TO WS-STRAND-RANK
                   MOVE "LOW-QUAL" TO WS-STRAND-OUTCOME
                   MOVE WS-QUAL-MEAN(WS-QUAL-INDEX) TO WS-QUAL-EDIT
                   STRING "MEAN QUALITY " WS-QUAL-EDIT
                       " BELOW THRESHOLD " WS-QUAL-THRESHOLD
                       DELIMITED BY SIZE INTO WS-STRAND-REASON
               WHEN WS-GC-PERCENT < WS-GC-LOW
                   OR WS-GC-PERCENT > WS-GC-HIGH
                   MOVE 2 TO WS-STRAND-RANK
                   MOVE "GC-BAND" TO WS-STRAND-OUTCOME
                   MOVE WS-GC-PERCENT TO WS-GC-EDIT
                   STRING "GC% " WS-GC-EDIT " OUTSIDE BANDS "
                       WS-GC-LOW "-" WS-GC-HIGH
                       DELIMITED BY SIZE INTO WS-STRAND-REASON
               WHEN OTHER
                   MOVE 1 TO WS-STRAND-RANK
                   MOVE "ACCEPTED" TO WS-STRAND-OUTCOME
                   MOVE "COUNTED" TO WS-STRAND-REASON
           END-EVALUATE
           MOVE 0 TO WS-RCPT-FOUND
           PERFORM VARYING WS-RCPT-INDEX FROM 1 BY 1
               UNTIL WS-RCPT-INDEX > WS-RCPT-COUNT
               OR WS-RCPT-FOUND > 0
               IF WS-RCPT-SAMPLE-ID(WS-RCPT-INDEX) = WS-SAMPLE-ID THEN
                   MOVE WS-RCPT-INDEX TO WS-RCPT-FOUND
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RCPT-FOUND > 0
                   IF WS-STRAND-RANK > WS-RCPT-RANK(WS-RCPT-FOUND) THEN
                       PERFORM STORE-RECEIPT-OUTCOME
                   END-IF
               WHEN WS-RCPT-COUNT < 2000
                   ADD 1 TO WS-RCPT-COUNT
                   MOVE WS-RCPT-COUNT TO WS-RCPT-FOUND
                   MOVE WS-SAMPLE-ID TO WS-RCPT-SAMPLE-ID(WS-RCPT-FOUND)
                   PERFORM STORE-RECEIPT-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-RCPT-OVERFLOW
           END-EVALUATE.
       NOTE-RECEIPT-OUTCOME-EXIT.
           EXIT.

       STORE-RECEIPT-OUTCOME.
           MOVE WS-STRAND-RANK TO WS-RCPT-RANK(WS-RCPT-FOUND)
           MOVE WS-STRAND-OUTCOME TO WS-RCPT-OUTCOME(WS-RCPT-FOUND)
           MOVE WS-STRAND-REASON TO WS-RCPT-REASON(WS-RCPT-FOUND).
       STORE-RECEIPT-OUTCOME-EXIT.
           EXIT.

       WRITE-DELIVERY-RECEIPT.
           MOVE 0 TO WS-RCPT-ACCEPTED WS-RCPT-INVALID
               WS-RCPT-GC-BAND WS-RCPT-LOW-QUAL WS-RCPT-DUPLICATE
           PERFORM VARYING WS-RCPT-INDEX FROM 1 BY 1
               UNTIL WS-RCPT-INDEX > WS-RCPT-COUNT
               EVALUATE WS-RCPT-RANK(WS-RCPT-INDEX)
                   WHEN 5 ADD 1 TO WS-RCPT-INVALID
                   WHEN 4 ADD 1 TO WS-RCPT-DUPLICATE
                   WHEN 3 ADD 1 TO WS-RCPT-LOW-QUAL
                   WHEN 2 ADD 1 TO WS-RCPT-GC-BAND
                   WHEN OTHER ADD 1 TO WS-RCPT-ACCEPTED
               END-EVALUATE
           END-PERFORM
           OPEN OUTPUT RECEIPT-FILE
           MOVE "H" TO WS-RCPT-TYPE
           PERFORM WRITE-RECEIPT-TOTALS
           PERFORM VARYING WS-RCPT-INDEX FROM 1 BY 1
               UNTIL WS-RCPT-INDEX > WS-RCPT-COUNT
               MOVE SPACES TO RECEIPT-RECORD
               SET RC-DETAIL-LINE TO TRUE
               MOVE WS-ARCHIVE-DATE TO RC-RUN-DATE
               MOVE WS-RCPT-SAMPLE-ID(WS-RCPT-INDEX) TO RC-SAMPLE-ID
               MOVE WS-RCPT-OUTCOME(WS-RCPT-INDEX) TO RC-OUTCOME
               MOVE WS-RCPT-REASON(WS-RCPT-INDEX) TO RC-REASON
               WRITE RECEIPT-RECORD
           END-PERFORM
           MOVE "T" TO WS-RCPT-TYPE
           PERFORM WRITE-RECEIPT-TOTALS
           CLOSE RECEIPT-FILE
      * Past the table's capacity the receipt would silently omit
      * samples the sequencer delivered; say so where the operator
      * will see it.
           IF WS-RCPT-OVERFLOW > 0 THEN
               DISPLAY "NUCLEOTIDE WARNING: " WS-RCPT-OVERFLOW
                   " STRANDS PAST 2000 SAMPLES NOT ON RECEIPT"
           END-IF.
       WRITE-DELIVERY-RECEIPT-EXIT.
           EXIT.

      * Header or trailer, whichever WS-RCPT-TYPE the caller set.
       WRITE-RECEIPT-TOTALS.
           MOVE SPACES TO RECEIPT-RECORD
           MOVE WS-RCPT-TYPE TO RC-RECORD-TYPE
           MOVE WS-ARCHIVE-DATE TO RC-RUN-DATE
           MOVE "SEQDROP" TO RC-SOURCE
           MOVE WS-BATCH-STRAND-COUNT TO RC-RECORDS
           MOVE WS-RCPT-COUNT TO RC-SAMPLES
           MOVE WS-RCPT-ACCEPTED TO RC-ACCEPTED
           MOVE WS-RCPT-INVALID TO RC-INVALID
           MOVE WS-RCPT-GC-BAND TO RC-GC-BAND
           MOVE WS-RCPT-LOW-QUAL TO RC-LOW-QUAL
           MOVE WS-RCPT-DUPLICATE TO RC-DUPLICATE
           WRITE RECEIPT-RECORD.
       WRITE-RECEIPT-TOTALS-EXIT.
           EXIT.

      * One consumed drop-file record onto the dated archive.
       ARCHIVE-DROP-RECORD.
           MOVE SPACES TO ARCHIVE-FILE-RECORD
