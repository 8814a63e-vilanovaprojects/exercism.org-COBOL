      ******************************************************************
      * CONSBLD: consensus strand builder. The sequencer often reads
      * one sample three or four times, and each read arrives as its
      * own logical strand on SEQFILE under the same SEQ-SAMPLE-ID
      * -- DUPSCAN only catches a read repeated under a different
      * id, so the lab was counting every sample several times.
      * This run groups SEQFILE's strands by sample id (continuation
      * segments joined first, as the other readers do) and builds
      * one majority-vote consensus per sample: at each position a
      * base called by more than half the reads covering it wins;
      * with no such majority the position takes the IUPAC code for
      * every base the reads called there. A read's own "N" or other
      * ambiguity call casts no vote, and a position no read calls
      * is "N".
      *
      * The consensus goes to CONSEQ in the SEQFILE layout (split
      * into "C"-flagged continuation segments past one record), so
      * transcription and counting take one strand per sample from
      * it. CONSRPT shows per sample the reads used, the consensus
      * length, how many positions were unanimous, majority,
      * ambiguous, or uncalled, and the mean agreement; then every
      * position short of unanimous with its vote and agreement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQUENCE-FILE ASSIGN TO "SEQFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CONSENSUS-FILE ASSIGN TO "CONSEQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONSENSUS-REPORT ASSIGN TO "CONSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Sample-ID keyed layout, matching the other SEQFILE readers.
       FD SEQUENCE-FILE.
       01 SEQUENCE-FILE-RECORD.
           05 SEQ-SAMPLE-ID PIC X(12).
           05 SEQ-SEGMENT-FLAG PIC X.
           05 SEQ-STRAND PIC X(500).

      * The consensus feed, in the same layout.
       FD CONSENSUS-FILE.
       01 CONSENSUS-FILE-RECORD.
           05 CS-SAMPLE-ID PIC X(12).
           05 CS-SEGMENT-FLAG PIC X.
           05 CS-STRAND PIC X(500).

       FD CONSENSUS-REPORT.
       01 CONSENSUS-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SEQ-EOF PIC X VALUE "N".
           88 SEQ-EOF VALUE "Y".

      * Every read on SEQFILE, loaded whole: one assembled strand
      * per entry, in file order.
       01 WS-READ-COUNT PIC 9(3) VALUE 0.
       01 WS-READ-TABLE.
           05 WS-READ-ENTRY OCCURS 400 TIMES.
               10 WS-RD-SAMPLE PIC X(12).
               10 WS-RD-LENGTH PIC 9(4).
               10 WS-RD-STRAND PIC X(2000).
       01 WS-READ-IX PIC 9(3).
       01 WS-READS-DROPPED PIC 9(5) VALUE 0.

      * The distinct sample ids, in order of first appearance.
       01 WS-GROUP-COUNT PIC 9(3) VALUE 0.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-SAMPLE PIC X(12) OCCURS 400 TIMES.
       01 WS-GROUP-IX PIC 9(3).
       01 WS-GROUP-MATCH PIC 9(3).

      * Strand assembly.
       01 WS-ASSEMBLED-LENGTH PIC 9(4) VALUE 0.
       01 WS-SEGMENT-LENGTH PIC 9(4) VALUE 0.

      * One sample's consensus under construction.
       01 WS-CONSENSUS PIC X(2000).
       01 WS-CONS-LENGTH PIC 9(4).
       01 WS-READS-USED PIC 9(3).
       01 WS-POSITION PIC 9(4).
       01 WS-ONE-BASE PIC X.
       01 WS-VOTES.
           05 WS-VOTE-A PIC 9(3).
           05 WS-VOTE-C PIC 9(3).
           05 WS-VOTE-G PIC 9(3).
           05 WS-VOTE-T PIC 9(3).
       01 WS-VOTERS PIC 9(3).
       01 WS-TOP-VOTE PIC 9(3).
       01 WS-AGREE-PCT PIC 999V99.
       01 WS-AGREE-SUM PIC 9(7)V99.
       01 WS-MEAN-AGREE PIC 999V99.
       01 WS-AGREE-EDIT PIC ZZ9.99.

      * IUPAC code for the set of bases called at a position: the
      * set read as A=1, C=2, G=4, T=8, plus one, indexes this.
       01 WS-IUPAC-BY-SET PIC X(16) VALUE "NACMGRSVTWYHKDBN".
       01 WS-BASE-SET PIC 99.

      * Per-sample position tallies.
       01 WS-UNANIMOUS PIC 9(4).
       01 WS-MAJORITY PIC 9(4).
       01 WS-AMBIGUOUS PIC 9(4).
       01 WS-UNCALLED PIC 9(4).

      * Consensus output segmentation.
       01 WS-OUT-OFFSET PIC 9(4).
       01 WS-OUT-LENGTH PIC 9(4).

       01 WS-SAMPLES-BUILT PIC 9(5) VALUE 0.
       01 WS-MULTI-READ PIC 9(5) VALUE 0.
       01 WS-POS-EDIT PIC ZZZ9.
       01 WS-COUNT-EDIT PIC ZZZ9.
       01 WS-READS-EDIT PIC ZZ9.

      * FILE STATUS catcher for the non-OPTIONAL files.
       01 WS-FILE-STATUS PIC XX VALUE "00".

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

       CONSBLD-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE SPACES TO WS-ERROR-MESSAGE
           OPEN INPUT SEQUENCE-FILE
           IF WS-FILE-STATUS NOT = "00" THEN
               SET WS-PROCESSING-ERROR TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "SEQFILE OPEN FAILED, STATUS " WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               DISPLAY "CONSBLD ERROR: " WS-ERROR-MESSAGE
           ELSE
               PERFORM CONSBLD-BODY
           END-IF
           PERFORM LOG-AUDIT-ENTRY
           MOVE WS-RETURN-CODE TO WS-PUBLISHED-RETURN-CODE
           MOVE WS-ERROR-MESSAGE TO WS-PUBLISHED-ERROR-MESSAGE
           PERFORM RAISE-ALERT-IF-SEVERE
           GOBACK.
       CONSBLD-RUN-EXIT.
           EXIT.

       CONSBLD-BODY.
           PERFORM LOAD-READ-TABLE
           CLOSE SEQUENCE-FILE
           OPEN OUTPUT CONSENSUS-FILE
           OPEN OUTPUT CONSENSUS-REPORT
           MOVE "CONSENSUS STRANDS FROM REPEATED READS"
               TO CONSENSUS-REPORT-LINE
           WRITE CONSENSUS-REPORT-LINE
           PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
               UNTIL WS-GROUP-IX > WS-GROUP-COUNT
               PERFORM BUILD-ONE-CONSENSUS
           END-PERFORM
           MOVE SPACES TO CONSENSUS-REPORT-LINE
           WRITE CONSENSUS-REPORT-LINE
           MOVE SPACES TO CONSENSUS-REPORT-LINE
           STRING "READS " WS-READ-COUNT
               " SAMPLES " WS-SAMPLES-BUILT
               " MULTI-READ " WS-MULTI-READ
               " READS NOT LOADED " WS-READS-DROPPED
               DELIMITED BY SIZE INTO CONSENSUS-REPORT-LINE
           WRITE CONSENSUS-REPORT-LINE
           CLOSE CONSENSUS-FILE
           CLOSE CONSENSUS-REPORT
           IF WS-READS-DROPPED > 0 THEN
               SET WS-INVALID-INPUT TO TRUE
               MOVE "READ TABLE FULL, SEE CONSRPT"
                   TO WS-ERROR-MESSAGE
           END-IF.
       CONSBLD-BODY-EXIT.
           EXIT.

      ******************************************************************
      * SEQFILE loaded whole, one assembled read per entry, noting
      * each sample id the first time it appears. A read past the
      * table's end is counted and left out.
      ******************************************************************
       LOAD-READ-TABLE.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-GROUP-COUNT
           MOVE "N" TO WS-SEQ-EOF
           PERFORM UNTIL SEQ-EOF
               READ SEQUENCE-FILE
                   AT END
                       SET SEQ-EOF TO TRUE
                   NOT AT END
                       IF WS-READ-COUNT < 400 THEN
                           PERFORM LOAD-ONE-READ
                       ELSE
                           ADD 1 TO WS-READS-DROPPED
                           PERFORM SKIP-ONE-READ
                       END-IF
               END-READ
           END-PERFORM.
       LOAD-READ-TABLE-EXIT.
           EXIT.

       LOAD-ONE-READ.
           ADD 1 TO WS-READ-COUNT
           MOVE SEQ-SAMPLE-ID TO WS-RD-SAMPLE(WS-READ-COUNT)
           MOVE SPACES TO WS-RD-STRAND(WS-READ-COUNT)
           MOVE 0 TO WS-ASSEMBLED-LENGTH
           PERFORM APPEND-READ-SEGMENT
           PERFORM UNTIL SEQ-SEGMENT-FLAG NOT = "C" OR SEQ-EOF
               READ SEQUENCE-FILE
                   AT END
                       SET SEQ-EOF TO TRUE
                   NOT AT END
                       PERFORM APPEND-READ-SEGMENT
               END-READ
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-RD-STRAND(WS-READ-COUNT))
               TO WS-RD-STRAND(WS-READ-COUNT)
           MOVE WS-ASSEMBLED-LENGTH TO WS-RD-LENGTH(WS-READ-COUNT)
           MOVE 0 TO WS-GROUP-MATCH
           PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
               UNTIL WS-GROUP-IX > WS-GROUP-COUNT
               OR WS-GROUP-MATCH > 0
               IF WS-GROUP-SAMPLE(WS-GROUP-IX)
                   = WS-RD-SAMPLE(WS-READ-COUNT) THEN
                   MOVE WS-GROUP-IX TO WS-GROUP-MATCH
               END-IF
           END-PERFORM
           IF WS-GROUP-MATCH = 0 THEN
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-RD-SAMPLE(WS-READ-COUNT)
                   TO WS-GROUP-SAMPLE(WS-GROUP-COUNT)
           END-IF.
       LOAD-ONE-READ-EXIT.
           EXIT.

       SKIP-ONE-READ.
           PERFORM UNTIL SEQ-SEGMENT-FLAG NOT = "C" OR SEQ-EOF
               READ SEQUENCE-FILE
                   AT END
                       SET SEQ-EOF TO TRUE
               END-READ
           END-PERFORM.
       SKIP-ONE-READ-EXIT.
           EXIT.

       APPEND-READ-SEGMENT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SEQ-STRAND))
               TO WS-SEGMENT-LENGTH
           IF SEQ-STRAND = SPACES THEN
               MOVE 0 TO WS-SEGMENT-LENGTH
           END-IF
           IF WS-SEGMENT-LENGTH > 0
               AND WS-ASSEMBLED-LENGTH + WS-SEGMENT-LENGTH
                   <= 2000 THEN
               MOVE SEQ-STRAND(1:WS-SEGMENT-LENGTH)
                   TO WS-RD-STRAND(WS-READ-COUNT)
                       (WS-ASSEMBLED-LENGTH + 1:WS-SEGMENT-LENGTH)
               ADD WS-SEGMENT-LENGTH TO WS-ASSEMBLED-LENGTH
           END-IF.
       APPEND-READ-SEGMENT-EXIT.
           EXIT.

      ******************************************************************
      * One sample: its reads counted, the consensus built out to
      * the longest read, the summary line written, then the
      * consensus itself, then the positions the reads disagreed
      * on.
      ******************************************************************
       BUILD-ONE-CONSENSUS.
           MOVE 0 TO WS-READS-USED
           MOVE 0 TO WS-CONS-LENGTH
           PERFORM VARYING WS-READ-IX FROM 1 BY 1
               UNTIL WS-READ-IX > WS-READ-COUNT
               IF WS-RD-SAMPLE(WS-READ-IX)
                   = WS-GROUP-SAMPLE(WS-GROUP-IX) THEN
                   ADD 1 TO WS-READS-USED
                   IF WS-RD-LENGTH(WS-READ-IX) > WS-CONS-LENGTH THEN
                       MOVE WS-RD-LENGTH(WS-READ-IX)
                           TO WS-CONS-LENGTH
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-SAMPLES-BUILT
           IF WS-READS-USED > 1 THEN
               ADD 1 TO WS-MULTI-READ
           END-IF
           MOVE SPACES TO WS-CONSENSUS
           MOVE 0 TO WS-UNANIMOUS
           MOVE 0 TO WS-MAJORITY
           MOVE 0 TO WS-AMBIGUOUS
           MOVE 0 TO WS-UNCALLED
           MOVE 0 TO WS-AGREE-SUM
           PERFORM VARYING WS-POSITION FROM 1 BY 1
               UNTIL WS-POSITION > WS-CONS-LENGTH
               PERFORM VOTE-ONE-POSITION
           END-PERFORM
           PERFORM WRITE-SAMPLE-SUMMARY
           PERFORM WRITE-CONSENSUS-STRAND
           IF WS-READS-USED > 1 THEN
               PERFORM VARYING WS-POSITION FROM 1 BY 1
                   UNTIL WS-POSITION > WS-CONS-LENGTH
                   PERFORM REPORT-ONE-POSITION
               END-PERFORM
           END-IF.
       BUILD-ONE-CONSENSUS-EXIT.
           EXIT.

      * The votes at one position, from every read of the sample
      * long enough to cover it.
       TALLY-POSITION-VOTES.
           MOVE 0 TO WS-VOTE-A
           MOVE 0 TO WS-VOTE-C
           MOVE 0 TO WS-VOTE-G
           MOVE 0 TO WS-VOTE-T
           PERFORM VARYING WS-READ-IX FROM 1 BY 1
               UNTIL WS-READ-IX > WS-READ-COUNT
               IF WS-RD-SAMPLE(WS-READ-IX)
                   = WS-GROUP-SAMPLE(WS-GROUP-IX)
                   AND WS-RD-LENGTH(WS-READ-IX) >= WS-POSITION THEN
                   MOVE WS-RD-STRAND(WS-READ-IX)(WS-POSITION:1)
                       TO WS-ONE-BASE
                   EVALUATE WS-ONE-BASE
                       WHEN "A" ADD 1 TO WS-VOTE-A
                       WHEN "C" ADD 1 TO WS-VOTE-C
                       WHEN "G" ADD 1 TO WS-VOTE-G
                       WHEN "T" ADD 1 TO WS-VOTE-T
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           COMPUTE WS-VOTERS =
               WS-VOTE-A + WS-VOTE-C + WS-VOTE-G + WS-VOTE-T
           MOVE WS-VOTE-A TO WS-TOP-VOTE
           IF WS-VOTE-C > WS-TOP-VOTE THEN
               MOVE WS-VOTE-C TO WS-TOP-VOTE
           END-IF
           IF WS-VOTE-G > WS-TOP-VOTE THEN
               MOVE WS-VOTE-G TO WS-TOP-VOTE
           END-IF
           IF WS-VOTE-T > WS-TOP-VOTE THEN
               MOVE WS-VOTE-T TO WS-TOP-VOTE
           END-IF
           IF WS-VOTERS = 0 THEN
               MOVE 0 TO WS-AGREE-PCT
           ELSE
               COMPUTE WS-AGREE-PCT ROUNDED =
                   (WS-TOP-VOTE * 100) / WS-VOTERS
           END-IF.
       TALLY-POSITION-VOTES-EXIT.
           EXIT.

       VOTE-ONE-POSITION.
           PERFORM TALLY-POSITION-VOTES
           EVALUATE TRUE
               WHEN WS-VOTERS = 0
                   MOVE "N" TO WS-CONSENSUS(WS-POSITION:1)
                   ADD 1 TO WS-UNCALLED
               WHEN WS-TOP-VOTE * 2 > WS-VOTERS
                   EVALUATE WS-TOP-VOTE
                       WHEN WS-VOTE-A
                           MOVE "A" TO WS-CONSENSUS(WS-POSITION:1)
                       WHEN WS-VOTE-C
                           MOVE "C" TO WS-CONSENSUS(WS-POSITION:1)
                       WHEN WS-VOTE-G
                           MOVE "G" TO WS-CONSENSUS(WS-POSITION:1)
                       WHEN OTHER
                           MOVE "T" TO WS-CONSENSUS(WS-POSITION:1)
                   END-EVALUATE
                   IF WS-TOP-VOTE = WS-VOTERS THEN
                       ADD 1 TO WS-UNANIMOUS
                   ELSE
                       ADD 1 TO WS-MAJORITY
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-BASE-SET
                   IF WS-VOTE-A > 0 THEN
                       ADD 1 TO WS-BASE-SET
                   END-IF
                   IF WS-VOTE-C > 0 THEN
                       ADD 2 TO WS-BASE-SET
                   END-IF
                   IF WS-VOTE-G > 0 THEN
                       ADD 4 TO WS-BASE-SET
                   END-IF
                   IF WS-VOTE-T > 0 THEN
                       ADD 8 TO WS-BASE-SET
                   END-IF
                   MOVE WS-IUPAC-BY-SET(WS-BASE-SET + 1:1)
                       TO WS-CONSENSUS(WS-POSITION:1)
                   ADD 1 TO WS-AMBIGUOUS
           END-EVALUATE
           IF WS-VOTERS > 0 THEN
               ADD WS-AGREE-PCT TO WS-AGREE-SUM
           END-IF.
       VOTE-ONE-POSITION-EXIT.
           EXIT.

      * Mean agreement is over the positions at least one read
      * called.
       WRITE-SAMPLE-SUMMARY.
           IF WS-CONS-LENGTH > WS-UNCALLED THEN
               COMPUTE WS-MEAN-AGREE ROUNDED =
                   WS-AGREE-SUM / (WS-CONS-LENGTH - WS-UNCALLED)
           ELSE
               MOVE 0 TO WS-MEAN-AGREE
           END-IF
           MOVE WS-MEAN-AGREE TO WS-AGREE-EDIT
           MOVE WS-READS-USED TO WS-READS-EDIT
           MOVE WS-CONS-LENGTH TO WS-COUNT-EDIT
           MOVE SPACES TO CONSENSUS-REPORT-LINE
           WRITE CONSENSUS-REPORT-LINE
           MOVE SPACES TO CONSENSUS-REPORT-LINE
           STRING "SAMPLE " WS-GROUP-SAMPLE(WS-GROUP-IX)
               " READS " WS-READS-EDIT
               " LENGTH " WS-COUNT-EDIT
               " MEAN AGREEMENT " WS-AGREE-EDIT " PCT"
               DELIMITED BY SIZE INTO CONSENSUS-REPORT-LINE
           WRITE CONSENSUS-REPORT-LINE
           MOVE SPACES TO CONSENSUS-REPORT-LINE
           STRING "  UNANIMOUS " WS-UNANIMOUS
               " MAJORITY " WS-MAJORITY
               " AMBIGUOUS " WS-AMBIGUOUS
               " UNCALLED " WS-UNCALLED
               DELIMITED BY SIZE INTO CONSENSUS-REPORT-LINE
           WRITE CONSENSUS-REPORT-LINE.
       WRITE-SAMPLE-SUMMARY-EXIT.
           EXIT.

      * A position short of unanimous: the vote per base, the call
      * the consensus made, and the share of reads behind the
      * leading base.
       REPORT-ONE-POSITION.
           PERFORM TALLY-POSITION-VOTES
           IF WS-VOTERS > 0 AND WS-TOP-VOTE < WS-VOTERS THEN
               MOVE WS-POSITION TO WS-POS-EDIT
               MOVE WS-AGREE-PCT TO WS-AGREE-EDIT
               MOVE SPACES TO CONSENSUS-REPORT-LINE
               STRING "  POS " WS-POS-EDIT
                   "  A " WS-VOTE-A " C " WS-VOTE-C
                   " G " WS-VOTE-G " T " WS-VOTE-T
                   "  CALL " WS-CONSENSUS(WS-POSITION:1)
                   "  AGREEMENT " WS-AGREE-EDIT " PCT"
                   DELIMITED BY SIZE INTO CONSENSUS-REPORT-LINE
               WRITE CONSENSUS-REPORT-LINE
           END-IF.
       REPORT-ONE-POSITION-EXIT.
           EXIT.

      * The consensus onto CONSEQ, 500 bases a record, every record
      * but the last flagged "C".
       WRITE-CONSENSUS-STRAND.
           MOVE 0 TO WS-OUT-OFFSET
           PERFORM WITH TEST AFTER
               UNTIL WS-OUT-OFFSET >= WS-CONS-LENGTH
               COMPUTE WS-OUT-LENGTH = WS-CONS-LENGTH - WS-OUT-OFFSET
               IF WS-OUT-LENGTH > 500 THEN
                   MOVE 500 TO WS-OUT-LENGTH
               END-IF
               MOVE SPACES TO CONSENSUS-FILE-RECORD
               MOVE WS-GROUP-SAMPLE(WS-GROUP-IX) TO CS-SAMPLE-ID
               IF WS-OUT-LENGTH > 0 THEN
                   MOVE WS-CONSENSUS(WS-OUT-OFFSET + 1:WS-OUT-LENGTH)
                       TO CS-STRAND
               END-IF
               ADD WS-OUT-LENGTH TO WS-OUT-OFFSET
               IF WS-OUT-OFFSET < WS-CONS-LENGTH THEN
                   MOVE "C" TO CS-SEGMENT-FLAG
               END-IF
               WRITE CONSENSUS-FILE-RECORD
           END-PERFORM.
       WRITE-CONSENSUS-STRAND-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "CONSBLD" TO WS-AUDIT-PROGRAM
           MOVE "SEQFILE" TO WS-AUDIT-INPUT
           STRING "READS " WS-READ-COUNT
               " SAMPLES " WS-SAMPLES-BUILT
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
      * A severe outcome raises an immediate operator alert through
      * ALERTSVC alongside the published status.
      ******************************************************************
       RAISE-ALERT-IF-SEVERE.
           IF WS-PROCESSING-ERROR THEN
               MOVE "CONSBLD" TO WS-ALERT-PROGRAM
               MOVE WS-RETURN-CODE TO WS-ALERT-CODE
               MOVE WS-ERROR-MESSAGE TO WS-ALERT-MESSAGE
               CALL "ALERTSVC" USING WS-ALERT-REQUEST
           END-IF.
       RAISE-ALERT-IF-SEVERE-EXIT.
           EXIT.
       END PROGRAM CONSBLD.
