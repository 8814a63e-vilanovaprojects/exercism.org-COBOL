      ******************************************************************
      * MOTIFSCN: binding-motif search. REVSCAN finds palindromes,
      * but the lab's weekly question is where particular binding
      * motifs occur, and it was being answered with a text
      * editor's find. The lab keeps its motifs on MOTIFS -- a name
      * and a pattern that may use the IUPAC ambiguity codes
      * nucleotide-count already understands (N any base, R/Y/S/W/
      * K/M two-base, B/D/H/V three-base). This scan walks SEQFILE
      * (honoring the SEQ-SEGMENT-FLAG continuation convention) and
      * searches both strands of every sample: the forward strand
      * for the motif, and the reverse strand by searching the
      * forward strand for the motif's reverse complement, so every
      * hit is reported in forward-strand positions. MOTIFRPT lists
      * each hit by SEQ-SAMPLE-ID, position, strand, and motif, then
      * a per-motif hit-count summary.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOTIFSCN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQUENCE-FILE ASSIGN TO "SEQFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MOTIF-FILE ASSIGN TO "MOTIFS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MOTIF-REPORT ASSIGN TO "MOTIFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Sample-ID keyed layout, matching the other SEQFILE readers.
       FD SEQUENCE-FILE.
       01 SEQUENCE-FILE-RECORD.
           05 SEQ-SAMPLE-ID PIC X(12).
           05 SEQ-SEGMENT-FLAG PIC X.
           05 SEQ-STRAND PIC X(500).

      * One motif per line: its name, then its pattern read 5' to
      * 3' from column 14.
       FD MOTIF-FILE.
       01 MOTIF-FILE-RECORD.
           05 MF-MOTIF-NAME PIC X(12).
           05 FILLER PIC X.
           05 MF-MOTIF-PATTERN PIC X(30).

       FD MOTIF-REPORT.
       01 MOTIF-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-BATCH-EOF PIC X VALUE "N".
           88 BATCH-EOF VALUE "Y".
       01 WS-MOTIF-EOF PIC X VALUE "N".
           88 MOTIF-EOF VALUE "Y".

      * The assembled strand.
       01 WS-STRAND PIC X(2000).
       01 WS-SAMPLE-ID PIC X(12) VALUE SPACES.
       01 WS-STRAND-LENGTH PIC 9(4) VALUE 0.

      * Continuation-record reassembly, matching the other SEQFILE
      * readers' view of the same convention.
       01 WS-ASSEMBLED-LENGTH PIC 9(4) VALUE 0.
       01 WS-SEGMENT-LENGTH PIC 9(4) VALUE 0.
       01 WS-SEGMENT-COUNT PIC 9(4) VALUE 0.

      * The IUPAC alphabet: each code, the bases it stands for, and
      * its complement code.
       01 WS-IUPAC-CODES.
           05 FILLER PIC X(6) VALUE "AA   T".
           05 FILLER PIC X(6) VALUE "CC   G".
           05 FILLER PIC X(6) VALUE "GG   C".
           05 FILLER PIC X(6) VALUE "TT   A".
           05 FILLER PIC X(6) VALUE "RAG  Y".
           05 FILLER PIC X(6) VALUE "YCT  R".
           05 FILLER PIC X(6) VALUE "SCG  S".
           05 FILLER PIC X(6) VALUE "WAT  W".
           05 FILLER PIC X(6) VALUE "KGT  M".
           05 FILLER PIC X(6) VALUE "MAC  K".
           05 FILLER PIC X(6) VALUE "BCGT V".
           05 FILLER PIC X(6) VALUE "DAGT H".
           05 FILLER PIC X(6) VALUE "HACT D".
           05 FILLER PIC X(6) VALUE "VACG B".
           05 FILLER PIC X(6) VALUE "NACGTN".
       01 WS-IUPAC-TABLE REDEFINES WS-IUPAC-CODES.
           05 WS-IUPAC-ENTRY OCCURS 15 TIMES.
               10 WS-IUPAC-CODE PIC X.
               10 WS-IUPAC-BASES PIC X(4).
               10 WS-IUPAC-COMPLEMENT PIC X.
       01 WS-IUPAC-IX PIC 99.
       01 WS-IUPAC-MATCH PIC 99.

      * The motif list, with each motif's reverse complement and
      * its hit counts per strand.
       01 WS-MOTIF-COUNT PIC 9(3) VALUE 0.
       01 WS-MOTIF-TABLE.
           05 WS-MOTIF-ENTRY OCCURS 100 TIMES.
               10 WS-MOTIF-NAME PIC X(12).
               10 WS-MOTIF-PATTERN PIC X(30).
               10 WS-MOTIF-REVCOMP PIC X(30).
               10 WS-MOTIF-LENGTH PIC 99.
               10 WS-MOTIF-FWD-HITS PIC 9(6).
               10 WS-MOTIF-REV-HITS PIC 9(6).
               10 WS-MOTIF-SAMPLES PIC 9(5).
       01 WS-MOTIF-IX PIC 9(3).
       01 WS-MOTIF-REJECTS PIC 9(4) VALUE 0.
       01 WS-PATTERN-BAD PIC X.
       01 WS-PATTERN-IX PIC 99.
       01 WS-OUT-INDEX PIC 99.
       01 WS-ONE-CODE PIC X.

      * Search working storage: the pattern under test (the motif
      * or its reverse complement), its strand mark, and the
      * window position.
       01 WS-SEARCH-PATTERN PIC X(30).
       01 WS-SEARCH-STRAND PIC X.
       01 WS-SEARCH-POS PIC 9(4).
       01 WS-WINDOW-IX PIC 99.
       01 WS-WINDOW-MATCH PIC X.
           88 WINDOW-MATCHES VALUE "Y".
       01 WS-BASE-MATCH PIC X.
       01 WS-ONE-BASE PIC X.
       01 WS-SAMPLE-HITS PIC 9(5).

       01 WS-STRANDS-DONE PIC 9(6) VALUE 0.
       01 WS-HITS-FOUND PIC 9(6) VALUE 0.
       01 WS-POS-EDIT PIC ZZZ9.
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-COUNT-EDIT-2 PIC ZZZZZ9.
       01 WS-COUNT-EDIT-3 PIC ZZZZZ9.
       01 WS-SAMPLES-EDIT PIC ZZZZZ9.

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

       MOTIFSCN-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE SPACES TO WS-ERROR-MESSAGE
           OPEN OUTPUT MOTIF-REPORT
           MOVE "MOTIF HITS -- POSITIONS ON THE FORWARD STRAND"
               TO MOTIF-REPORT-LINE
           WRITE MOTIF-REPORT-LINE
           PERFORM LOAD-MOTIF-LIST
           IF WS-SUCCESS THEN
               OPEN INPUT SEQUENCE-FILE
               IF WS-FILE-STATUS NOT = "00" THEN
                   SET WS-PROCESSING-ERROR TO TRUE
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING "SEQFILE OPEN FAILED, STATUS "
                       WS-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                   DISPLAY "MOTIFSCN ERROR: " WS-ERROR-MESSAGE
               ELSE
                   PERFORM MOTIFSCN-BODY
               END-IF
           END-IF
           IF NOT WS-SUCCESS THEN
               MOVE SPACES TO MOTIF-REPORT-LINE
               STRING "MOTIF SCAN NOT RUN -- " WS-ERROR-MESSAGE
                   DELIMITED BY SIZE INTO MOTIF-REPORT-LINE
               WRITE MOTIF-REPORT-LINE
           END-IF
           CLOSE MOTIF-REPORT
           PERFORM LOG-AUDIT-ENTRY
           MOVE WS-RETURN-CODE TO WS-PUBLISHED-RETURN-CODE
           MOVE WS-ERROR-MESSAGE TO WS-PUBLISHED-ERROR-MESSAGE
           PERFORM RAISE-ALERT-IF-SEVERE
           GOBACK.
       MOTIFSCN-RUN-EXIT.
           EXIT.

       MOTIFSCN-BODY.
           MOVE "N" TO WS-BATCH-EOF
           MOVE 0 TO WS-STRANDS-DONE
           MOVE 0 TO WS-HITS-FOUND
           MOVE SPACES TO MOTIF-REPORT-LINE
           WRITE MOTIF-REPORT-LINE
           MOVE SPACES TO MOTIF-REPORT-LINE
           STRING "SAMPLE        POS  STRAND  MOTIF         "
               "MATCHED"
               DELIMITED BY SIZE INTO MOTIF-REPORT-LINE
           WRITE MOTIF-REPORT-LINE
           PERFORM UNTIL BATCH-EOF
               READ SEQUENCE-FILE
                   AT END
                       SET BATCH-EOF TO TRUE
                   NOT AT END
                       PERFORM ASSEMBLE-LOGICAL-STRAND
                       PERFORM SCAN-ONE-SAMPLE
               END-READ
           END-PERFORM
           CLOSE SEQUENCE-FILE
           PERFORM WRITE-MOTIF-SUMMARY.
       MOTIFSCN-BODY-EXIT.
           EXIT.

      ******************************************************************
      * MOTIFS loaded whole. A pattern holding anything outside the
      * IUPAC alphabet, or a line with no name or no pattern, is
      * listed as rejected rather than searched for; a list with no
      * usable motif at all stops the run.
      ******************************************************************
       LOAD-MOTIF-LIST.
           MOVE 0 TO WS-MOTIF-COUNT
           OPEN INPUT MOTIF-FILE
           IF WS-FILE-STATUS NOT = "00" THEN
               SET WS-PROCESSING-ERROR TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "MOTIFS OPEN FAILED, STATUS " WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               DISPLAY "MOTIFSCN ERROR: " WS-ERROR-MESSAGE
           ELSE
               MOVE "N" TO WS-MOTIF-EOF
               PERFORM UNTIL MOTIF-EOF
                   READ MOTIF-FILE
                       AT END
                           SET MOTIF-EOF TO TRUE
                       NOT AT END
                           IF MOTIF-FILE-RECORD NOT = SPACES THEN
                               PERFORM ADD-ONE-MOTIF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOTIF-FILE
               IF WS-MOTIF-COUNT = 0 THEN
                   SET WS-INVALID-INPUT TO TRUE
                   MOVE "NO USABLE MOTIF ON MOTIFS"
                       TO WS-ERROR-MESSAGE
                   DISPLAY "MOTIFSCN ERROR: " WS-ERROR-MESSAGE
               END-IF
           END-IF.
       LOAD-MOTIF-LIST-EXIT.
           EXIT.

       ADD-ONE-MOTIF.
           MOVE FUNCTION UPPER-CASE(MF-MOTIF-PATTERN)
               TO MF-MOTIF-PATTERN
           MOVE "N" TO WS-PATTERN-BAD
           IF MF-MOTIF-NAME = SPACES OR MF-MOTIF-PATTERN = SPACES
               OR WS-MOTIF-COUNT >= 100 THEN
               MOVE "Y" TO WS-PATTERN-BAD
           ELSE
               ADD 1 TO WS-MOTIF-COUNT
               MOVE MF-MOTIF-NAME TO WS-MOTIF-NAME(WS-MOTIF-COUNT)
               MOVE MF-MOTIF-PATTERN
                   TO WS-MOTIF-PATTERN(WS-MOTIF-COUNT)
               MOVE FUNCTION LENGTH(FUNCTION TRIM(MF-MOTIF-PATTERN
                   TRAILING)) TO WS-MOTIF-LENGTH(WS-MOTIF-COUNT)
               MOVE 0 TO WS-MOTIF-FWD-HITS(WS-MOTIF-COUNT)
               MOVE 0 TO WS-MOTIF-REV-HITS(WS-MOTIF-COUNT)
               MOVE 0 TO WS-MOTIF-SAMPLES(WS-MOTIF-COUNT)
               PERFORM BUILD-MOTIF-REVCOMP
               IF WS-PATTERN-BAD = "Y" THEN
                   SUBTRACT 1 FROM WS-MOTIF-COUNT
               END-IF
           END-IF
           IF WS-PATTERN-BAD = "Y" THEN
               ADD 1 TO WS-MOTIF-REJECTS
               MOVE SPACES TO MOTIF-REPORT-LINE
               STRING "MOTIF REJECTED: " MOTIF-FILE-RECORD
                   DELIMITED BY SIZE INTO MOTIF-REPORT-LINE
               WRITE MOTIF-REPORT-LINE
           END-IF.
       ADD-ONE-MOTIF-EXIT.
           EXIT.

      * Each code complemented and the order reversed; a code not in
      * the alphabet (an embedded space included) fails the motif.
       BUILD-MOTIF-REVCOMP.
           MOVE SPACES TO WS-MOTIF-REVCOMP(WS-MOTIF-COUNT)
           PERFORM VARYING WS-PATTERN-IX FROM 1 BY 1
               UNTIL WS-PATTERN-IX > WS-MOTIF-LENGTH(WS-MOTIF-COUNT)
               MOVE MF-MOTIF-PATTERN(WS-PATTERN-IX:1) TO WS-ONE-CODE
               PERFORM FIND-IUPAC-CODE
               IF WS-IUPAC-MATCH = 0 THEN
                   MOVE "Y" TO WS-PATTERN-BAD
               ELSE
                   COMPUTE WS-OUT-INDEX =
                       WS-MOTIF-LENGTH(WS-MOTIF-COUNT)
                       - WS-PATTERN-IX + 1
                   MOVE WS-IUPAC-COMPLEMENT(WS-IUPAC-MATCH)
                       TO WS-MOTIF-REVCOMP(WS-MOTIF-COUNT)
                           (WS-OUT-INDEX:1)
               END-IF
           END-PERFORM.
       BUILD-MOTIF-REVCOMP-EXIT.
           EXIT.

       FIND-IUPAC-CODE.
           MOVE 0 TO WS-IUPAC-MATCH
           PERFORM VARYING WS-IUPAC-IX FROM 1 BY 1
               UNTIL WS-IUPAC-IX > 15 OR WS-IUPAC-MATCH > 0
               IF WS-IUPAC-CODE(WS-IUPAC-IX) = WS-ONE-CODE THEN
                   MOVE WS-IUPAC-IX TO WS-IUPAC-MATCH
               END-IF
           END-PERFORM.
       FIND-IUPAC-CODE-EXIT.
           EXIT.

      ******************************************************************
      * One sample against every motif, forward strand then
      * reverse. A palindromic motif hits both strands at the same
      * position, and is reported on both -- both strands carry it.
      ******************************************************************
       SCAN-ONE-SAMPLE.
           ADD 1 TO WS-STRANDS-DONE
           MOVE FUNCTION UPPER-CASE(WS-STRAND) TO WS-STRAND
           PERFORM VARYING WS-MOTIF-IX FROM 1 BY 1
               UNTIL WS-MOTIF-IX > WS-MOTIF-COUNT
               MOVE 0 TO WS-SAMPLE-HITS
               MOVE WS-MOTIF-PATTERN(WS-MOTIF-IX) TO WS-SEARCH-PATTERN
               MOVE "+" TO WS-SEARCH-STRAND
               PERFORM SEARCH-ONE-PATTERN
               MOVE WS-MOTIF-REVCOMP(WS-MOTIF-IX) TO WS-SEARCH-PATTERN
               MOVE "-" TO WS-SEARCH-STRAND
               PERFORM SEARCH-ONE-PATTERN
               IF WS-SAMPLE-HITS > 0 THEN
                   ADD 1 TO WS-MOTIF-SAMPLES(WS-MOTIF-IX)
               END-IF
           END-PERFORM.
       SCAN-ONE-SAMPLE-EXIT.
           EXIT.

       SEARCH-ONE-PATTERN.
           PERFORM VARYING WS-SEARCH-POS FROM 1 BY 1
               UNTIL WS-SEARCH-POS + WS-MOTIF-LENGTH(WS-MOTIF-IX)
                   > WS-STRAND-LENGTH + 1
               PERFORM CHECK-WINDOW-MATCH
               IF WINDOW-MATCHES THEN
                   PERFORM REPORT-ONE-HIT
               END-IF
           END-PERFORM.
       SEARCH-ONE-PATTERN-EXIT.
           EXIT.

      * A strand base matches a pattern code when it is one of the
      * code's bases; an ambiguous call in the strand itself is not
      * a known base and matches nothing.
       CHECK-WINDOW-MATCH.
           MOVE "Y" TO WS-WINDOW-MATCH
           PERFORM VARYING WS-WINDOW-IX FROM 1 BY 1
               UNTIL WS-WINDOW-IX > WS-MOTIF-LENGTH(WS-MOTIF-IX)
               OR NOT WINDOW-MATCHES
               MOVE WS-SEARCH-PATTERN(WS-WINDOW-IX:1) TO WS-ONE-CODE
               MOVE WS-STRAND(WS-SEARCH-POS + WS-WINDOW-IX - 1:1)
                   TO WS-ONE-BASE
               PERFORM FIND-IUPAC-CODE
               MOVE "N" TO WS-BASE-MATCH
               IF WS-ONE-BASE NOT = SPACE AND WS-IUPAC-MATCH > 0 THEN
                   IF WS-IUPAC-BASES(WS-IUPAC-MATCH)(1:1) = WS-ONE-BASE
                       OR WS-IUPAC-BASES(WS-IUPAC-MATCH)(2:1)
                           = WS-ONE-BASE
                       OR WS-IUPAC-BASES(WS-IUPAC-MATCH)(3:1)
                           = WS-ONE-BASE
                       OR WS-IUPAC-BASES(WS-IUPAC-MATCH)(4:1)
                           = WS-ONE-BASE THEN
                       MOVE "Y" TO WS-BASE-MATCH
                   END-IF
               END-IF
               IF WS-BASE-MATCH = "N" THEN
                   MOVE "N" TO WS-WINDOW-MATCH
               END-IF
           END-PERFORM.
       CHECK-WINDOW-MATCH-EXIT.
           EXIT.

       REPORT-ONE-HIT.
           ADD 1 TO WS-HITS-FOUND
           ADD 1 TO WS-SAMPLE-HITS
           IF WS-SEARCH-STRAND = "+" THEN
               ADD 1 TO WS-MOTIF-FWD-HITS(WS-MOTIF-IX)
           ELSE
               ADD 1 TO WS-MOTIF-REV-HITS(WS-MOTIF-IX)
           END-IF
           MOVE WS-SEARCH-POS TO WS-POS-EDIT
           MOVE SPACES TO MOTIF-REPORT-LINE
           STRING WS-SAMPLE-ID " " WS-POS-EDIT
               "    " WS-SEARCH-STRAND
               "     " WS-MOTIF-NAME(WS-MOTIF-IX)
               "  " WS-STRAND(WS-SEARCH-POS:
                   WS-MOTIF-LENGTH(WS-MOTIF-IX))
               DELIMITED BY SIZE INTO MOTIF-REPORT-LINE
           WRITE MOTIF-REPORT-LINE.
       REPORT-ONE-HIT-EXIT.
           EXIT.

      ******************************************************************
      * Per-motif hit counts: forward, reverse, total, and how many
      * samples carried the motif at least once.
      ******************************************************************
       WRITE-MOTIF-SUMMARY.
           MOVE SPACES TO MOTIF-REPORT-LINE
           WRITE MOTIF-REPORT-LINE
           MOVE "HITS PER MOTIF" TO MOTIF-REPORT-LINE
           WRITE MOTIF-REPORT-LINE
           MOVE SPACES TO MOTIF-REPORT-LINE
           STRING "MOTIF        PATTERN                        "
               "FORWARD REVERSE   TOTAL SAMPLES"
               DELIMITED BY SIZE INTO MOTIF-REPORT-LINE
           WRITE MOTIF-REPORT-LINE
           PERFORM VARYING WS-MOTIF-IX FROM 1 BY 1
               UNTIL WS-MOTIF-IX > WS-MOTIF-COUNT
               MOVE WS-MOTIF-FWD-HITS(WS-MOTIF-IX) TO WS-COUNT-EDIT
               MOVE WS-MOTIF-REV-HITS(WS-MOTIF-IX) TO WS-COUNT-EDIT-2
               COMPUTE WS-COUNT-EDIT-3 =
                   WS-MOTIF-FWD-HITS(WS-MOTIF-IX)
                   + WS-MOTIF-REV-HITS(WS-MOTIF-IX)
               MOVE WS-MOTIF-SAMPLES(WS-MOTIF-IX) TO WS-SAMPLES-EDIT
               MOVE SPACES TO MOTIF-REPORT-LINE
               STRING WS-MOTIF-NAME(WS-MOTIF-IX) " "
                   WS-MOTIF-PATTERN(WS-MOTIF-IX) "  "
                   WS-COUNT-EDIT "  " WS-COUNT-EDIT-2 "  "
                   WS-COUNT-EDIT-3 "  " WS-SAMPLES-EDIT
                   DELIMITED BY SIZE INTO MOTIF-REPORT-LINE
               WRITE MOTIF-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO MOTIF-REPORT-LINE
           WRITE MOTIF-REPORT-LINE
           MOVE SPACES TO MOTIF-REPORT-LINE
           STRING "SAMPLES " WS-STRANDS-DONE
               " MOTIFS " WS-MOTIF-COUNT
               " REJECTED " WS-MOTIF-REJECTS
               " HITS " WS-HITS-FOUND
               DELIMITED BY SIZE INTO MOTIF-REPORT-LINE
           WRITE MOTIF-REPORT-LINE.
       WRITE-MOTIF-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      * Gather one logical strand into WS-STRAND starting from the
      * SEQFILE record already in the buffer: while the segment
      * flag says "C", the strand continues on the next physical
      * record -- the same convention the other readers honor.
      ******************************************************************
       ASSEMBLE-LOGICAL-STRAND.
           MOVE SPACES TO WS-STRAND
           MOVE 0 TO WS-ASSEMBLED-LENGTH
           MOVE 1 TO WS-SEGMENT-COUNT
           MOVE SEQ-SAMPLE-ID TO WS-SAMPLE-ID
           PERFORM APPEND-STRAND-SEGMENT
           PERFORM UNTIL SEQ-SEGMENT-FLAG NOT = "C" OR BATCH-EOF
               READ SEQUENCE-FILE
                   AT END
                       SET BATCH-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SEGMENT-COUNT
                       PERFORM APPEND-STRAND-SEGMENT
               END-READ
           END-PERFORM
           MOVE WS-ASSEMBLED-LENGTH TO WS-STRAND-LENGTH.
       ASSEMBLE-LOGICAL-STRAND-EXIT.
           EXIT.

       APPEND-STRAND-SEGMENT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SEQ-STRAND))
               TO WS-SEGMENT-LENGTH
           IF SEQ-STRAND = SPACES THEN
               MOVE 0 TO WS-SEGMENT-LENGTH
           END-IF
           IF WS-SEGMENT-LENGTH > 0
               AND WS-ASSEMBLED-LENGTH + WS-SEGMENT-LENGTH
                   <= 2000 THEN
               MOVE SEQ-STRAND(1:WS-SEGMENT-LENGTH)
                   TO WS-STRAND(WS-ASSEMBLED-LENGTH + 1:
                       WS-SEGMENT-LENGTH)
               ADD WS-SEGMENT-LENGTH TO WS-ASSEMBLED-LENGTH
           END-IF.
       APPEND-STRAND-SEGMENT-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "MOTIFSCN" TO WS-AUDIT-PROGRAM
           MOVE "SEQFILE" TO WS-AUDIT-INPUT
           STRING "SAMPLES " WS-STRANDS-DONE
               " MOTIFS " WS-MOTIF-COUNT
               " HITS " WS-HITS-FOUND
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
               MOVE "MOTIFSCN" TO WS-ALERT-PROGRAM
               MOVE WS-RETURN-CODE TO WS-ALERT-CODE
               MOVE WS-ERROR-MESSAGE TO WS-ALERT-MESSAGE
               CALL "ALERTSVC" USING WS-ALERT-REQUEST
           END-IF.
       RAISE-ALERT-IF-SEVERE-EXIT.
           EXIT.
       END PROGRAM MOTIFSCN.
