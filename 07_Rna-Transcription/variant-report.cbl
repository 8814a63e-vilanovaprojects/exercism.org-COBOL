      ******************************************************************
      * VARCALL: variant report against a reference sequence.
      * SEQCOMP measures identity between two samples, but the lab
      * needs each sample's differences from a known reference
      * strand. REFSEQ holds one or more named references in the
      * SEQFILE layout (name in the sample-id field, continuation
      * segments honored); REFASSN assigns each SEQ-SAMPLE-ID its
      * reference. A sample with no assignment takes the only
      * reference when REFSEQ holds one, else DEFAULT-REFERENCE on
      * PARMFILE; with neither it is reported unassigned.
      *
      * Each sample aligns position-by-position to its reference
      * over the shorter of the two. Every substitution writes one
      * VARFILE record (sample, reference, position, reference base,
      * sample base). A sample base the quality adapter masked to
      * "N" is a no-call, written as such and never counted as a
      * variant; a reference "N" is no known base and is skipped.
      * VARRPT carries the per-sample counts and any length
      * difference from the reference.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARCALL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQUENCE-FILE ASSIGN TO "SEQFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REFERENCE-FILE ASSIGN TO "REFSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL ASSIGNMENT-FILE ASSIGN TO "REFASSN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANT-FILE ASSIGN TO "VARFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANT-REPORT ASSIGN TO "VARRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Sample-ID keyed layout, matching the other SEQFILE readers.
       FD SEQUENCE-FILE.
       01 SEQUENCE-FILE-RECORD.
           05 SEQ-SAMPLE-ID PIC X(12).
           05 SEQ-SEGMENT-FLAG PIC X.
           05 SEQ-STRAND PIC X(500).

      * The same layout keyed by reference name.
       FD REFERENCE-FILE.
       01 REFERENCE-FILE-RECORD.
           05 REF-NAME PIC X(12).
           05 REF-SEGMENT-FLAG PIC X.
           05 REF-STRAND PIC X(500).

      * Sample id, then the name of the reference it aligns to.
       FD ASSIGNMENT-FILE.
       01 ASSIGNMENT-FILE-RECORD.
           05 RA-SAMPLE-ID PIC X(12).
           05 FILLER PIC X.
           05 RA-REF-NAME PIC X(12).

      * One record per difference from the reference. VR-CALL is
      * SUBST for a substitution, NOCALL for a masked base.
       FD VARIANT-FILE.
       01 VARIANT-FILE-RECORD.
           05 VR-SAMPLE-ID PIC X(12).
           05 FILLER PIC X.
           05 VR-REF-NAME PIC X(12).
           05 FILLER PIC X.
           05 VR-POSITION PIC 9(4).
           05 FILLER PIC X.
           05 VR-REF-BASE PIC X.
           05 FILLER PIC X.
           05 VR-SAMPLE-BASE PIC X.
           05 FILLER PIC X.
           05 VR-CALL PIC X(6).

       FD VARIANT-REPORT.
       01 VARIANT-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-BATCH-EOF PIC X VALUE "N".
           88 BATCH-EOF VALUE "Y".
       01 WS-REF-EOF PIC X VALUE "N".
           88 REF-EOF VALUE "Y".
       01 WS-ASSN-EOF PIC X VALUE "N".
           88 ASSN-EOF VALUE "Y".

      * The assembled sample strand.
       01 WS-STRAND PIC X(2000).
       01 WS-SAMPLE-ID PIC X(12) VALUE SPACES.
       01 WS-STRAND-LENGTH PIC 9(4) VALUE 0.

      * Continuation-record reassembly, matching the other SEQFILE
      * readers' view of the same convention.
       01 WS-ASSEMBLED-LENGTH PIC 9(4) VALUE 0.
       01 WS-SEGMENT-LENGTH PIC 9(4) VALUE 0.
       01 WS-SEGMENT-COUNT PIC 9(4) VALUE 0.

      * The references, loaded whole.
       01 WS-REF-COUNT PIC 99 VALUE 0.
       01 WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 20 TIMES.
               10 WS-RT-NAME PIC X(12).
               10 WS-RT-LENGTH PIC 9(4).
               10 WS-RT-STRAND PIC X(2000).
       01 WS-REF-IX PIC 99.
       01 WS-REF-MATCH PIC 99 VALUE 0.
       01 WS-FIND-REF PIC X(12).
       01 WS-DEFAULT-REF PIC X(12) VALUE SPACES.

      * Sample-to-reference assignments.
       01 WS-ASSN-COUNT PIC 9(4) VALUE 0.
       01 WS-ASSN-TABLE.
           05 WS-ASSN-ENTRY OCCURS 2000 TIMES.
               10 WS-AT-SAMPLE PIC X(12).
               10 WS-AT-REF PIC X(12).
       01 WS-ASSN-IX PIC 9(4).

      * The alignment itself.
       01 WS-COMPARE-LENGTH PIC 9(4) VALUE 0.
       01 WS-POSITION PIC 9(4).
       01 WS-REF-BASE PIC X.
       01 WS-SAMPLE-BASE PIC X.
       01 WS-CALL-TYPE PIC X(6).
       01 WS-SAMPLE-SUBSTS PIC 9(4) VALUE 0.
       01 WS-SAMPLE-NOCALLS PIC 9(4) VALUE 0.
       01 WS-LENGTH-NOTE PIC X(24).
       01 WS-LENGTH-DIFF PIC 9(4).
       01 WS-DIFF-EDIT PIC ZZZ9.

       01 WS-STRANDS-DONE PIC 9(6) VALUE 0.
       01 WS-UNASSIGNED PIC 9(6) VALUE 0.
       01 WS-TOTAL-SUBSTS PIC 9(8) VALUE 0.
       01 WS-TOTAL-NOCALLS PIC 9(8) VALUE 0.
       01 WS-LENGTH-EDIT PIC ZZZ9.
       01 WS-SUBST-EDIT PIC ZZZ9.
       01 WS-NOCALL-EDIT PIC ZZZ9.

      * Shop parameter lookup request block, serviced by PARMSVC.
       01 WS-PARM-REQUEST.
           05 WS-PARM-KEYWORD PIC X(20).
           05 WS-PARM-VALUE PIC X(20).
           05 WS-PARM-FOUND PIC X.

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

       VARCALL-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE SPACES TO WS-ERROR-MESSAGE
           MOVE "DEFAULT-REFERENCE" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y" THEN
               MOVE WS-PARM-VALUE TO WS-DEFAULT-REF
           END-IF
           OPEN OUTPUT VARIANT-REPORT
           PERFORM LOAD-REFERENCES
           IF WS-SUCCESS THEN
               PERFORM LOAD-ASSIGNMENTS
               OPEN INPUT SEQUENCE-FILE
               IF WS-FILE-STATUS NOT = "00" THEN
                   SET WS-PROCESSING-ERROR TO TRUE
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING "SEQFILE OPEN FAILED, STATUS "
                       WS-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                   DISPLAY "VARCALL ERROR: " WS-ERROR-MESSAGE
               ELSE
                   PERFORM VARCALL-BODY
               END-IF
           END-IF
           IF NOT WS-SUCCESS THEN
               MOVE SPACES TO VARIANT-REPORT-LINE
               STRING "VARIANT REPORT NOT RUN -- " WS-ERROR-MESSAGE
                   DELIMITED BY SIZE INTO VARIANT-REPORT-LINE
               WRITE VARIANT-REPORT-LINE
           END-IF
           CLOSE VARIANT-REPORT
           PERFORM LOG-AUDIT-ENTRY
           MOVE WS-RETURN-CODE TO WS-PUBLISHED-RETURN-CODE
           MOVE WS-ERROR-MESSAGE TO WS-PUBLISHED-ERROR-MESSAGE
           PERFORM RAISE-ALERT-IF-SEVERE
           GOBACK.
       VARCALL-RUN-EXIT.
           EXIT.

       VARCALL-BODY.
           MOVE "N" TO WS-BATCH-EOF
           OPEN OUTPUT VARIANT-FILE
           MOVE "VARIANTS AGAINST REFERENCE" TO VARIANT-REPORT-LINE
           WRITE VARIANT-REPORT-LINE
           MOVE SPACES TO VARIANT-REPORT-LINE
           STRING "SAMPLE       REFERENCE    LENGTH SUBSTS NOCALLS  "
               "NOTE"
               DELIMITED BY SIZE INTO VARIANT-REPORT-LINE
           WRITE VARIANT-REPORT-LINE
           PERFORM UNTIL BATCH-EOF
               READ SEQUENCE-FILE
                   AT END
                       SET BATCH-EOF TO TRUE
                   NOT AT END
                       PERFORM ASSEMBLE-LOGICAL-STRAND
                       PERFORM ALIGN-ONE-SAMPLE
               END-READ
           END-PERFORM
           CLOSE SEQUENCE-FILE
           CLOSE VARIANT-FILE
           MOVE SPACES TO VARIANT-REPORT-LINE
           WRITE VARIANT-REPORT-LINE
           MOVE SPACES TO VARIANT-REPORT-LINE
           STRING "SAMPLES " WS-STRANDS-DONE
               " UNASSIGNED " WS-UNASSIGNED
               " SUBSTITUTIONS " WS-TOTAL-SUBSTS
               " NO-CALLS " WS-TOTAL-NOCALLS
               DELIMITED BY SIZE INTO VARIANT-REPORT-LINE
           WRITE VARIANT-REPORT-LINE.
       VARCALL-BODY-EXIT.
           EXIT.

      ******************************************************************
      * REFSEQ loaded whole, one assembled strand per reference. No
      * reference at all stops the run.
      ******************************************************************
       LOAD-REFERENCES.
           MOVE 0 TO WS-REF-COUNT
           MOVE "N" TO WS-REF-EOF
           OPEN INPUT REFERENCE-FILE
           IF WS-FILE-STATUS NOT = "00" THEN
               SET WS-PROCESSING-ERROR TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "REFSEQ OPEN FAILED, STATUS " WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               DISPLAY "VARCALL ERROR: " WS-ERROR-MESSAGE
           ELSE
               PERFORM UNTIL REF-EOF OR WS-REF-COUNT >= 20
                   READ REFERENCE-FILE
                       AT END
                           SET REF-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-REFERENCE
                   END-READ
               END-PERFORM
               CLOSE REFERENCE-FILE
               IF WS-REF-COUNT = 0 THEN
                   SET WS-INVALID-INPUT TO TRUE
                   MOVE "NO REFERENCE ON REFSEQ" TO WS-ERROR-MESSAGE
                   DISPLAY "VARCALL ERROR: " WS-ERROR-MESSAGE
               END-IF
           END-IF.
       LOAD-REFERENCES-EXIT.
           EXIT.

       LOAD-ONE-REFERENCE.
           ADD 1 TO WS-REF-COUNT
           MOVE REF-NAME TO WS-RT-NAME(WS-REF-COUNT)
           MOVE SPACES TO WS-RT-STRAND(WS-REF-COUNT)
           MOVE 0 TO WS-ASSEMBLED-LENGTH
           PERFORM APPEND-REFERENCE-SEGMENT
           PERFORM UNTIL REF-SEGMENT-FLAG NOT = "C" OR REF-EOF
               READ REFERENCE-FILE
                   AT END
                       SET REF-EOF TO TRUE
                   NOT AT END
                       PERFORM APPEND-REFERENCE-SEGMENT
               END-READ
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-RT-STRAND(WS-REF-COUNT))
               TO WS-RT-STRAND(WS-REF-COUNT)
           MOVE WS-ASSEMBLED-LENGTH TO WS-RT-LENGTH(WS-REF-COUNT).
       LOAD-ONE-REFERENCE-EXIT.
           EXIT.

       APPEND-REFERENCE-SEGMENT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(REF-STRAND))
               TO WS-SEGMENT-LENGTH
           IF REF-STRAND = SPACES THEN
               MOVE 0 TO WS-SEGMENT-LENGTH
           END-IF
           IF WS-SEGMENT-LENGTH > 0
               AND WS-ASSEMBLED-LENGTH + WS-SEGMENT-LENGTH
                   <= 2000 THEN
               MOVE REF-STRAND(1:WS-SEGMENT-LENGTH)
                   TO WS-RT-STRAND(WS-REF-COUNT)
                       (WS-ASSEMBLED-LENGTH + 1:WS-SEGMENT-LENGTH)
               ADD WS-SEGMENT-LENGTH TO WS-ASSEMBLED-LENGTH
           END-IF.
       APPEND-REFERENCE-SEGMENT-EXIT.
           EXIT.

       LOAD-ASSIGNMENTS.
           MOVE 0 TO WS-ASSN-COUNT
           MOVE "N" TO WS-ASSN-EOF
           OPEN INPUT ASSIGNMENT-FILE
           PERFORM UNTIL ASSN-EOF
               READ ASSIGNMENT-FILE
                   AT END
                       SET ASSN-EOF TO TRUE
                   NOT AT END
                       IF RA-SAMPLE-ID NOT = SPACES
                           AND WS-ASSN-COUNT < 2000 THEN
                           ADD 1 TO WS-ASSN-COUNT
                           MOVE RA-SAMPLE-ID
                               TO WS-AT-SAMPLE(WS-ASSN-COUNT)
                           MOVE RA-REF-NAME
                               TO WS-AT-REF(WS-ASSN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGNMENT-FILE.
       LOAD-ASSIGNMENTS-EXIT.
           EXIT.

      ******************************************************************
      * The sample's reference: its REFASSN assignment, else the
      * only reference, else DEFAULT-REFERENCE.
      ******************************************************************
       FIND-SAMPLE-REFERENCE.
           MOVE SPACES TO WS-FIND-REF
           PERFORM VARYING WS-ASSN-IX FROM 1 BY 1
               UNTIL WS-ASSN-IX > WS-ASSN-COUNT
               OR WS-FIND-REF NOT = SPACES
               IF WS-AT-SAMPLE(WS-ASSN-IX) = WS-SAMPLE-ID THEN
                   MOVE WS-AT-REF(WS-ASSN-IX) TO WS-FIND-REF
               END-IF
           END-PERFORM
           IF WS-FIND-REF = SPACES THEN
               IF WS-REF-COUNT = 1 THEN
                   MOVE WS-RT-NAME(1) TO WS-FIND-REF
               ELSE
                   MOVE WS-DEFAULT-REF TO WS-FIND-REF
               END-IF
           END-IF
           MOVE 0 TO WS-REF-MATCH
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
               UNTIL WS-REF-IX > WS-REF-COUNT OR WS-REF-MATCH > 0
               IF WS-RT-NAME(WS-REF-IX) = WS-FIND-REF
                   AND WS-FIND-REF NOT = SPACES THEN
                   MOVE WS-REF-IX TO WS-REF-MATCH
               END-IF
           END-PERFORM.
       FIND-SAMPLE-REFERENCE-EXIT.
           EXIT.

      ******************************************************************
      * One sample against its reference, position by position over
      * the shorter of the two.
      ******************************************************************
       ALIGN-ONE-SAMPLE.
           ADD 1 TO WS-STRANDS-DONE
           MOVE FUNCTION UPPER-CASE(WS-STRAND) TO WS-STRAND
           PERFORM FIND-SAMPLE-REFERENCE
           MOVE WS-STRAND-LENGTH TO WS-LENGTH-EDIT
           IF WS-REF-MATCH = 0 THEN
               ADD 1 TO WS-UNASSIGNED
               MOVE SPACES TO VARIANT-REPORT-LINE
               IF WS-FIND-REF = SPACES THEN
                   STRING WS-SAMPLE-ID " ------------   "
                       WS-LENGTH-EDIT
                       "                NO REFERENCE ASSIGNED"
                       DELIMITED BY SIZE INTO VARIANT-REPORT-LINE
               ELSE
                   STRING WS-SAMPLE-ID " " WS-FIND-REF "   "
                       WS-LENGTH-EDIT
                       "                REFERENCE NOT ON REFSEQ"
                       DELIMITED BY SIZE INTO VARIANT-REPORT-LINE
               END-IF
               WRITE VARIANT-REPORT-LINE
           ELSE
               PERFORM COMPARE-TO-REFERENCE
           END-IF.
       ALIGN-ONE-SAMPLE-EXIT.
           EXIT.

       COMPARE-TO-REFERENCE.
           MOVE 0 TO WS-SAMPLE-SUBSTS
           MOVE 0 TO WS-SAMPLE-NOCALLS
           MOVE WS-STRAND-LENGTH TO WS-COMPARE-LENGTH
           IF WS-RT-LENGTH(WS-REF-MATCH) < WS-COMPARE-LENGTH THEN
               MOVE WS-RT-LENGTH(WS-REF-MATCH) TO WS-COMPARE-LENGTH
           END-IF
           PERFORM VARYING WS-POSITION FROM 1 BY 1
               UNTIL WS-POSITION > WS-COMPARE-LENGTH
               MOVE WS-RT-STRAND(WS-REF-MATCH)(WS-POSITION:1)
                   TO WS-REF-BASE
               MOVE WS-STRAND(WS-POSITION:1) TO WS-SAMPLE-BASE
               EVALUATE TRUE
                   WHEN WS-REF-BASE = "N"
                       CONTINUE
                   WHEN WS-SAMPLE-BASE = "N"
                       ADD 1 TO WS-SAMPLE-NOCALLS
                       MOVE "NOCALL" TO WS-CALL-TYPE
                       PERFORM WRITE-VARIANT-RECORD
                   WHEN WS-SAMPLE-BASE NOT = WS-REF-BASE
                       ADD 1 TO WS-SAMPLE-SUBSTS
                       MOVE "SUBST" TO WS-CALL-TYPE
                       PERFORM WRITE-VARIANT-RECORD
               END-EVALUATE
           END-PERFORM
           ADD WS-SAMPLE-SUBSTS TO WS-TOTAL-SUBSTS
           ADD WS-SAMPLE-NOCALLS TO WS-TOTAL-NOCALLS
           MOVE SPACES TO WS-LENGTH-NOTE
           IF WS-STRAND-LENGTH < WS-RT-LENGTH(WS-REF-MATCH) THEN
               COMPUTE WS-LENGTH-DIFF =
                   WS-RT-LENGTH(WS-REF-MATCH) - WS-STRAND-LENGTH
               MOVE WS-LENGTH-DIFF TO WS-DIFF-EDIT
               STRING "SHORT BY " FUNCTION TRIM(WS-DIFF-EDIT)
                   DELIMITED BY SIZE INTO WS-LENGTH-NOTE
           END-IF
           IF WS-STRAND-LENGTH > WS-RT-LENGTH(WS-REF-MATCH) THEN
               COMPUTE WS-LENGTH-DIFF =
                   WS-STRAND-LENGTH - WS-RT-LENGTH(WS-REF-MATCH)
               MOVE WS-LENGTH-DIFF TO WS-DIFF-EDIT
               STRING "LONG BY " FUNCTION TRIM(WS-DIFF-EDIT)
                   DELIMITED BY SIZE INTO WS-LENGTH-NOTE
           END-IF
           MOVE WS-SAMPLE-SUBSTS TO WS-SUBST-EDIT
           MOVE WS-SAMPLE-NOCALLS TO WS-NOCALL-EDIT
           MOVE SPACES TO VARIANT-REPORT-LINE
           STRING WS-SAMPLE-ID " " WS-RT-NAME(WS-REF-MATCH) "   "
               WS-LENGTH-EDIT "   " WS-SUBST-EDIT "    "
               WS-NOCALL-EDIT "  " WS-LENGTH-NOTE
               DELIMITED BY SIZE INTO VARIANT-REPORT-LINE
           WRITE VARIANT-REPORT-LINE.
       COMPARE-TO-REFERENCE-EXIT.
           EXIT.

       WRITE-VARIANT-RECORD.
           MOVE SPACES TO VARIANT-FILE-RECORD
           MOVE WS-SAMPLE-ID TO VR-SAMPLE-ID
           MOVE WS-RT-NAME(WS-REF-MATCH) TO VR-REF-NAME
           MOVE WS-POSITION TO VR-POSITION
           MOVE WS-REF-BASE TO VR-REF-BASE
           MOVE WS-SAMPLE-BASE TO VR-SAMPLE-BASE
           MOVE WS-CALL-TYPE TO VR-CALL
           WRITE VARIANT-FILE-RECORD.
       WRITE-VARIANT-RECORD-EXIT.
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
           MOVE "VARCALL" TO WS-AUDIT-PROGRAM
           MOVE "SEQFILE" TO WS-AUDIT-INPUT
           STRING "SAMPLES " WS-STRANDS-DONE
               " SUBSTS " WS-TOTAL-SUBSTS
               " NOCALLS " WS-TOTAL-NOCALLS
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
               MOVE "VARCALL" TO WS-ALERT-PROGRAM
               MOVE WS-RETURN-CODE TO WS-ALERT-CODE
               MOVE WS-ERROR-MESSAGE TO WS-ALERT-MESSAGE
               CALL "ALERTSVC" USING WS-ALERT-REQUEST
           END-IF.
       RAISE-ALERT-IF-SEVERE-EXIT.
           EXIT.
       END PROGRAM VARCALL.
