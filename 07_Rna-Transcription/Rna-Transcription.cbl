      * standard code.
           SELECT OPTIONAL GENETIC-CODE-FILE ASSIGN TO "GENCODES"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Protein properties for every ORF the three-frame scan finds
      * over a SEQFILE delivery -- length, residue composition,
      * molecular weight, hydrophobic share -- so the lab stops
      * pasting proteins into an outside tool. PROTRPT is the
      * printed report; PROTCSV carries the same figures as a
      * comma-delimited feed for the analysts.
           SELECT PROTEIN-REPORT ASSIGN TO "PROTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROTEIN-FEED ASSIGN TO "PROTCSV"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Sample-ID keyed layout: every SEQFILE record leads with the
           05 FILLER PIC X.
           05 GC-AMINO PIC X.

       FD PROTEIN-REPORT.
       01 PROTEIN-REPORT-LINE PIC X(132).

       FD PROTEIN-FEED.
       01 PROTEIN-FEED-LINE PIC X(200).

      * Request 049: shop-wide audit trail.
      * Review-round fix: widened past the shop-standard size so the
      * request 014 composition counts AND the operator stamp fit
       01 WS-ORF-STOPPED-FLAG PIC X VALUE "N".
           88 ORF-SAW-STOP VALUE "Y".

      * Protein-properties run working storage. One row per residue
      * letter: average residue mass in daltons (the amino acid less
      * one water, so a chain weighs the sum of its residues plus
      * one water) and "Y" for the hydrophobic side chains (A C F I
      * L M V W). Row 21 is "X", a codon the selected code doesn't
      * translate, weighed at the average residue mass.
       01 WS-PROP-WANTED-FLAG PIC X VALUE "N".
           88 PROPERTIES-WANTED VALUE "Y".
       01 WS-RESIDUE-VALUES.
           05 FILLER PIC X(8) VALUE "A07108Y".
           05 FILLER PIC X(8) VALUE "C10314Y".
           05 FILLER PIC X(8) VALUE "D11509N".
           05 FILLER PIC X(8) VALUE "E12912N".
           05 FILLER PIC X(8) VALUE "F14718Y".
           05 FILLER PIC X(8) VALUE "G05705N".
           05 FILLER PIC X(8) VALUE "H13714N".
           05 FILLER PIC X(8) VALUE "I11316Y".
           05 FILLER PIC X(8) VALUE "K12817N".
           05 FILLER PIC X(8) VALUE "L11316Y".
           05 FILLER PIC X(8) VALUE "M13119Y".
           05 FILLER PIC X(8) VALUE "N11410N".
           05 FILLER PIC X(8) VALUE "P09712N".
           05 FILLER PIC X(8) VALUE "Q12813N".
           05 FILLER PIC X(8) VALUE "R15619N".
           05 FILLER PIC X(8) VALUE "S08708N".
           05 FILLER PIC X(8) VALUE "T10110N".
           05 FILLER PIC X(8) VALUE "V09913Y".
           05 FILLER PIC X(8) VALUE "W18621Y".
           05 FILLER PIC X(8) VALUE "Y16318N".
           05 FILLER PIC X(8) VALUE "X11000N".
       01 WS-RESIDUE-TABLE REDEFINES WS-RESIDUE-VALUES.
           05 WS-RESIDUE-ENTRY OCCURS 21 TIMES.
               10 WS-RESIDUE-LETTER PIC X.
               10 WS-RESIDUE-MASS PIC 999V99.
               10 WS-RESIDUE-HYDROPHOBIC PIC X.
               10 FILLER PIC X.
       01 WS-RESIDUE-COUNTS.
           05 WS-RESIDUE-COUNT PIC 9(3) OCCURS 21 TIMES.
       01 WS-RESIDUE-INDEX PIC 99.
       01 WS-RESIDUE-POSITION PIC 9(3).
       01 WS-PROP-WEIGHT PIC 9(6)V99 VALUE 0.
       01 WS-PROP-WEIGHT-EDIT PIC ZZZZZ9.99.
       01 WS-PROP-HYDROPHOBIC PIC 9(3) VALUE 0.
       01 WS-PROP-HYDRO-PERCENT PIC 999V99 VALUE 0.
       01 WS-PROP-HYDRO-EDIT PIC ZZ9.99.
       01 WS-PROP-STOP PIC X(6).
       01 WS-PROP-STRANDS PIC 9(6) VALUE 0.
       01 WS-PROP-ORFS PIC 9(6) VALUE 0.
       01 WS-PROP-POINTER PIC 9(3).
       01 WS-PROP-NUMBER-EDIT PIC Z(5)9.

      * Request 014: per-base composition tally, source (DNA) and
      * transcribed (RNA) counters, the same shape nucleotide-count.cbl
      * already keeps in WS-A/WS-C/WS-G/WS-T.
           05 WS-SMP-SOURCE PIC X(8).
           05 WS-SMP-RECEIVED PIC 9(8).
           05 WS-SMP-STATUS-DATE PIC 9(8).
           05 WS-SMP-PROGRAM PIC X(20) VALUE "rna-transcription".
           05 WS-SMP-CLIENT PIC X(8) VALUE SPACES.

      * Paired run start/end events for the run-statistics report.
       01 WS-RUN-EVENT PIC X(9).
                   PERFORM RNA-PIPELINE-RUN
                   PERFORM PUBLISH-RUN-STATUS
                   GOBACK
               WHEN WS-RNA-MODE = "PROTPROP"
                   PERFORM RNA-PROTEIN-PROPERTIES-RUN
                   PERFORM PUBLISH-RUN-STATUS
                   GOBACK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           IF PROPERTIES-WANTED THEN
               PERFORM WRITE-PROTEIN-PROPERTIES
           END-IF
           MOVE "N" TO WS-ORF-STOPPED-FLAG.
       RECORD-OPEN-FRAME-EXIT.
           EXIT.
       PIPELINE-ONE-STRAND-EXIT.
           EXIT.

      ******************************************************************
      * Protein-properties run: every SEQFILE strand is reassembled,
      * transcribed, and scanned in all three frames exactly as the
      * interactive ORF scan does, and every ORF found gets its
      * properties written to PROTRPT and PROTCSV keyed by sample
      * and frame. The genetic code is re-read at the start of the
      * run so the code the operator just picked is the one used.
      ******************************************************************
       RNA-PROTEIN-PROPERTIES-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE SPACES TO WS-ERROR-MESSAGE
           OPEN INPUT SEQUENCE-FILE
           IF WS-FILE-STATUS NOT = "00" THEN
               PERFORM REPORT-SEQFILE-OPEN-ERROR
           ELSE
               PERFORM RNA-PROTEIN-PROPERTIES-BODY
           END-IF.
       RNA-PROTEIN-PROPERTIES-RUN-EXIT2.
           EXIT.

       RNA-PROTEIN-PROPERTIES-BODY.
           PERFORM LOG-RUN-START
           MOVE "N" TO WS-BATCH-EOF
           MOVE 0 TO WS-PROP-STRANDS WS-PROP-ORFS WS-RECORDS-PROCESSED
           MOVE "N" TO WS-GCODE-LOADED
           PERFORM LOAD-GENETIC-CODE
           SET PROPERTIES-WANTED TO TRUE
           OPEN OUTPUT PROTEIN-REPORT
           OPEN OUTPUT PROTEIN-FEED
           MOVE SPACES TO PROTEIN-REPORT-LINE
           STRING "ORF PROTEIN PROPERTIES, GENETIC CODE "
               FUNCTION TRIM(WS-GCODE-ACTIVE)
               DELIMITED BY SIZE INTO PROTEIN-REPORT-LINE
           WRITE PROTEIN-REPORT-LINE
           MOVE SPACES TO PROTEIN-FEED-LINE
           MOVE 1 TO WS-PROP-POINTER
           STRING "SAMPLE,FRAME,POSITION,STOP,LENGTH,WEIGHT,"
               "HYDROPHOBIC_PCT,CODE"
               DELIMITED BY SIZE INTO PROTEIN-FEED-LINE
               WITH POINTER WS-PROP-POINTER
           PERFORM VARYING WS-RESIDUE-INDEX FROM 1 BY 1
               UNTIL WS-RESIDUE-INDEX > 21
               STRING "," WS-RESIDUE-LETTER(WS-RESIDUE-INDEX)
                   DELIMITED BY SIZE INTO PROTEIN-FEED-LINE
                   WITH POINTER WS-PROP-POINTER
           END-PERFORM
           WRITE PROTEIN-FEED-LINE

           PERFORM UNTIL BATCH-EOF
               READ SEQUENCE-FILE
                   AT END
                       SET BATCH-EOF TO TRUE
                   NOT AT END
                       MOVE 0 TO WS-STRAND-LENGTH
                       COMPUTE WS-ERR-STRAND = WS-RECORDS-PROCESSED + 1
                       PERFORM ASSEMBLE-LOGICAL-STRAND
                       ADD WS-SEGMENT-COUNT TO WS-RECORDS-PROCESSED
                       ADD 1 TO WS-PROP-STRANDS
                       PERFORM RNA-TRANSCRIPTION
                       PERFORM SCAN-READING-FRAMES
               END-READ
           END-PERFORM

           MOVE SPACES TO PROTEIN-REPORT-LINE
           STRING "STRANDS SCANNED " WS-PROP-STRANDS
               " ORFS REPORTED " WS-PROP-ORFS
               DELIMITED BY SIZE INTO PROTEIN-REPORT-LINE
           WRITE PROTEIN-REPORT-LINE
           MOVE "N" TO WS-PROP-WANTED-FLAG
           CLOSE SEQUENCE-FILE
           CLOSE PROTEIN-REPORT
           CLOSE PROTEIN-FEED
           PERFORM LOG-RUN-END.
       RNA-PROTEIN-PROPERTIES-BODY-EXIT.
           EXIT.

      * The ORF RECORD-OPEN-FRAME just closed, sitting in WS-PROTEIN:
      * tally its residues, weigh it, and write its report lines
      * and feed row.
       WRITE-PROTEIN-PROPERTIES.
           ADD 1 TO WS-PROP-ORFS
           INITIALIZE WS-RESIDUE-COUNTS
           MOVE 0 TO WS-PROP-HYDROPHOBIC
           COMPUTE WS-PROP-WEIGHT = 18.02
           PERFORM VARYING WS-RESIDUE-POSITION FROM 1 BY 1
               UNTIL WS-RESIDUE-POSITION > WS-PROTEIN-LENGTH
               PERFORM TALLY-ONE-RESIDUE
           END-PERFORM
           IF WS-PROTEIN-LENGTH > 0 THEN
               COMPUTE WS-PROP-HYDRO-PERCENT ROUNDED =
                   (WS-PROP-HYDROPHOBIC * 100) / WS-PROTEIN-LENGTH
           ELSE
               MOVE 0 TO WS-PROP-HYDRO-PERCENT
           END-IF
           MOVE WS-PROP-WEIGHT TO WS-PROP-WEIGHT-EDIT
           MOVE WS-PROP-HYDRO-PERCENT TO WS-PROP-HYDRO-EDIT
           IF ORF-SAW-STOP THEN
               MOVE "STOP" TO WS-PROP-STOP
           ELSE
               MOVE "NOSTOP" TO WS-PROP-STOP
           END-IF

           MOVE SPACES TO PROTEIN-REPORT-LINE
           STRING "SAMPLE " WS-SAMPLE-ID
               " FRAME " WS-ORF-FRAME
               " POS " WS-ORF-START
               " " WS-PROP-STOP
               " LENGTH " WS-PROTEIN-LENGTH
               " WEIGHT " WS-PROP-WEIGHT-EDIT
               " HYDROPHOBIC% " WS-PROP-HYDRO-EDIT
               DELIMITED BY SIZE INTO PROTEIN-REPORT-LINE
           WRITE PROTEIN-REPORT-LINE
           MOVE SPACES TO PROTEIN-REPORT-LINE
           MOVE 3 TO WS-PROP-POINTER
           PERFORM VARYING WS-RESIDUE-INDEX FROM 1 BY 1
               UNTIL WS-RESIDUE-INDEX > 21
               STRING WS-RESIDUE-LETTER(WS-RESIDUE-INDEX) "="
                   WS-RESIDUE-COUNT(WS-RESIDUE-INDEX) " "
                   DELIMITED BY SIZE INTO PROTEIN-REPORT-LINE
                   WITH POINTER WS-PROP-POINTER
           END-PERFORM
           WRITE PROTEIN-REPORT-LINE

           MOVE SPACES TO PROTEIN-FEED-LINE
           MOVE 1 TO WS-PROP-POINTER
           STRING FUNCTION TRIM(WS-SAMPLE-ID) ","
               WS-ORF-FRAME ","
               DELIMITED BY SIZE INTO PROTEIN-FEED-LINE
               WITH POINTER WS-PROP-POINTER
           MOVE WS-ORF-START TO WS-PROP-NUMBER-EDIT
           STRING FUNCTION TRIM(WS-PROP-NUMBER-EDIT) ","
               FUNCTION TRIM(WS-PROP-STOP) ","
               DELIMITED BY SIZE INTO PROTEIN-FEED-LINE
               WITH POINTER WS-PROP-POINTER
           MOVE WS-PROTEIN-LENGTH TO WS-PROP-NUMBER-EDIT
           STRING FUNCTION TRIM(WS-PROP-NUMBER-EDIT) ","
               FUNCTION TRIM(WS-PROP-WEIGHT-EDIT) ","
               FUNCTION TRIM(WS-PROP-HYDRO-EDIT) ","
               FUNCTION TRIM(WS-GCODE-ACTIVE)
               DELIMITED BY SIZE INTO PROTEIN-FEED-LINE
               WITH POINTER WS-PROP-POINTER
           PERFORM VARYING WS-RESIDUE-INDEX FROM 1 BY 1
               UNTIL WS-RESIDUE-INDEX > 21
               MOVE WS-RESIDUE-COUNT(WS-RESIDUE-INDEX)
                   TO WS-PROP-NUMBER-EDIT
               STRING "," FUNCTION TRIM(WS-PROP-NUMBER-EDIT)
                   DELIMITED BY SIZE INTO PROTEIN-FEED-LINE
                   WITH POINTER WS-PROP-POINTER
           END-PERFORM
           WRITE PROTEIN-FEED-LINE.
       WRITE-PROTEIN-PROPERTIES-EXIT.
           EXIT.

      * One residue of WS-PROTEIN into its composition slot, the
      * chain weight, and the hydrophobic count; a letter not in
      * the table falls to the "X" row.
       TALLY-ONE-RESIDUE.
           PERFORM VARYING WS-RESIDUE-INDEX FROM 1 BY 1
               UNTIL WS-RESIDUE-INDEX > 20
               OR WS-RESIDUE-LETTER(WS-RESIDUE-INDEX)
                   = WS-PROTEIN(WS-RESIDUE-POSITION:1)
               CONTINUE
           END-PERFORM
           IF WS-RESIDUE-INDEX > 20 THEN
               MOVE 21 TO WS-RESIDUE-INDEX
           END-IF
           ADD 1 TO WS-RESIDUE-COUNT(WS-RESIDUE-INDEX)
           ADD WS-RESIDUE-MASS(WS-RESIDUE-INDEX) TO WS-PROP-WEIGHT
           IF WS-RESIDUE-HYDROPHOBIC(WS-RESIDUE-INDEX) = "Y" THEN
               ADD 1 TO WS-PROP-HYDROPHOBIC
           END-IF.
       TALLY-ONE-RESIDUE-EXIT.
           EXIT.

      ******************************************************************
      * Reconciliation run: read RNAFILE and SEQFILE side by side,
      * reverse each RNA strand back to DNA (the inverse of the
