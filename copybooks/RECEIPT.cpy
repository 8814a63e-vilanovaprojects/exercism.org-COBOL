      * Fixed-field RECEIPT record: the delivery receipt the
      * drop-file run sends back to the sequencer team, loaded
      * straight into their system. One "H" header, one "D" detail
      * per sample the run consumed, one "T" trailer; header and
      * trailer carry the same delivery totals so the loader can
      * check the details between them. RC-OUTCOME is ACCEPTED,
      * INVALID (bases outside the IUPAC alphabet), GC-BAND (GC
      * content outside the acceptance bands), LOW-QUAL (mean base
      * quality under the masking threshold), or DUPLICATE (the
      * read matches another sample's); anything but ACCEPTED is
      * theirs to resubmit. RC-RUN-DATE is CCYYMMDD.
       01 RECEIPT-RECORD.
           05 RC-RECORD-TYPE PIC X.
               88 RC-HEADER VALUE "H".
               88 RC-DETAIL-LINE VALUE "D".
               88 RC-TRAILER VALUE "T".
           05 FILLER PIC X.
           05 RC-RUN-DATE PIC 9(8).
           05 FILLER PIC X.
           05 RC-DETAIL.
               10 RC-SAMPLE-ID PIC X(12).
               10 FILLER PIC X.
               10 RC-OUTCOME PIC X(10).
               10 FILLER PIC X.
               10 RC-REASON PIC X(40).
           05 RC-TOTALS REDEFINES RC-DETAIL.
               10 RC-SOURCE PIC X(8).
               10 FILLER PIC X.
               10 RC-RECORDS PIC 9(6).
               10 FILLER PIC X.
               10 RC-SAMPLES PIC 9(6).
               10 FILLER PIC X.
               10 RC-ACCEPTED PIC 9(6).
               10 FILLER PIC X.
               10 RC-INVALID PIC 9(6).
               10 FILLER PIC X.
               10 RC-GC-BAND PIC 9(6).
               10 FILLER PIC X.
               10 RC-LOW-QUAL PIC 9(6).
               10 FILLER PIC X.
               10 RC-DUPLICATE PIC 9(6).
               10 FILLER PIC X(7).
