      * Fixed-field SAMPHIST record: one sample status change, as
      * SAMPSVC appends it on every ADVANCE, EXPECT, and SAMPINQ
      * SET, and SAMPINQ's HISTORY inquiry reads it back. The file
      * is append-only -- together with SAMPMST's current status it
      * is the sample's chain of custody. SH-OLD-STATUS is SPACES
      * when the change first put the sample on the master;
      * SH-STAMP is CCYYMMDDHHMMSS; SH-PROGRAM is the program that
      * asked for the change and SH-SOURCE the feed it named;
      * SH-OPERATOR is the signed-on operator, SPACES in batch.
       01 SAMPLE-HISTORY-RECORD.
           05 SH-ID PIC X(12).
           05 FILLER PIC X.
           05 SH-STAMP PIC X(14).
           05 FILLER PIC X.
           05 SH-OLD-STATUS PIC X(12).
           05 FILLER PIC X.
           05 SH-NEW-STATUS PIC X(12).
           05 FILLER PIC X.
           05 SH-PROGRAM PIC X(20).
           05 FILLER PIC X.
           05 SH-SOURCE PIC X(8).
           05 FILLER PIC X.
           05 SH-OPERATOR PIC X(8).
