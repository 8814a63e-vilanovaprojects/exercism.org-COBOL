      * Fixed-field PARTMST record: one drafting part at one drawing
      * revision, as TRIPART maintains it and the TRIANGLE batch and
      * coordinate runs update it. PM-NOMINAL-SIDES is the drawing's
      * "a,b,c" in SIDESFIL's own notation and PM-NOMINAL-SHAPE the
      * classification those sides give within the TRIRULE
      * tolerance; PM-LAST-SHAPE is what the most recent measurement
      * of the part classified as (SPACES until one arrives), stamped
      * CCYYMMDDHHMMSS with the run that took it; PM-MEASURE-COUNT
      * counts every measurement recorded against it on PARTHIST.
       01 PART-MASTER-RECORD.
           05 PM-PART-NO PIC X(12).
           05 FILLER PIC X.
           05 PM-REV PIC X(2).
           05 FILLER PIC X.
           05 PM-DESCRIPTION PIC X(24).
           05 FILLER PIC X.
           05 PM-NOMINAL-SIDES PIC X(40).
           05 FILLER PIC X.
           05 PM-NOMINAL-SHAPE PIC X(11).
           05 FILLER PIC X.
           05 PM-LAST-SHAPE PIC X(11).
           05 FILLER PIC X.
           05 PM-LAST-STAMP PIC X(14).
           05 FILLER PIC X.
           05 PM-MEASURE-COUNT PIC 9(6).
