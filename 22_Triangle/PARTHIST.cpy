      * Fixed-field PARTHIST record: one measurement of a drafting
      * part, as the TRIANGLE batch, coordinate and resubmission
      * paths append it for every record that names a part, and
      * TRIPART's INQUIRE report reads it back. Append-only; every
      * record of one run carries that run's PH-STAMP
      * (CCYYMMDDHHMMSS). PH-SOURCE is the feed -- SIDES, COORDS or
      * RESUB. PH-SHAPE is what the sides actually classified as
      * (EQUILATERAL, ISOSCELES, SCALENE or DEGENERATE), whatever
      * property the record asked to test; PH-PROPERTY and
      * PH-RESULT are that test and how it came out, PH-REASON the
      * failed inequality on a degenerate measurement.
       01 PART-HISTORY-RECORD.
           05 PH-PART-NO PIC X(12).
           05 FILLER PIC X.
           05 PH-REV PIC X(2).
           05 FILLER PIC X.
           05 PH-STAMP PIC X(14).
           05 FILLER PIC X.
           05 PH-SOURCE PIC X(6).
           05 FILLER PIC X.
           05 PH-SIDES PIC X(40).
           05 FILLER PIC X.
           05 PH-SHAPE PIC X(11).
           05 FILLER PIC X.
           05 PH-ANGLE-CLASS PIC X(6).
           05 FILLER PIC X.
           05 PH-PROPERTY PIC X(11).
           05 FILLER PIC X.
           05 PH-RESULT PIC X(7).
           05 FILLER PIC X.
           05 PH-REASON PIC X(20).
