      * Corrected rejects off the TRIEXCP exception desk, in
      * SIDESFIL's own layout; the batch run consumes them ahead of
      * new work so a fixed measurement doesn't wait another day.
      * Multi-point survey plots: four to twenty corners per plot,
      * which a clerk used to split into triangles by hand before
      * keying COORDFIL. The POLYGON mode checks the outline,
      * triangulates it and classifies every triangle itself.
           SELECT POLYGON-FILE ASSIGN TO "POLYFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL RESUBMIT-FILE ASSIGN TO "TRIRESUB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESULT-FILE ASSIGN TO "RESULTFL"
      * visual inspection of the drawing set.
           SELECT SIMILARITY-REPORT ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * The drafting part master and the measurement history kept
      * against it: every SIDESFIL, COORDFIL or TRIRESUB record that
      * names a part lands on PARTHIST, and its classification
      * becomes the part's latest on PARTMST. TRIPART maintains the
      * master and reports the history.
           SELECT OPTIONAL PART-MASTER ASSIGN TO "PARTMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PART-HISTORY ASSIGN TO "PARTHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * The part number and drawing revision trail the property;
      * older records without them are classified as before and
      * simply not tracked.
       FD SIDES-FILE.
       01 SIDES-FILE-RECORD.
           05 SF-SIDES PIC X(40).
           05 FILLER PIC X VALUE SPACE.
           05 SF-PROPERTY PIC X(11).
           05 FILLER PIC X.
           05 SF-PART-NO PIC X(12).
           05 FILLER PIC X.
           05 SF-PART-REV PIC X(2).

      * One record per part: the three corner points as
      * "x1,y1;x2,y2;x3,y3", then the property to test, the part
      * number and the drawing revision.
       FD COORD-FILE.
       01 COORD-FILE-RECORD.
           05 CF-POINTS PIC X(60).
           05 FILLER PIC X.
           05 CF-PROPERTY PIC X(11).
           05 FILLER PIC X.
           05 CF-PART-NO PIC X(12).
           05 FILLER PIC X.
           05 CF-PART-REV PIC X(2).

      * One record per survey plot: the plot identifier, then its
      * corner points in order round the boundary as
      * "x1,y1;x2,y2;...;xn,yn" -- the first point may be repeated
      * at the end to close the outline.
       FD POLYGON-FILE.
       01 POLYGON-FILE-RECORD.
           05 PF-PLOT-ID PIC X(12).
           05 FILLER PIC X.
           05 PF-POINTS PIC X(500).

       FD RESUBMIT-FILE.
       01 RESUBMIT-RECORD.
           05 RS-SIDES PIC X(40).
           05 FILLER PIC X.
           05 RS-PROPERTY PIC X(11).
           05 FILLER PIC X.
           05 RS-PART-NO PIC X(12).
           05 FILLER PIC X.
           05 RS-PART-REV PIC X(2).

      * Widened to printer width: the angle fields pushed the valid
      * line past the old 80 bytes.
       FD RESULT-FILE.
       01 RESULT-FILE-LINE PIC X(132).

      * Widened for the part number and revision that now follow
      * the reason.
       FD DEGENERATE-LOG.
       01 DEGENERATE-LOG-LINE PIC X(120).

       FD SIMILARITY-REPORT.
       01 SIMILARITY-REPORT-LINE PIC X(80).

       FD PART-MASTER.
       COPY PARTMST.

       FD PART-HISTORY.
       COPY PARTHIST.

       WORKING-STORAGE SECTION.
      *Incoming
      * Request 035: wider and more precise than the original
      * COMPUTE of (b*b + c*c - a*a) / (2*b*c) truncates to zero
      * decimals under this dialect's intermediate rules, which
      * silently turned every cosine into 0 (every angle into 90).
      * The denominator's 2 * b * c is multiplied out a step at a
      * time for the same reason: in one COMPUTE it dropped the
      * decimals of b * c, so a 45-degree corner came out 44.42.
       01 WS-COS-NUMERATOR PIC S9(14)V9(6) VALUE 0.
       01 WS-COS-DENOMINATOR PIC 9(14)V9(6) VALUE 0.
       01 WS-SQUARE-A PIC 9(13)V9(6) VALUE 0.
       01 WS-COORD-RECORDS PIC 9(6) VALUE 0.
       01 WS-SIDES-ECHO PIC X(132).

      * Polygon-mode working storage: up to twenty corners (a
      * twenty-first slot takes a repeated closing point), the
      * vertex list the ear-clipping pass shrinks, the ears it cuts,
      * and the cross products the orientation, crossing and ear
      * tests share. Products are staged term by term: a one-shot
      * COMPUTE of the whole cross product loses its decimals under
      * this dialect's intermediate rules.
       01 WS-POLY-POINT-STRINGS.
           05 WS-POLY-POINT-TEXT PIC X(24) OCCURS 21 TIMES.
       01 WS-POLY-COUNT PIC 99 VALUE 0.
       01 WS-POLY-TABLE.
           05 WS-POLY-POINT OCCURS 21 TIMES.
               10 WS-POLY-X PIC S9(6)V9(4).
               10 WS-POLY-Y PIC S9(6)V9(4).
       01 WS-POLY-IX PIC 99.
       01 WS-POLY-JX PIC 99.
       01 WS-POLY-NEXT-I PIC 99.
       01 WS-POLY-NEXT-J PIC 99.
       01 WS-POLY-REASON PIC X(30) VALUE SPACES.
       01 WS-POLY-DIRECTION PIC X VALUE "L".
           88 POLY-CLOCKWISE VALUE "R".
       01 WS-POLY-RECORDS PIC 9(6) VALUE 0.
       01 WS-POLY-PERIMETER PIC 9(9)V999 VALUE 0.
       01 WS-POLY-AREA PIC 9(13)V999 VALUE 0.
       01 WS-EDGE-LENGTH PIC 9(7)V999 VALUE 0.
       01 WS-TWICE-AREA PIC S9(15)V9(8) VALUE 0.
       01 WS-VERTEX-COUNT PIC 99 VALUE 0.
       01 WS-VERTEX-LIST.
           05 WS-VERTEX PIC 99 OCCURS 21 TIMES.
       01 WS-VX-IX PIC 99.
       01 WS-VX-KX PIC 99.
       01 WS-EAR-AT PIC 99.
       01 WS-EAR-CLEAR PIC X.
       01 WS-EAR-PREV PIC 99.
       01 WS-EAR-CUR PIC 99.
       01 WS-EAR-NEXT PIC 99.
       01 WS-EAR-COUNT PIC 99 VALUE 0.
       01 WS-EAR-TABLE.
           05 WS-EAR-ENTRY OCCURS 19 TIMES.
               10 WS-EAR-P1 PIC 99.
               10 WS-EAR-P2 PIC 99.
               10 WS-EAR-P3 PIC 99.
       01 WS-EAR-IX PIC 99.
       01 WS-CROSS-O PIC 99.
       01 WS-CROSS-A PIC 99.
       01 WS-CROSS-B PIC 99.
       01 WS-CROSS-TERM-1 PIC S9(15)V9(8).
       01 WS-CROSS-TERM-2 PIC S9(15)V9(8).
       01 WS-CROSS-PRODUCT PIC S9(15)V9(8).
       01 WS-CROSS-SIGN PIC S9.
       01 WS-SEG-SIGNS.
           05 WS-SEG-SIGN PIC S9 OCCURS 4 TIMES.
       01 WS-SEG-POINT PIC 99.
       01 WS-SEG-END-1 PIC 99.
       01 WS-SEG-END-2 PIC 99.
       01 WS-ON-SEGMENT PIC X.
       01 WS-INSIDE-COUNT PIC 9.
       01 WS-POLY-NUMBER-EDIT PIC Z9.
       01 WS-POLY-POINTER PIC 99.

      * Resubmission-feed working storage.
       01 WS-RESUB-EOF PIC X VALUE "N".
           88 RESUB-EOF VALUE "Y".
       01 WS-SQUARE-TOLERANCE PIC 9(8)V9(6) VALUE 0.
       01 WS-SQUARE-DIFF PIC S9(14)V9(6) VALUE 0.

      * Part-tracking working storage: the part and revision the
      * current record names (SPACES when it names none), the feed
      * it came from, what its sides actually classified as, and the
      * part master held in storage for the run and rewritten at its
      * end. WS-PART-STAMP is the one CCYYMMDDHHMMSS stamp every
      * history record of the run carries.
       01 WS-PART-NO PIC X(12) VALUE SPACES.
       01 WS-PART-REV PIC X(2) VALUE SPACES.
       01 WS-PART-SOURCE PIC X(6) VALUE SPACES.
       01 WS-SHAPE-CLASS PIC X(11) VALUE SPACES.
       01 WS-PART-STAMP PIC X(14) VALUE SPACES.
       01 WS-PART-EOF PIC X VALUE "N".
           88 PART-EOF VALUE "Y".
       01 WS-PART-COUNT PIC 9(3) VALUE 0.
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 500 TIMES.
               10 WS-PT-PART-NO PIC X(12).
               10 WS-PT-REV PIC X(2).
               10 WS-PT-DESCRIPTION PIC X(24).
               10 WS-PT-NOMINAL-SIDES PIC X(40).
               10 WS-PT-NOMINAL-SHAPE PIC X(11).
               10 WS-PT-LAST-SHAPE PIC X(11).
               10 WS-PT-LAST-STAMP PIC X(14).
               10 WS-PT-MEASURE-COUNT PIC 9(6).
       01 WS-PART-IX PIC 9(3).
       01 WS-PART-MATCH PIC 9(3) VALUE 0.
       01 WS-PART-MEASURED PIC 9(6) VALUE 0.
       01 WS-PART-UNKNOWN PIC 9(6) VALUE 0.
       01 WS-PART-CHANGED PIC 9(6) VALUE 0.
       01 WS-PART-OVERFLOW PIC X VALUE "N".
           88 PART-OVERFLOW VALUE "Y".
       01 WS-DEGEN-POINTER PIC 9(3).

      * Drafting-office measurement rules copybook.
       COPY TRIRULE.

                   PERFORM TRIANGLE-COORD-RUN
                   PERFORM PUBLISH-RUN-STATUS
                   GOBACK
      * The survey plots: each outline triangulated, every triangle
      * through the same classification paragraphs.
               WHEN WS-TRIANGLE-MODE = "POLYGON"
                   PERFORM TRIANGLE-POLYGON-RUN
                   PERFORM PUBLISH-RUN-STATUS
                   GOBACK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           COMPUTE WS-COS-NUMERATOR =
               WS-SQUARE-B + WS-SQUARE-C - WS-SQUARE-A
           MULTIPLY B BY C GIVING WS-COS-DENOMINATOR
           MULTIPLY 2 BY WS-COS-DENOMINATOR
           COMPUTE WS-COS-VALUE ROUNDED =
               WS-COS-NUMERATOR / WS-COS-DENOMINATOR
           COMPUTE WS-ANGLE-A ROUNDED =
               ACOS(WS-COS-VALUE) * 180 / 3.14159265
           COMPUTE WS-COS-NUMERATOR =
               WS-SQUARE-A + WS-SQUARE-C - WS-SQUARE-B
           MULTIPLY A BY C GIVING WS-COS-DENOMINATOR
           MULTIPLY 2 BY WS-COS-DENOMINATOR
           COMPUTE WS-COS-VALUE ROUNDED =
               WS-COS-NUMERATOR / WS-COS-DENOMINATOR
           COMPUTE WS-ANGLE-B ROUNDED =
      * Same status-71 bug class as the shop's other LINE SEQUENTIAL
      * writes: clear the record's unfilled tail before the STRING.
           MOVE SPACES TO DEGENERATE-LOG-LINE
           MOVE 1 TO WS-DEGEN-POINTER
           STRING "SIDES " FUNCTION TRIM(WS-SIDES)
               " REASON " WS-FAILURE-REASON
               DELIMITED BY SIZE INTO DEGENERATE-LOG-LINE
               WITH POINTER WS-DEGEN-POINTER
      * The reason goes out full width, so a part named on the
      * record lands at a fixed place after it for TRIEXCP to carry
      * onto the resubmission.
           IF WS-PART-NO NOT = SPACES THEN
               STRING " PART " WS-PART-NO " REV " WS-PART-REV
                   DELIMITED BY SIZE INTO DEGENERATE-LOG-LINE
                   WITH POINTER WS-DEGEN-POINTER
           END-IF
           WRITE DEGENERATE-LOG-LINE
           CLOSE DEGENERATE-LOG
           SET WS-INVALID-INPUT TO TRUE
           MOVE 0 TO WS-CTL-REJECTED
           MOVE "N" TO WS-BATCH-EOF
           MOVE 0 TO WS-SIM-COUNT
           PERFORM OPEN-PART-TRACKING
           MOVE "CHECKPOINT-INTERVAL" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
      * unconditionally overwrites WS-PROPERTY from WS-TRIANGLE-
      * PROPERTY, so the property has to be set there, not directly.
                       MOVE SF-PROPERTY TO WS-TRIANGLE-PROPERTY
                       MOVE SF-PART-NO TO WS-PART-NO
                       MOVE SF-PART-REV TO WS-PART-REV
                       MOVE "SIDES" TO WS-PART-SOURCE
                       PERFORM TRIANGLE
                       PERFORM RECORD-PART-MEASUREMENT
                       PERFORM BUILD-BATCH-RESULT-LINE
                       WRITE RESULT-FILE-LINE
                       ADD 1 TO WS-CTL-READ
           WRITE RESULT-FILE-LINE
           CLOSE SIDES-FILE
           CLOSE RESULT-FILE
           PERFORM CLOSE-PART-TRACKING
           PERFORM WRITE-SIMILARITY-REPORT
      * This run finished normally, so the resume point no longer
      * applies -- clear it before a later run can inherit it.
                       ADD 1 TO WS-RESUB-DONE
                       MOVE RS-SIDES TO WS-SIDES
                       MOVE RS-PROPERTY TO WS-TRIANGLE-PROPERTY
                       MOVE RS-PART-NO TO WS-PART-NO
                       MOVE RS-PART-REV TO WS-PART-REV
                       MOVE "RESUB" TO WS-PART-SOURCE
                       PERFORM TRIANGLE
                       PERFORM RECORD-PART-MEASUREMENT
                       PERFORM BUILD-BATCH-RESULT-LINE
                       WRITE RESULT-FILE-LINE
                       ADD 1 TO WS-CTL-READ
           MOVE 0 TO WS-COORD-RECORDS
           MOVE "N" TO WS-BATCH-EOF
           OPEN OUTPUT RESULT-FILE
           PERFORM OPEN-PART-TRACKING
           PERFORM UNTIL BATCH-EOF
               READ COORD-FILE
                   AT END
               DELIMITED BY SIZE INTO RESULT-FILE-LINE
           WRITE RESULT-FILE-LINE
           CLOSE COORD-FILE
           CLOSE RESULT-FILE
           PERFORM CLOSE-PART-TRACKING.
       TRIANGLE-COORD-BODY-EXIT.
           EXIT.

               WS-ANGLE-CLASS
           MOVE SPACES TO WS-TRIANGLE-ANGLE-CLASS
           MOVE CF-PROPERTY TO WS-PROPERTY
           MOVE CF-PART-NO TO WS-PART-NO
           MOVE CF-PART-REV TO WS-PART-REV
           MOVE "COORDS" TO WS-PART-SOURCE
      * The side text carried onto WS-SIDES is the derived lengths,
      * so the degenerate log and audit line stay meaningful.
           PERFORM PARSE-COORD-POINTS
               DELIMITED BY SIZE INTO WS-SIDES
           PERFORM CLASSIFY-AND-MEASURE
           PERFORM LOG-AUDIT-ENTRY
           PERFORM RECORD-PART-MEASUREMENT
           PERFORM BUILD-BATCH-RESULT-LINE
      * The coordinates themselves lead the line, the derived
      * classification follows.
       DERIVE-SIDES-FROM-POINTS-EXIT.
           EXIT.

      ******************************************************************
      * The survey-plot batch: each POLYFIL outline parsed, checked
      * for crossing edges, triangulated by clipping ears, and every
      * triangle classified and measured through the same paragraphs
      * as a COORDFIL record. RESULTFL carries each triangle and the
      * plot's total perimeter and area; an outline that fails a
      * check is rejected whole, to RESULTFL and DEGENLOG with the
      * reason.
      ******************************************************************
       TRIANGLE-POLYGON-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE SPACES TO WS-ERROR-MESSAGE
           OPEN INPUT POLYGON-FILE
           IF WS-FILE-STATUS NOT = "00" THEN
               SET WS-PROCESSING-ERROR TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "POLYFIL OPEN FAILED, STATUS " WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               DISPLAY "TRIANGLE ERROR: " WS-ERROR-MESSAGE
           ELSE
               PERFORM TRIANGLE-POLYGON-BODY
           END-IF.
       TRIANGLE-POLYGON-RUN-EXIT.
           EXIT.

       TRIANGLE-POLYGON-BODY.
           PERFORM LOG-RUN-START
           MOVE 0 TO WS-CTL-READ
           MOVE 0 TO WS-CTL-WRITTEN
           MOVE 0 TO WS-CTL-REJECTED
           MOVE 0 TO WS-POLY-RECORDS
           MOVE "N" TO WS-BATCH-EOF
           OPEN OUTPUT RESULT-FILE
           PERFORM UNTIL BATCH-EOF
               READ POLYGON-FILE
                   AT END
                       SET BATCH-EOF TO TRUE
                   NOT AT END
                       IF POLYGON-FILE-RECORD NOT = SPACES THEN
                           ADD 1 TO WS-CTL-READ
                           ADD 1 TO WS-POLY-RECORDS
                           PERFORM PROCESS-ONE-POLYGON
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO RESULT-FILE-LINE
           STRING "*** CONTROL READ " WS-CTL-READ
               " WRITTEN " WS-CTL-WRITTEN
               " REJECTED " WS-CTL-REJECTED
               DELIMITED BY SIZE INTO RESULT-FILE-LINE
           WRITE RESULT-FILE-LINE
           CLOSE POLYGON-FILE
           CLOSE RESULT-FILE
           PERFORM LOG-RUN-END.
       TRIANGLE-POLYGON-BODY-EXIT.
           EXIT.

       PROCESS-ONE-POLYGON.
           MOVE SPACES TO WS-POLY-REASON
           MOVE "L" TO WS-POLY-DIRECTION
           MOVE 0 TO WS-POLY-AREA
           MOVE 0 TO WS-POLY-PERIMETER
           MOVE 0 TO WS-EAR-COUNT
           PERFORM PARSE-POLYGON-POINTS
           IF WS-POLY-REASON = SPACES THEN
               PERFORM CHECK-POLYGON-EDGES
           END-IF
           IF WS-POLY-REASON = SPACES THEN
               PERFORM MEASURE-POLYGON-OUTLINE
           END-IF
           IF WS-POLY-REASON = SPACES THEN
               PERFORM TRIANGULATE-POLYGON
           END-IF
           IF WS-POLY-REASON = SPACES THEN
               PERFORM REPORT-POLYGON-TRIANGLES
           ELSE
               PERFORM REJECT-POLYGON
           END-IF
           ADD 1 TO WS-CTL-WRITTEN.
       PROCESS-ONE-POLYGON-EXIT.
           EXIT.

      * The corners split off the point list; trailing blanks are
      * not corners, a repeated closing point is dropped.
       PARSE-POLYGON-POINTS.
           MOVE SPACES TO WS-POLY-POINT-STRINGS
           UNSTRING PF-POINTS DELIMITED BY ";"
               INTO WS-POLY-POINT-TEXT(1) WS-POLY-POINT-TEXT(2)
                    WS-POLY-POINT-TEXT(3) WS-POLY-POINT-TEXT(4)
                    WS-POLY-POINT-TEXT(5) WS-POLY-POINT-TEXT(6)
                    WS-POLY-POINT-TEXT(7) WS-POLY-POINT-TEXT(8)
                    WS-POLY-POINT-TEXT(9) WS-POLY-POINT-TEXT(10)
                    WS-POLY-POINT-TEXT(11) WS-POLY-POINT-TEXT(12)
                    WS-POLY-POINT-TEXT(13) WS-POLY-POINT-TEXT(14)
                    WS-POLY-POINT-TEXT(15) WS-POLY-POINT-TEXT(16)
                    WS-POLY-POINT-TEXT(17) WS-POLY-POINT-TEXT(18)
                    WS-POLY-POINT-TEXT(19) WS-POLY-POINT-TEXT(20)
                    WS-POLY-POINT-TEXT(21)
               ON OVERFLOW
                   MOVE "MORE THAN 20 POINTS" TO WS-POLY-REASON
           END-UNSTRING
           MOVE 0 TO WS-POLY-COUNT
           PERFORM VARYING WS-POLY-IX FROM 1 BY 1
               UNTIL WS-POLY-IX > 21
               IF WS-POLY-POINT-TEXT(WS-POLY-IX) NOT = SPACES THEN
                   MOVE WS-POLY-IX TO WS-POLY-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-POLY-IX FROM 1 BY 1
               UNTIL WS-POLY-IX > WS-POLY-COUNT
               OR WS-POLY-REASON NOT = SPACES
               PERFORM PARSE-ONE-POLYGON-POINT
           END-PERFORM
           IF WS-POLY-REASON = SPACES AND WS-POLY-COUNT > 3 THEN
               IF WS-POLY-X(WS-POLY-COUNT) = WS-POLY-X(1)
                   AND WS-POLY-Y(WS-POLY-COUNT) = WS-POLY-Y(1) THEN
                   SUBTRACT 1 FROM WS-POLY-COUNT
               END-IF
           END-IF
           IF WS-POLY-REASON = SPACES THEN
               EVALUATE TRUE
                   WHEN WS-POLY-COUNT > 20
                       MOVE "MORE THAN 20 POINTS" TO WS-POLY-REASON
                   WHEN WS-POLY-COUNT < 3
                       MOVE "FEWER THAN 3 POINTS" TO WS-POLY-REASON
               END-EVALUATE
           END-IF.
       PARSE-POLYGON-POINTS-EXIT.
           EXIT.

       PARSE-ONE-POLYGON-POINT.
           MOVE SPACES TO WS-XY-TEXT
           UNSTRING WS-POLY-POINT-TEXT(WS-POLY-IX)
               DELIMITED BY ","
               INTO WS-X-TEXT WS-Y-TEXT
           MOVE WS-POLY-IX TO WS-POLY-NUMBER-EDIT
           IF WS-X-TEXT = SPACES OR WS-Y-TEXT = SPACES
               OR TEST-NUMVAL(WS-X-TEXT) NOT = 0
               OR TEST-NUMVAL(WS-Y-TEXT) NOT = 0 THEN
               STRING "POINT " FUNCTION TRIM(WS-POLY-NUMBER-EDIT)
                   " NOT X,Y"
                   DELIMITED BY SIZE INTO WS-POLY-REASON
           ELSE
               IF ABS(NUMVAL(WS-X-TEXT)) >= 1000000
                   OR ABS(NUMVAL(WS-Y-TEXT)) >= 1000000 THEN
                   STRING "POINT " FUNCTION TRIM(WS-POLY-NUMBER-EDIT)
                       " OUT OF RANGE"
                       DELIMITED BY SIZE INTO WS-POLY-REASON
               ELSE
                   COMPUTE WS-POLY-X(WS-POLY-IX) =
                       NUMVAL(WS-X-TEXT)
                   COMPUTE WS-POLY-Y(WS-POLY-IX) =
                       NUMVAL(WS-Y-TEXT)
               END-IF
           END-IF.
       PARSE-ONE-POLYGON-POINT-EXIT.
           EXIT.

      ******************************************************************
      * A simple outline only: no corner repeated on the next, and no
      * two edges that are not neighbours crossing or touching. Edge
      * n runs from corner n to the next corner round.
      ******************************************************************
       CHECK-POLYGON-EDGES.
           PERFORM VARYING WS-POLY-IX FROM 1 BY 1
               UNTIL WS-POLY-IX > WS-POLY-COUNT
               OR WS-POLY-REASON NOT = SPACES
               PERFORM SET-NEXT-CORNER-I
               IF WS-POLY-X(WS-POLY-IX) = WS-POLY-X(WS-POLY-NEXT-I)
                   AND WS-POLY-Y(WS-POLY-IX)
                       = WS-POLY-Y(WS-POLY-NEXT-I) THEN
                   MOVE WS-POLY-NEXT-I TO WS-POLY-NUMBER-EDIT
                   STRING "POINT " FUNCTION TRIM(WS-POLY-NUMBER-EDIT)
                       " REPEATED"
                       DELIMITED BY SIZE INTO WS-POLY-REASON
               END-IF
           END-PERFORM
           PERFORM VARYING WS-POLY-IX FROM 1 BY 1
               UNTIL WS-POLY-IX > WS-POLY-COUNT
               OR WS-POLY-REASON NOT = SPACES
               PERFORM VARYING WS-POLY-JX FROM 1 BY 1
                   UNTIL WS-POLY-JX > WS-POLY-COUNT
                   OR WS-POLY-REASON NOT = SPACES
                   IF WS-POLY-JX > WS-POLY-IX + 1
                       AND NOT (WS-POLY-IX = 1
                           AND WS-POLY-JX = WS-POLY-COUNT) THEN
                       PERFORM CHECK-ONE-EDGE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.
       CHECK-POLYGON-EDGES-EXIT.
           EXIT.

       SET-NEXT-CORNER-I.
           IF WS-POLY-IX = WS-POLY-COUNT THEN
               MOVE 1 TO WS-POLY-NEXT-I
           ELSE
               COMPUTE WS-POLY-NEXT-I = WS-POLY-IX + 1
           END-IF.
       SET-NEXT-CORNER-I-EXIT.
           EXIT.

      * Edges I and J cross when each one's ends lie on opposite
      * sides of the other; they touch when an end lies on the other
      * edge itself.
       CHECK-ONE-EDGE-PAIR.
           PERFORM SET-NEXT-CORNER-I
           IF WS-POLY-JX = WS-POLY-COUNT THEN
               MOVE 1 TO WS-POLY-NEXT-J
           ELSE
               COMPUTE WS-POLY-NEXT-J = WS-POLY-JX + 1
           END-IF
           MOVE WS-POLY-JX TO WS-CROSS-O
           MOVE WS-POLY-NEXT-J TO WS-CROSS-A
           MOVE WS-POLY-IX TO WS-CROSS-B
           PERFORM COMPUTE-CROSS-PRODUCT
           MOVE WS-CROSS-SIGN TO WS-SEG-SIGN(1)
           MOVE WS-POLY-NEXT-I TO WS-CROSS-B
           PERFORM COMPUTE-CROSS-PRODUCT
           MOVE WS-CROSS-SIGN TO WS-SEG-SIGN(2)
           MOVE WS-POLY-IX TO WS-CROSS-O
           MOVE WS-POLY-NEXT-I TO WS-CROSS-A
           MOVE WS-POLY-JX TO WS-CROSS-B
           PERFORM COMPUTE-CROSS-PRODUCT
           MOVE WS-CROSS-SIGN TO WS-SEG-SIGN(3)
           MOVE WS-POLY-NEXT-J TO WS-CROSS-B
           PERFORM COMPUTE-CROSS-PRODUCT
           MOVE WS-CROSS-SIGN TO WS-SEG-SIGN(4)
           MOVE "N" TO WS-ON-SEGMENT
           IF WS-SEG-SIGN(1) * WS-SEG-SIGN(2) < 0
               AND WS-SEG-SIGN(3) * WS-SEG-SIGN(4) < 0 THEN
               MOVE "Y" TO WS-ON-SEGMENT
           END-IF
           MOVE WS-POLY-JX TO WS-SEG-END-1
           MOVE WS-POLY-NEXT-J TO WS-SEG-END-2
           IF WS-SEG-SIGN(1) = 0 AND WS-ON-SEGMENT = "N" THEN
               MOVE WS-POLY-IX TO WS-SEG-POINT
               PERFORM CHECK-POINT-ON-SEGMENT
           END-IF
           IF WS-SEG-SIGN(2) = 0 AND WS-ON-SEGMENT = "N" THEN
               MOVE WS-POLY-NEXT-I TO WS-SEG-POINT
               PERFORM CHECK-POINT-ON-SEGMENT
           END-IF
           MOVE WS-POLY-IX TO WS-SEG-END-1
           MOVE WS-POLY-NEXT-I TO WS-SEG-END-2
           IF WS-SEG-SIGN(3) = 0 AND WS-ON-SEGMENT = "N" THEN
               MOVE WS-POLY-JX TO WS-SEG-POINT
               PERFORM CHECK-POINT-ON-SEGMENT
           END-IF
           IF WS-SEG-SIGN(4) = 0 AND WS-ON-SEGMENT = "N" THEN
               MOVE WS-POLY-NEXT-J TO WS-SEG-POINT
               PERFORM CHECK-POINT-ON-SEGMENT
           END-IF
           IF WS-ON-SEGMENT = "Y" THEN
               MOVE 1 TO WS-POLY-POINTER
               MOVE WS-POLY-IX TO WS-POLY-NUMBER-EDIT
               STRING "EDGES " FUNCTION TRIM(WS-POLY-NUMBER-EDIT)
                   " AND "
                   DELIMITED BY SIZE INTO WS-POLY-REASON
                   WITH POINTER WS-POLY-POINTER
               MOVE WS-POLY-JX TO WS-POLY-NUMBER-EDIT
               STRING FUNCTION TRIM(WS-POLY-NUMBER-EDIT) " CROSS"
                   DELIMITED BY SIZE INTO WS-POLY-REASON
                   WITH POINTER WS-POLY-POINTER
           END-IF.
       CHECK-ONE-EDGE-PAIR-EXIT.
           EXIT.

      * A corner already known to be in line with an edge lies on it
      * when it falls within the edge's extent.
       CHECK-POINT-ON-SEGMENT.
           IF WS-POLY-X(WS-SEG-POINT)
                   >= MIN(WS-POLY-X(WS-SEG-END-1),
                          WS-POLY-X(WS-SEG-END-2))
               AND WS-POLY-X(WS-SEG-POINT)
                   <= MAX(WS-POLY-X(WS-SEG-END-1),
                          WS-POLY-X(WS-SEG-END-2))
               AND WS-POLY-Y(WS-SEG-POINT)
                   >= MIN(WS-POLY-Y(WS-SEG-END-1),
                          WS-POLY-Y(WS-SEG-END-2))
               AND WS-POLY-Y(WS-SEG-POINT)
                   <= MAX(WS-POLY-Y(WS-SEG-END-1),
                          WS-POLY-Y(WS-SEG-END-2)) THEN
               MOVE "Y" TO WS-ON-SEGMENT
           END-IF.
       CHECK-POINT-ON-SEGMENT-EXIT.
           EXIT.

      ******************************************************************
      * The cross product of O->A and O->B over the polygon corners:
      * positive when B lies left of O->A. WS-CROSS-SIGN is its sign
      * turned to the outline's own direction, so +1 always means a
      * turn the same way the outline goes round.
      ******************************************************************
       COMPUTE-CROSS-PRODUCT.
           COMPUTE WS-DIFF-X =
               WS-POLY-X(WS-CROSS-A) - WS-POLY-X(WS-CROSS-O)
           COMPUTE WS-DIFF-Y =
               WS-POLY-Y(WS-CROSS-B) - WS-POLY-Y(WS-CROSS-O)
           MULTIPLY WS-DIFF-X BY WS-DIFF-Y GIVING WS-CROSS-TERM-1
           COMPUTE WS-DIFF-X =
               WS-POLY-X(WS-CROSS-B) - WS-POLY-X(WS-CROSS-O)
           COMPUTE WS-DIFF-Y =
               WS-POLY-Y(WS-CROSS-A) - WS-POLY-Y(WS-CROSS-O)
           MULTIPLY WS-DIFF-X BY WS-DIFF-Y GIVING WS-CROSS-TERM-2
           SUBTRACT WS-CROSS-TERM-2 FROM WS-CROSS-TERM-1
               GIVING WS-CROSS-PRODUCT
           EVALUATE TRUE
               WHEN WS-CROSS-PRODUCT > 0
                   MOVE 1 TO WS-CROSS-SIGN
               WHEN WS-CROSS-PRODUCT < 0
                   MOVE -1 TO WS-CROSS-SIGN
               WHEN OTHER
                   MOVE 0 TO WS-CROSS-SIGN
           END-EVALUATE
           IF POLY-CLOCKWISE THEN
               MULTIPLY -1 BY WS-CROSS-SIGN
           END-IF.
       COMPUTE-CROSS-PRODUCT-EXIT.
           EXIT.

      * The shoelace sum gives the outline's direction (negative
      * runs clockwise), rules out an outline enclosing nothing, and
      * is the plot's area straight from the corners -- exact, where
      * Heron's formula over each triangle's rounded sides drifts on
      * thin slivers. The perimeter is the edge lengths round the
      * outline.
       MEASURE-POLYGON-OUTLINE.
           MOVE 0 TO WS-TWICE-AREA
           PERFORM VARYING WS-POLY-IX FROM 1 BY 1
               UNTIL WS-POLY-IX > WS-POLY-COUNT
               PERFORM SET-NEXT-CORNER-I
               MULTIPLY WS-POLY-X(WS-POLY-IX)
                   BY WS-POLY-Y(WS-POLY-NEXT-I)
                   GIVING WS-CROSS-TERM-1
               MULTIPLY WS-POLY-X(WS-POLY-NEXT-I)
                   BY WS-POLY-Y(WS-POLY-IX)
                   GIVING WS-CROSS-TERM-2
               ADD WS-CROSS-TERM-1 TO WS-TWICE-AREA
               SUBTRACT WS-CROSS-TERM-2 FROM WS-TWICE-AREA
               COMPUTE WS-DIFF-X =
                   WS-POLY-X(WS-POLY-IX) - WS-POLY-X(WS-POLY-NEXT-I)
               COMPUTE WS-DIFF-Y =
                   WS-POLY-Y(WS-POLY-IX) - WS-POLY-Y(WS-POLY-NEXT-I)
               COMPUTE WS-DIST-SQUARED =
                   (WS-DIFF-X * WS-DIFF-X) + (WS-DIFF-Y * WS-DIFF-Y)
               COMPUTE WS-EDGE-LENGTH ROUNDED =
                   SQRT(WS-DIST-SQUARED)
               ADD WS-EDGE-LENGTH TO WS-POLY-PERIMETER
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-TWICE-AREA = 0
                   MOVE "ZERO AREA" TO WS-POLY-REASON
               WHEN WS-TWICE-AREA < 0
                   MOVE "R" TO WS-POLY-DIRECTION
               WHEN OTHER
                   MOVE "L" TO WS-POLY-DIRECTION
           END-EVALUATE
           DIVIDE WS-TWICE-AREA BY 2 GIVING WS-POLY-AREA ROUNDED.
       MEASURE-POLYGON-OUTLINE-EXIT.
           EXIT.

      ******************************************************************
      * Ear clipping: a corner whose turn follows the outline's
      * direction, with no other remaining corner inside or on the
      * triangle it makes with its neighbours, is cut off as one
      * triangle, until three corners remain. Corners in line with
      * both neighbours add no triangle and are dropped first; an
      * outline that doubles back on itself there is rejected. The
      * ears are held until the whole outline is cut, so a plot that
      * cannot be triangulated writes no partial result.
      ******************************************************************
       TRIANGULATE-POLYGON.
           MOVE WS-POLY-COUNT TO WS-VERTEX-COUNT
           PERFORM VARYING WS-VX-IX FROM 1 BY 1
               UNTIL WS-VX-IX > WS-VERTEX-COUNT
               MOVE WS-VX-IX TO WS-VERTEX(WS-VX-IX)
           END-PERFORM
           MOVE 1 TO WS-VX-IX
           PERFORM UNTIL WS-VX-IX > WS-VERTEX-COUNT
               OR WS-VERTEX-COUNT < 3
               OR WS-POLY-REASON NOT = SPACES
               PERFORM DROP-IF-IN-LINE
           END-PERFORM
           PERFORM UNTIL WS-VERTEX-COUNT < 3
               OR WS-POLY-REASON NOT = SPACES
               IF WS-VERTEX-COUNT = 3 THEN
                   MOVE 2 TO WS-VX-IX
                   PERFORM SET-EAR-CORNERS
                   PERFORM HOLD-ONE-EAR
                   MOVE 0 TO WS-VERTEX-COUNT
               ELSE
                   PERFORM FIND-ONE-EAR
                   IF WS-EAR-AT = 0 THEN
                       MOVE "CANNOT TRIANGULATE" TO WS-POLY-REASON
                   ELSE
                       MOVE WS-EAR-AT TO WS-VX-IX
                       PERFORM SET-EAR-CORNERS
                       PERFORM HOLD-ONE-EAR
                       PERFORM REMOVE-ONE-VERTEX
                   END-IF
               END-IF
           END-PERFORM.
       TRIANGULATE-POLYGON-EXIT.
           EXIT.

      * The corners either side of vertex-list entry WS-VX-IX.
       SET-EAR-CORNERS.
           MOVE WS-VERTEX(WS-VX-IX) TO WS-EAR-CUR
           IF WS-VX-IX = 1 THEN
               MOVE WS-VERTEX(WS-VERTEX-COUNT) TO WS-EAR-PREV
           ELSE
               MOVE WS-VERTEX(WS-VX-IX - 1) TO WS-EAR-PREV
           END-IF
           IF WS-VX-IX = WS-VERTEX-COUNT THEN
               MOVE WS-VERTEX(1) TO WS-EAR-NEXT
           ELSE
               MOVE WS-VERTEX(WS-VX-IX + 1) TO WS-EAR-NEXT
           END-IF.
       SET-EAR-CORNERS-EXIT.
           EXIT.

      * In line with both neighbours: dropped when the outline runs
      * straight on through it, rejected when it turns back.
       DROP-IF-IN-LINE.
           PERFORM SET-EAR-CORNERS
           MOVE WS-EAR-PREV TO WS-CROSS-O
           MOVE WS-EAR-CUR TO WS-CROSS-A
           MOVE WS-EAR-NEXT TO WS-CROSS-B
           PERFORM COMPUTE-CROSS-PRODUCT
           IF WS-CROSS-SIGN NOT = 0 THEN
               ADD 1 TO WS-VX-IX
           ELSE
      * The run into the corner and the run out of it, dotted: the
      * x terms, then the y terms.
               COMPUTE WS-DIFF-X =
                   WS-POLY-X(WS-EAR-CUR) - WS-POLY-X(WS-EAR-PREV)
               COMPUTE WS-DIFF-Y =
                   WS-POLY-X(WS-EAR-NEXT) - WS-POLY-X(WS-EAR-CUR)
               MULTIPLY WS-DIFF-X BY WS-DIFF-Y
                   GIVING WS-CROSS-TERM-1
               COMPUTE WS-DIFF-X =
                   WS-POLY-Y(WS-EAR-CUR) - WS-POLY-Y(WS-EAR-PREV)
               COMPUTE WS-DIFF-Y =
                   WS-POLY-Y(WS-EAR-NEXT) - WS-POLY-Y(WS-EAR-CUR)
               MULTIPLY WS-DIFF-X BY WS-DIFF-Y
                   GIVING WS-CROSS-TERM-2
               ADD WS-CROSS-TERM-1 TO WS-CROSS-TERM-2
               IF WS-CROSS-TERM-2 < 0 THEN
                   MOVE WS-EAR-CUR TO WS-POLY-NUMBER-EDIT
                   STRING "OUTLINE DOUBLES BACK AT "
                       FUNCTION TRIM(WS-POLY-NUMBER-EDIT)
                       DELIMITED BY SIZE INTO WS-POLY-REASON
               ELSE
                   PERFORM REMOVE-ONE-VERTEX
               END-IF
           END-IF.
       DROP-IF-IN-LINE-EXIT.
           EXIT.

       REMOVE-ONE-VERTEX.
           PERFORM VARYING WS-VX-KX FROM WS-VX-IX BY 1
               UNTIL WS-VX-KX >= WS-VERTEX-COUNT
               MOVE WS-VERTEX(WS-VX-KX + 1) TO WS-VERTEX(WS-VX-KX)
           END-PERFORM
           SUBTRACT 1 FROM WS-VERTEX-COUNT.
       REMOVE-ONE-VERTEX-EXIT.
           EXIT.

       FIND-ONE-EAR.
           MOVE 0 TO WS-EAR-AT
           PERFORM VARYING WS-VX-IX FROM 1 BY 1
               UNTIL WS-VX-IX > WS-VERTEX-COUNT
               OR WS-EAR-AT > 0
               PERFORM TEST-ONE-EAR
           END-PERFORM.
       FIND-ONE-EAR-EXIT.
           EXIT.

       TEST-ONE-EAR.
           PERFORM SET-EAR-CORNERS
           MOVE WS-EAR-PREV TO WS-CROSS-O
           MOVE WS-EAR-CUR TO WS-CROSS-A
           MOVE WS-EAR-NEXT TO WS-CROSS-B
           PERFORM COMPUTE-CROSS-PRODUCT
           IF WS-CROSS-SIGN > 0 THEN
               MOVE "Y" TO WS-EAR-CLEAR
               PERFORM VARYING WS-VX-KX FROM 1 BY 1
                   UNTIL WS-VX-KX > WS-VERTEX-COUNT
                   OR WS-EAR-CLEAR = "N"
                   IF WS-VERTEX(WS-VX-KX) NOT = WS-EAR-PREV
                       AND WS-VERTEX(WS-VX-KX) NOT = WS-EAR-CUR
                       AND WS-VERTEX(WS-VX-KX) NOT = WS-EAR-NEXT THEN
                       PERFORM CHECK-CORNER-IN-EAR
                   END-IF
               END-PERFORM
               IF WS-EAR-CLEAR = "Y" THEN
                   MOVE WS-VX-IX TO WS-EAR-AT
               END-IF
           END-IF.
       TEST-ONE-EAR-EXIT.
           EXIT.

      * Inside or on the ear when no edge of it has the corner on
      * its outside.
       CHECK-CORNER-IN-EAR.
           MOVE 0 TO WS-INSIDE-COUNT
           MOVE WS-VERTEX(WS-VX-KX) TO WS-CROSS-B
           MOVE WS-EAR-PREV TO WS-CROSS-O
           MOVE WS-EAR-CUR TO WS-CROSS-A
           PERFORM COMPUTE-CROSS-PRODUCT
           IF WS-CROSS-SIGN >= 0 THEN
               ADD 1 TO WS-INSIDE-COUNT
           END-IF
           MOVE WS-EAR-CUR TO WS-CROSS-O
           MOVE WS-EAR-NEXT TO WS-CROSS-A
           PERFORM COMPUTE-CROSS-PRODUCT
           IF WS-CROSS-SIGN >= 0 THEN
               ADD 1 TO WS-INSIDE-COUNT
           END-IF
           MOVE WS-EAR-NEXT TO WS-CROSS-O
           MOVE WS-EAR-PREV TO WS-CROSS-A
           PERFORM COMPUTE-CROSS-PRODUCT
           IF WS-CROSS-SIGN >= 0 THEN
               ADD 1 TO WS-INSIDE-COUNT
           END-IF
           IF WS-INSIDE-COUNT = 3 THEN
               MOVE "N" TO WS-EAR-CLEAR
           END-IF.
       CHECK-CORNER-IN-EAR-EXIT.
           EXIT.

       HOLD-ONE-EAR.
           ADD 1 TO WS-EAR-COUNT
           MOVE WS-EAR-PREV TO WS-EAR-P1(WS-EAR-COUNT)
           MOVE WS-EAR-CUR TO WS-EAR-P2(WS-EAR-COUNT)
           MOVE WS-EAR-NEXT TO WS-EAR-P3(WS-EAR-COUNT).
       HOLD-ONE-EAR-EXIT.
           EXIT.

      ******************************************************************
      * The plot's result: a heading, one line per triangle with its
      * corners, derived sides, shape, area and angles from the
      * shared classification paragraphs, and the plot totals -- the
      * outline's perimeter and area.
      ******************************************************************
       REPORT-POLYGON-TRIANGLES.
           MOVE SPACES TO RESULT-FILE-LINE
           STRING "POLYGON " PF-PLOT-ID " POINTS " WS-POLY-COUNT
               " TRIANGLES " WS-EAR-COUNT
               DELIMITED BY SIZE INTO RESULT-FILE-LINE
           WRITE RESULT-FILE-LINE
           PERFORM VARYING WS-EAR-IX FROM 1 BY 1
               UNTIL WS-EAR-IX > WS-EAR-COUNT
               PERFORM CLASSIFY-ONE-POLYGON-TRIANGLE
           END-PERFORM
           MOVE SPACES TO RESULT-FILE-LINE
           STRING "POLYGON " PF-PLOT-ID " VALID"
               " PERIMETER=" WS-POLY-PERIMETER
               " AREA=" WS-POLY-AREA
               DELIMITED BY SIZE INTO RESULT-FILE-LINE
           WRITE RESULT-FILE-LINE.
       REPORT-POLYGON-TRIANGLES-EXIT.
           EXIT.

       CLASSIFY-ONE-POLYGON-TRIANGLE.
           INITIALIZE WS-RESULT A B C
               WS-PERIMETER WS-SEMI-PERIMETER WS-AREA
               WS-FAILURE-REASON WS-ANGLE-A WS-ANGLE-B WS-ANGLE-C
               WS-ANGLE-CLASS
           MOVE SPACES TO WS-TRIANGLE-ANGLE-CLASS
           MOVE SPACES TO WS-PROPERTY
           MOVE WS-POLY-X(WS-EAR-P1(WS-EAR-IX)) TO WS-COORD-X(1)
           MOVE WS-POLY-Y(WS-EAR-P1(WS-EAR-IX)) TO WS-COORD-Y(1)
           MOVE WS-POLY-X(WS-EAR-P2(WS-EAR-IX)) TO WS-COORD-X(2)
           MOVE WS-POLY-Y(WS-EAR-P2(WS-EAR-IX)) TO WS-COORD-Y(2)
           MOVE WS-POLY-X(WS-EAR-P3(WS-EAR-IX)) TO WS-COORD-X(3)
           MOVE WS-POLY-Y(WS-EAR-P3(WS-EAR-IX)) TO WS-COORD-Y(3)
           PERFORM DERIVE-SIDES-FROM-POINTS
           MOVE SPACES TO WS-SIDES
           STRING A "," B "," C
               DELIMITED BY SIZE INTO WS-SIDES
           PERFORM CLASSIFY-AND-MEASURE
           PERFORM DERIVE-SHAPE-CLASS
           MOVE SPACES TO RESULT-FILE-LINE
           STRING "  TRIANGLE " WS-EAR-IX
               " CORNERS " WS-EAR-P1(WS-EAR-IX)
               "/" WS-EAR-P2(WS-EAR-IX)
               "/" WS-EAR-P3(WS-EAR-IX)
               " " FUNCTION TRIM(WS-SIDES) " " WS-SHAPE-CLASS
               " AREA=" WS-AREA
               " ANGLES=" WS-ANGLE-A "/" WS-ANGLE-B
               "/" WS-ANGLE-C " " WS-ANGLE-CLASS
               DELIMITED BY SIZE INTO RESULT-FILE-LINE
           WRITE RESULT-FILE-LINE.
       CLASSIFY-ONE-POLYGON-TRIANGLE-EXIT.
           EXIT.

      * A rejected plot goes out whole: the reason on RESULTFL, and
      * on DEGENLOG under its own "POLYGON " lead, which the TRIEXCP
      * side-correction desk passes over.
       REJECT-POLYGON.
           MOVE SPACES TO RESULT-FILE-LINE
           STRING "POLYGON " PF-PLOT-ID " POINTS " WS-POLY-COUNT
               " INVALID " WS-POLY-REASON
               DELIMITED BY SIZE INTO RESULT-FILE-LINE
           WRITE RESULT-FILE-LINE
           OPEN EXTEND DEGENERATE-LOG
           MOVE SPACES TO DEGENERATE-LOG-LINE
           STRING "POLYGON " PF-PLOT-ID " POINTS " WS-POLY-COUNT
               " REASON " WS-POLY-REASON
               DELIMITED BY SIZE INTO DEGENERATE-LOG-LINE
           WRITE DEGENERATE-LOG-LINE
           CLOSE DEGENERATE-LOG
           ADD 1 TO WS-CTL-REJECTED
           SET WS-INVALID-INPUT TO TRUE
           MOVE WS-POLY-REASON TO WS-ERROR-MESSAGE.
       REJECT-POLYGON-EXIT.
           EXIT.

      ******************************************************************
      * Part tracking around a batch or coordinate run: the part
      * master loaded whole, the history opened for append, and one
      * stamp for the run. A master too big for the table is left
      * as it stands -- the history is still written -- rather than
      * rewritten short.
      ******************************************************************
       OPEN-PART-TRACKING.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PART-STAMP
           MOVE 0 TO WS-PART-MEASURED
           MOVE 0 TO WS-PART-UNKNOWN
           MOVE 0 TO WS-PART-CHANGED
           MOVE 0 TO WS-PART-COUNT
           MOVE "N" TO WS-PART-OVERFLOW
           MOVE "N" TO WS-PART-EOF
           OPEN INPUT PART-MASTER
           PERFORM UNTIL PART-EOF
               READ PART-MASTER
                   AT END
                       SET PART-EOF TO TRUE
                   NOT AT END
                       IF PM-PART-NO NOT = SPACES THEN
                           PERFORM LOAD-ONE-PART
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-MASTER
           IF PART-OVERFLOW THEN
               DISPLAY "TRIANGLE: PARTMST OVER 500 PARTS -- "
                   "MASTER NOT UPDATED THIS RUN"
           END-IF
           OPEN EXTEND PART-HISTORY.
       OPEN-PART-TRACKING-EXIT.
           EXIT.

       LOAD-ONE-PART.
           IF WS-PART-COUNT >= 500 THEN
               SET PART-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-PART-COUNT
               MOVE PM-PART-NO TO WS-PT-PART-NO(WS-PART-COUNT)
               MOVE PM-REV TO WS-PT-REV(WS-PART-COUNT)
               MOVE PM-DESCRIPTION TO WS-PT-DESCRIPTION(WS-PART-COUNT)
               MOVE PM-NOMINAL-SIDES
                   TO WS-PT-NOMINAL-SIDES(WS-PART-COUNT)
               MOVE PM-NOMINAL-SHAPE
                   TO WS-PT-NOMINAL-SHAPE(WS-PART-COUNT)
               MOVE PM-LAST-SHAPE TO WS-PT-LAST-SHAPE(WS-PART-COUNT)
               MOVE PM-LAST-STAMP TO WS-PT-LAST-STAMP(WS-PART-COUNT)
               IF PM-MEASURE-COUNT IS NUMERIC THEN
                   MOVE PM-MEASURE-COUNT
                       TO WS-PT-MEASURE-COUNT(WS-PART-COUNT)
               ELSE
                   MOVE 0 TO WS-PT-MEASURE-COUNT(WS-PART-COUNT)
               END-IF
           END-IF.
       LOAD-ONE-PART-EXIT.
           EXIT.

      * One measurement against the part the record names: onto
      * PARTHIST whatever the outcome, and onto the part's master
      * entry as its latest classification. A part not on PARTMST
      * is still recorded; TRIPART lists it for adding.
       RECORD-PART-MEASUREMENT.
           IF WS-PART-NO NOT = SPACES THEN
               PERFORM DERIVE-SHAPE-CLASS
               MOVE SPACES TO PART-HISTORY-RECORD
               MOVE WS-PART-NO TO PH-PART-NO
               MOVE WS-PART-REV TO PH-REV
               MOVE WS-PART-STAMP TO PH-STAMP
               MOVE WS-PART-SOURCE TO PH-SOURCE
               MOVE WS-SIDES TO PH-SIDES
               MOVE WS-SHAPE-CLASS TO PH-SHAPE
               MOVE WS-ANGLE-CLASS TO PH-ANGLE-CLASS
               MOVE WS-PROPERTY TO PH-PROPERTY
               IF WS-RESULT = 1 THEN
                   MOVE "VALID" TO PH-RESULT
               ELSE
                   MOVE "INVALID" TO PH-RESULT
               END-IF
               MOVE WS-FAILURE-REASON TO PH-REASON
               WRITE PART-HISTORY-RECORD
               ADD 1 TO WS-PART-MEASURED
               PERFORM UPDATE-PART-ENTRY
           END-IF.
       RECORD-PART-MEASUREMENT-EXIT.
           EXIT.

       UPDATE-PART-ENTRY.
           MOVE 0 TO WS-PART-MATCH
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > WS-PART-COUNT
                   OR WS-PART-MATCH > 0
               IF WS-PT-PART-NO(WS-PART-IX) = WS-PART-NO
                   AND WS-PT-REV(WS-PART-IX) = WS-PART-REV THEN
                   MOVE WS-PART-IX TO WS-PART-MATCH
               END-IF
           END-PERFORM
           IF WS-PART-MATCH = 0 THEN
               ADD 1 TO WS-PART-UNKNOWN
           ELSE
               IF WS-PT-LAST-SHAPE(WS-PART-MATCH) NOT = SPACES
                   AND WS-PT-LAST-SHAPE(WS-PART-MATCH)
                       NOT = WS-SHAPE-CLASS THEN
                   ADD 1 TO WS-PART-CHANGED
               END-IF
               MOVE WS-SHAPE-CLASS TO WS-PT-LAST-SHAPE(WS-PART-MATCH)
               MOVE WS-PART-STAMP TO WS-PT-LAST-STAMP(WS-PART-MATCH)
               ADD 1 TO WS-PT-MEASURE-COUNT(WS-PART-MATCH)
           END-IF.
       UPDATE-PART-ENTRY-EXIT.
           EXIT.

      * What the sides are, as opposed to whether they pass the
      * property the record asked about -- read off the same
      * tolerance compare the classification used.
       DERIVE-SHAPE-CLASS.
           EVALUATE TRUE
               WHEN WS-FAILURE-REASON NOT = SPACES
                   MOVE "DEGENERATE" TO WS-SHAPE-CLASS
               WHEN WS-AB-EQUAL = "Y" AND WS-BC-EQUAL = "Y"
                   MOVE "EQUILATERAL" TO WS-SHAPE-CLASS
               WHEN WS-AB-EQUAL = "Y" OR WS-BC-EQUAL = "Y"
                   OR WS-AC-EQUAL = "Y"
                   MOVE "ISOSCELES" TO WS-SHAPE-CLASS
               WHEN OTHER
                   MOVE "SCALENE" TO WS-SHAPE-CLASS
           END-EVALUATE.
       DERIVE-SHAPE-CLASS-EXIT.
           EXIT.

      * The run's measurements rolled onto the part master, which is
      * rewritten whole; the part fields cleared so a later single
      * measurement in the same session tracks nothing.
       CLOSE-PART-TRACKING.
           CLOSE PART-HISTORY
           IF WS-PART-MEASURED > WS-PART-UNKNOWN
               AND NOT PART-OVERFLOW THEN
               OPEN OUTPUT PART-MASTER
               PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PART-COUNT
                   PERFORM SAVE-ONE-PART
               END-PERFORM
               CLOSE PART-MASTER
           END-IF
           IF WS-PART-MEASURED > 0 THEN
               DISPLAY "PART MEASUREMENTS " WS-PART-MEASURED
                   " NOT ON PARTMST " WS-PART-UNKNOWN
                   " CLASSIFICATION CHANGES " WS-PART-CHANGED
           END-IF
           MOVE SPACES TO WS-PART-NO
           MOVE SPACES TO WS-PART-REV
           MOVE SPACES TO WS-PART-SOURCE.
       CLOSE-PART-TRACKING-EXIT.
           EXIT.

       SAVE-ONE-PART.
           MOVE SPACES TO PART-MASTER-RECORD
           MOVE WS-PT-PART-NO(WS-PART-IX) TO PM-PART-NO
           MOVE WS-PT-REV(WS-PART-IX) TO PM-REV
           MOVE WS-PT-DESCRIPTION(WS-PART-IX) TO PM-DESCRIPTION
           MOVE WS-PT-NOMINAL-SIDES(WS-PART-IX) TO PM-NOMINAL-SIDES
           MOVE WS-PT-NOMINAL-SHAPE(WS-PART-IX) TO PM-NOMINAL-SHAPE
           MOVE WS-PT-LAST-SHAPE(WS-PART-IX) TO PM-LAST-SHAPE
           MOVE WS-PT-LAST-STAMP(WS-PART-IX) TO PM-LAST-STAMP
           MOVE WS-PT-MEASURE-COUNT(WS-PART-IX) TO PM-MEASURE-COUNT
           WRITE PART-MASTER-RECORD.
       SAVE-ONE-PART-EXIT.
           EXIT.

      ******************************************************************
      * Publish how this batch run came out, per the STATUSCD
      * convention, so the job-plan runner can gate dependent steps
