      ******************************************************************
      * TRISPC: statistical process control on repeated part
      * measurements. The shop floor measures the same parts over
      * and over, and PARTHIST keeps every measurement; the drafting
      * office wants to see a side drifting before it leaves the
      * RULE-SIDE-TOLERANCE in TRIRULE. For one part revision -- or
      * every revision of a part, or every revision on PARTMST --
      * each side A, B and C gets an individuals chart on SPCRPT:
      * the mean, control limits at three sigma either side of it
      * (sigma estimated from the average moving range, the usual
      * individuals-chart d2 of 1.128), every point outside the
      * limits flagged, every run of RULE-TREND-RUN measurements
      * climbing or falling flagged, and every point further from
      * the drawing's nominal side than the tolerance flagged. A
      * printer-plot in the TRAJPLOT style draws each side over
      * time: measurement down the page, the side scaled across 100
      * print columns against its limits, mean and tolerance band.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRISPC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PART-MASTER ASSIGN TO "PARTMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PART-HISTORY ASSIGN TO "PARTHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPC-REPORT ASSIGN TO "SPCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PART-MASTER.
       COPY PARTMST.

       FD PART-HISTORY.
       COPY PARTHIST.

       FD SPC-REPORT.
       01 SPC-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-EOF PIC X VALUE "N".
           88 MASTER-EOF VALUE "Y".
       01 WS-HIST-EOF PIC X VALUE "N".
           88 HIST-EOF VALUE "Y".

      * The part revisions on PARTMST and their nominal sides.
       01 WS-PART-COUNT PIC 9(3) VALUE 0.
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 500 TIMES.
               10 WS-PT-PART-NO PIC X(12).
               10 WS-PT-REV PIC X(2).
               10 WS-PT-NOMINAL-SIDES PIC X(40).
       01 WS-PART-INDEX PIC 9(3).
       01 WS-PART-FULL PIC X VALUE "N".
           88 PART-FULL VALUE "Y".

       01 WS-MAINT-ANSWER PIC X(20).
       01 WS-ASK-PART-NO PIC X(12).
       01 WS-ASK-REV PIC X(2).
       01 WS-CHART-PART-NO PIC X(12).
       01 WS-CHART-REV PIC X(2).
       01 WS-CHART-NOMINAL PIC X(40).
       01 WS-CHARTED-COUNT PIC 9(4) VALUE 0.

      * One part revision's measurements, oldest first, as the runs
      * appended them.
       01 WS-MEAS-COUNT PIC 9(4) VALUE 0.
       01 WS-MEAS-SKIPPED PIC 9(4) VALUE 0.
       01 WS-MEAS-FULL PIC X VALUE "N".
           88 MEAS-FULL VALUE "Y".
       01 WS-MEAS-TABLE.
           05 WS-MEAS-ENTRY OCCURS 500 TIMES.
               10 WS-MS-STAMP PIC X(14).
               10 WS-MS-SIDE PIC 9(6)V999 OCCURS 3 TIMES.
               10 WS-MS-OUT-CONTROL PIC X.
               10 WS-MS-TREND PIC X.
               10 WS-MS-OUT-TOLERANCE PIC X.
       01 WS-MEAS-IX PIC 9(4).
       01 WS-BACK-IX PIC 9(4).

      * "a,b,c" split the way TRIANGLE reads SIDESFIL.
       01 WS-SIDES-TEXT PIC X(40).
       01 WS-SIDE-TEXTS.
           05 WS-SIDE-TEXT PIC X(12) OCCURS 3 TIMES.
       01 WS-SIDE-COUNT PIC 9.
       01 WS-SIDE-IX PIC 9.
       01 WS-SIDES-OK PIC X.
       01 WS-PARSED-SIDE PIC 9(6)V999 OCCURS 3 TIMES.
       01 WS-NOMINAL-SIDE PIC 9(6)V999 OCCURS 3 TIMES.
       01 WS-HAS-NOMINAL PIC X.
       01 WS-SIDE-NAME PIC X.

      * One side's statistics and flags.
       01 WS-SIDE-SUM PIC 9(10)V9(6).
       01 WS-RANGE-SUM PIC 9(10)V9(6).
       01 WS-RANGE-COUNT PIC 9(4).
       01 WS-MOVING-RANGE PIC S9(7)V9(6).
       01 WS-SIDE-MEAN PIC 9(6)V9(6).
       01 WS-AVG-RANGE PIC 9(6)V9(6).
       01 WS-SIGMA PIC 9(6)V9(6).
       01 WS-THREE-SIGMA PIC 9(7)V9(6).
       01 WS-UCL PIC 9(7)V9(6).
       01 WS-LCL PIC S9(7)V9(6).
       01 WS-TOL-HIGH PIC 9(7)V9(6).
       01 WS-TOL-LOW PIC S9(7)V9(6).
       01 WS-DEVIATION PIC S9(7)V9(6).
       01 WS-RUN-LENGTH PIC 9(4).
       01 WS-RUN-DIRECTION PIC X.
       01 WS-OUT-CONTROL-COUNT PIC 9(4).
       01 WS-TREND-COUNT PIC 9(4).
       01 WS-OUT-TOLERANCE-COUNT PIC 9(4).
       01 WS-TOTAL-OUT-CONTROL PIC 9(6) VALUE 0.
       01 WS-TOTAL-TRENDS PIC 9(6) VALUE 0.
       01 WS-TOTAL-OUT-TOLERANCE PIC 9(6) VALUE 0.

      * The printer-plot.
       01 WS-SCALE-LOW PIC S9(7)V9(6).
       01 WS-SCALE-HIGH PIC S9(7)V9(6).
       01 WS-PLOT-VALUE PIC S9(7)V9(6).
       01 WS-PLOT-OFFSET PIC S9(9)V9(6).
       01 WS-PLOT-SPAN PIC S9(7)V9(6).
       01 WS-PLOT-COL PIC 9(3).
       01 WS-PLOT-GRID PIC X(100).
       01 WS-PLOT-MARK PIC X.
       01 WS-ROW-NOTE PIC X(12).
       01 WS-NOTE-POINTER PIC 9(3).
       01 WS-EDIT-1 PIC Z(6)9.999999.
       01 WS-EDIT-2 PIC Z(6)9.999999.
       01 WS-EDIT-3 PIC Z(6)9.999999.
       01 WS-EDIT-LCL PIC -Z(6)9.999999.

      * Drafting-office measurement rules copybook.
       COPY TRIRULE.

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       PROCEDURE DIVISION.

       TRISPC-RUN.
           PERFORM LOAD-MASTER
           DISPLAY "Part number (blank=every part on PARTMST): "
               WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-MAINT-ANSWER(1:12))
               TO WS-ASK-PART-NO
           MOVE SPACES TO WS-ASK-REV
           IF WS-ASK-PART-NO NOT = SPACES THEN
               DISPLAY "Revision (blank=every revision): "
                   WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-MAINT-ANSWER(1:2))
                   TO WS-ASK-REV
           END-IF
           MOVE 0 TO WS-CHARTED-COUNT
           MOVE 0 TO WS-TOTAL-OUT-CONTROL
           MOVE 0 TO WS-TOTAL-TRENDS
           MOVE 0 TO WS-TOTAL-OUT-TOLERANCE
           OPEN OUTPUT SPC-REPORT
           MOVE SPACES TO SPC-REPORT-LINE
           MOVE RULE-SIDE-TOLERANCE TO WS-EDIT-1
           STRING "PART MEASUREMENT CONTROL CHARTS -- TOLERANCE "
               FUNCTION TRIM(WS-EDIT-1) " TREND RUN " RULE-TREND-RUN
               DELIMITED BY SIZE INTO SPC-REPORT-LINE
           WRITE SPC-REPORT-LINE
           MOVE SPACES TO SPC-REPORT-LINE
           STRING "  * MEASUREMENT  X OUTSIDE CONTROL LIMITS  "
               "L/U LOWER/UPPER CONTROL LIMIT  | MEAN  "
               "T NOMINAL +/- TOLERANCE"
               DELIMITED BY SIZE INTO SPC-REPORT-LINE
           WRITE SPC-REPORT-LINE
           MOVE SPACES TO SPC-REPORT-LINE
           STRING "  NOTES: OOC OUT OF CONTROL, UP/DN TREND RUN, "
               "TOL OUTSIDE TOLERANCE"
               DELIMITED BY SIZE INTO SPC-REPORT-LINE
           WRITE SPC-REPORT-LINE
           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
               UNTIL WS-PART-INDEX > WS-PART-COUNT
               IF (WS-ASK-PART-NO = SPACES
                   OR WS-PT-PART-NO(WS-PART-INDEX) = WS-ASK-PART-NO)
                 AND (WS-ASK-REV = SPACES
                   OR WS-PT-REV(WS-PART-INDEX) = WS-ASK-REV) THEN
                   MOVE WS-PT-PART-NO(WS-PART-INDEX)
                       TO WS-CHART-PART-NO
                   MOVE WS-PT-REV(WS-PART-INDEX) TO WS-CHART-REV
                   MOVE WS-PT-NOMINAL-SIDES(WS-PART-INDEX)
                       TO WS-CHART-NOMINAL
                   PERFORM CHART-ONE-PART-REV
               END-IF
           END-PERFORM
      * A part revision measured but never added to PARTMST still
      * charts when asked for by name, without a tolerance band.
           IF WS-CHARTED-COUNT = 0 AND WS-ASK-PART-NO NOT = SPACES
               AND WS-ASK-REV NOT = SPACES THEN
               MOVE WS-ASK-PART-NO TO WS-CHART-PART-NO
               MOVE WS-ASK-REV TO WS-CHART-REV
               MOVE SPACES TO WS-CHART-NOMINAL
               PERFORM CHART-ONE-PART-REV
           END-IF
           IF WS-CHARTED-COUNT = 0 THEN
               MOVE SPACES TO SPC-REPORT-LINE
               WRITE SPC-REPORT-LINE
               MOVE "NO PART REVISIONS ON PARTMST TO CHART"
                   TO SPC-REPORT-LINE
               WRITE SPC-REPORT-LINE
           END-IF
           MOVE SPACES TO SPC-REPORT-LINE
           WRITE SPC-REPORT-LINE
           MOVE SPACES TO SPC-REPORT-LINE
           STRING "PART REVISIONS " WS-CHARTED-COUNT
               " OUT OF CONTROL " WS-TOTAL-OUT-CONTROL
               " TRENDS " WS-TOTAL-TRENDS
               " OUT OF TOLERANCE " WS-TOTAL-OUT-TOLERANCE
               DELIMITED BY SIZE INTO SPC-REPORT-LINE
           WRITE SPC-REPORT-LINE
           CLOSE SPC-REPORT
           PERFORM LOG-AUDIT-ENTRY
           DISPLAY "  PART REVISIONS " WS-CHARTED-COUNT
               " OUT OF CONTROL " WS-TOTAL-OUT-CONTROL
               " TRENDS " WS-TOTAL-TRENDS
               " OUT OF TOLERANCE " WS-TOTAL-OUT-TOLERANCE
           DISPLAY "Control charts written to SPCRPT."
           GOBACK.
       TRISPC-RUN-EXIT.
           EXIT.

      ******************************************************************
      * One part revision: its measurements off PARTHIST, then a
      * chart for each of the three sides. Limits need at least two
      * measurements -- one moving range.
      ******************************************************************
       CHART-ONE-PART-REV.
           ADD 1 TO WS-CHARTED-COUNT
           PERFORM LOAD-MEASUREMENTS
           MOVE "N" TO WS-HAS-NOMINAL
           IF WS-CHART-NOMINAL NOT = SPACES THEN
               MOVE WS-CHART-NOMINAL TO WS-SIDES-TEXT
               PERFORM PARSE-SIDE-TEXT
               IF WS-SIDES-OK = "Y" THEN
                   MOVE "Y" TO WS-HAS-NOMINAL
                   MOVE WS-PARSED-SIDE(1) TO WS-NOMINAL-SIDE(1)
                   MOVE WS-PARSED-SIDE(2) TO WS-NOMINAL-SIDE(2)
                   MOVE WS-PARSED-SIDE(3) TO WS-NOMINAL-SIDE(3)
               END-IF
           END-IF
           MOVE SPACES TO SPC-REPORT-LINE
           WRITE SPC-REPORT-LINE
           MOVE SPACES TO SPC-REPORT-LINE
           STRING "PART " WS-CHART-PART-NO " REV " WS-CHART-REV
               " NOMINAL " WS-CHART-NOMINAL
               " MEASUREMENTS " WS-MEAS-COUNT
               " UNREADABLE " WS-MEAS-SKIPPED
               DELIMITED BY SIZE INTO SPC-REPORT-LINE
           WRITE SPC-REPORT-LINE
           IF MEAS-FULL THEN
               MOVE "  MORE THAN 500 MEASUREMENTS -- FIRST 500 CHARTED"
                   TO SPC-REPORT-LINE
               WRITE SPC-REPORT-LINE
           END-IF
           IF WS-MEAS-COUNT < 2 THEN
               MOVE "  TOO FEW MEASUREMENTS FOR CONTROL LIMITS"
                   TO SPC-REPORT-LINE
               WRITE SPC-REPORT-LINE
           ELSE
               PERFORM VARYING WS-SIDE-IX FROM 1 BY 1
                   UNTIL WS-SIDE-IX > 3
                   PERFORM CHART-ONE-SIDE
               END-PERFORM
           END-IF.
       CHART-ONE-PART-REV-EXIT.
           EXIT.

      * Every PARTHIST record of the part revision whose sides read
      * as three positive lengths, in the order appended.
       LOAD-MEASUREMENTS.
           MOVE 0 TO WS-MEAS-COUNT
           MOVE 0 TO WS-MEAS-SKIPPED
           MOVE "N" TO WS-MEAS-FULL
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT PART-HISTORY
           PERFORM UNTIL HIST-EOF
               READ PART-HISTORY
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF PH-PART-NO = WS-CHART-PART-NO
                           AND PH-REV = WS-CHART-REV THEN
                           PERFORM LOAD-ONE-MEASUREMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-HISTORY.
       LOAD-MEASUREMENTS-EXIT.
           EXIT.

       LOAD-ONE-MEASUREMENT.
           MOVE PH-SIDES TO WS-SIDES-TEXT
           PERFORM PARSE-SIDE-TEXT
           IF WS-SIDES-OK = "N" THEN
               ADD 1 TO WS-MEAS-SKIPPED
           ELSE
               IF WS-MEAS-COUNT >= 500 THEN
                   SET MEAS-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-MEAS-COUNT
                   MOVE PH-STAMP TO WS-MS-STAMP(WS-MEAS-COUNT)
                   MOVE WS-PARSED-SIDE(1)
                       TO WS-MS-SIDE(WS-MEAS-COUNT, 1)
                   MOVE WS-PARSED-SIDE(2)
                       TO WS-MS-SIDE(WS-MEAS-COUNT, 2)
                   MOVE WS-PARSED-SIDE(3)
                       TO WS-MS-SIDE(WS-MEAS-COUNT, 3)
               END-IF
           END-IF.
       LOAD-ONE-MEASUREMENT-EXIT.
           EXIT.

      * WS-SIDES-TEXT split into three positive lengths;
      * WS-SIDES-OK says whether it held them.
       PARSE-SIDE-TEXT.
           MOVE SPACES TO WS-SIDE-TEXTS
           MOVE 0 TO WS-SIDE-COUNT
           UNSTRING WS-SIDES-TEXT DELIMITED BY ","
               INTO WS-SIDE-TEXT(1) WS-SIDE-TEXT(2) WS-SIDE-TEXT(3)
               TALLYING IN WS-SIDE-COUNT
           MOVE "Y" TO WS-SIDES-OK
           PERFORM VARYING WS-SIDE-IX FROM 1 BY 1
               UNTIL WS-SIDE-IX > 3
               MOVE 0 TO WS-PARSED-SIDE(WS-SIDE-IX)
               IF WS-SIDE-TEXT(WS-SIDE-IX) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-SIDE-TEXT(WS-SIDE-IX))
                       = 0 THEN
                   IF FUNCTION NUMVAL(WS-SIDE-TEXT(WS-SIDE-IX))
                       < 1000000 THEN
                       COMPUTE WS-PARSED-SIDE(WS-SIDE-IX) =
                           FUNCTION NUMVAL(WS-SIDE-TEXT(WS-SIDE-IX))
                   END-IF
               END-IF
               IF WS-PARSED-SIDE(WS-SIDE-IX) = 0 THEN
                   MOVE "N" TO WS-SIDES-OK
               END-IF
           END-PERFORM
           IF WS-SIDE-COUNT NOT = 3 THEN
               MOVE "N" TO WS-SIDES-OK
           END-IF.
       PARSE-SIDE-TEXT-EXIT.
           EXIT.

      ******************************************************************
      * One side: mean, average moving range, sigma and limits, the
      * points flagged, then the statistics lines and the plot.
      ******************************************************************
       CHART-ONE-SIDE.
           EVALUATE WS-SIDE-IX
               WHEN 1 MOVE "A" TO WS-SIDE-NAME
               WHEN 2 MOVE "B" TO WS-SIDE-NAME
               WHEN OTHER MOVE "C" TO WS-SIDE-NAME
           END-EVALUATE
           MOVE 0 TO WS-SIDE-SUM
           MOVE 0 TO WS-RANGE-SUM
           PERFORM VARYING WS-MEAS-IX FROM 1 BY 1
               UNTIL WS-MEAS-IX > WS-MEAS-COUNT
               ADD WS-MS-SIDE(WS-MEAS-IX, WS-SIDE-IX) TO WS-SIDE-SUM
               IF WS-MEAS-IX > 1 THEN
                   COMPUTE WS-MOVING-RANGE =
                       WS-MS-SIDE(WS-MEAS-IX, WS-SIDE-IX)
                       - WS-MS-SIDE(WS-MEAS-IX - 1, WS-SIDE-IX)
                   ADD FUNCTION ABS(WS-MOVING-RANGE) TO WS-RANGE-SUM
               END-IF
           END-PERFORM
           COMPUTE WS-SIDE-MEAN ROUNDED = WS-SIDE-SUM / WS-MEAS-COUNT
           SUBTRACT 1 FROM WS-MEAS-COUNT GIVING WS-RANGE-COUNT
           DIVIDE WS-RANGE-SUM BY WS-RANGE-COUNT
               GIVING WS-AVG-RANGE ROUNDED
           DIVIDE WS-AVG-RANGE BY 1.128 GIVING WS-SIGMA ROUNDED
           MULTIPLY 3 BY WS-SIGMA GIVING WS-THREE-SIGMA
           ADD WS-SIDE-MEAN WS-THREE-SIGMA GIVING WS-UCL
           SUBTRACT WS-THREE-SIGMA FROM WS-SIDE-MEAN GIVING WS-LCL
           IF WS-LCL < 0 THEN
               MOVE 0 TO WS-LCL
           END-IF
           IF WS-HAS-NOMINAL = "Y" THEN
               COMPUTE WS-TOL-HIGH =
                   WS-NOMINAL-SIDE(WS-SIDE-IX) + RULE-SIDE-TOLERANCE
               COMPUTE WS-TOL-LOW =
                   WS-NOMINAL-SIDE(WS-SIDE-IX) - RULE-SIDE-TOLERANCE
           END-IF
           PERFORM FLAG-SIDE-POINTS
           ADD WS-OUT-CONTROL-COUNT TO WS-TOTAL-OUT-CONTROL
           ADD WS-TREND-COUNT TO WS-TOTAL-TRENDS
           ADD WS-OUT-TOLERANCE-COUNT TO WS-TOTAL-OUT-TOLERANCE
           PERFORM WRITE-SIDE-STATISTICS
           PERFORM WRITE-SIDE-PLOT.
       CHART-ONE-SIDE-EXIT.
           EXIT.

      * Outside the limits, in a climbing or falling run of
      * RULE-TREND-RUN or more, outside nominal +/- tolerance. When
      * a run first reaches its length every point in it is marked,
      * and each point extending it after that; the turning point
      * between a rise and a fall keeps the first run's mark.
       FLAG-SIDE-POINTS.
           MOVE 0 TO WS-OUT-CONTROL-COUNT
           MOVE 0 TO WS-TREND-COUNT
           MOVE 0 TO WS-OUT-TOLERANCE-COUNT
           MOVE 1 TO WS-RUN-LENGTH
           MOVE SPACE TO WS-RUN-DIRECTION
           PERFORM VARYING WS-MEAS-IX FROM 1 BY 1
               UNTIL WS-MEAS-IX > WS-MEAS-COUNT
               MOVE SPACE TO WS-MS-OUT-CONTROL(WS-MEAS-IX)
               MOVE SPACE TO WS-MS-TREND(WS-MEAS-IX)
               MOVE SPACE TO WS-MS-OUT-TOLERANCE(WS-MEAS-IX)
               IF WS-MS-SIDE(WS-MEAS-IX, WS-SIDE-IX) > WS-UCL
                   OR WS-MS-SIDE(WS-MEAS-IX, WS-SIDE-IX) < WS-LCL THEN
                   MOVE "Y" TO WS-MS-OUT-CONTROL(WS-MEAS-IX)
                   ADD 1 TO WS-OUT-CONTROL-COUNT
               END-IF
               IF WS-HAS-NOMINAL = "Y" THEN
                   COMPUTE WS-DEVIATION =
                       WS-MS-SIDE(WS-MEAS-IX, WS-SIDE-IX)
                       - WS-NOMINAL-SIDE(WS-SIDE-IX)
                   IF FUNCTION ABS(WS-DEVIATION)
                       > RULE-SIDE-TOLERANCE THEN
                       MOVE "Y" TO WS-MS-OUT-TOLERANCE(WS-MEAS-IX)
                       ADD 1 TO WS-OUT-TOLERANCE-COUNT
                   END-IF
               END-IF
               IF WS-MEAS-IX > 1 THEN
                   PERFORM TRACK-TREND-RUN
               END-IF
           END-PERFORM.
       FLAG-SIDE-POINTS-EXIT.
           EXIT.

       TRACK-TREND-RUN.
           EVALUATE TRUE
               WHEN WS-MS-SIDE(WS-MEAS-IX, WS-SIDE-IX)
                   > WS-MS-SIDE(WS-MEAS-IX - 1, WS-SIDE-IX)
                   IF WS-RUN-DIRECTION = "U" THEN
                       ADD 1 TO WS-RUN-LENGTH
                   ELSE
                       MOVE "U" TO WS-RUN-DIRECTION
                       MOVE 2 TO WS-RUN-LENGTH
                   END-IF
               WHEN WS-MS-SIDE(WS-MEAS-IX, WS-SIDE-IX)
                   < WS-MS-SIDE(WS-MEAS-IX - 1, WS-SIDE-IX)
                   IF WS-RUN-DIRECTION = "D" THEN
                       ADD 1 TO WS-RUN-LENGTH
                   ELSE
                       MOVE "D" TO WS-RUN-DIRECTION
                       MOVE 2 TO WS-RUN-LENGTH
                   END-IF
               WHEN OTHER
                   MOVE SPACE TO WS-RUN-DIRECTION
                   MOVE 1 TO WS-RUN-LENGTH
           END-EVALUATE
           IF WS-RUN-DIRECTION NOT = SPACE THEN
               IF WS-RUN-LENGTH = RULE-TREND-RUN THEN
                   ADD 1 TO WS-TREND-COUNT
                   PERFORM VARYING WS-BACK-IX
                       FROM WS-MEAS-IX BY -1
                       UNTIL WS-BACK-IX <= WS-MEAS-IX - WS-RUN-LENGTH
                       IF WS-MS-TREND(WS-BACK-IX) = SPACE THEN
                           MOVE WS-RUN-DIRECTION
                               TO WS-MS-TREND(WS-BACK-IX)
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-RUN-LENGTH > RULE-TREND-RUN THEN
                   MOVE WS-RUN-DIRECTION TO WS-MS-TREND(WS-MEAS-IX)
               END-IF
           END-IF.
       TRACK-TREND-RUN-EXIT.
           EXIT.

       WRITE-SIDE-STATISTICS.
           MOVE SPACES TO SPC-REPORT-LINE
           WRITE SPC-REPORT-LINE
           MOVE WS-SIDE-MEAN TO WS-EDIT-1
           MOVE WS-AVG-RANGE TO WS-EDIT-2
           MOVE WS-SIGMA TO WS-EDIT-3
           MOVE SPACES TO SPC-REPORT-LINE
           STRING "  SIDE " WS-SIDE-NAME
               "  MEAN " WS-EDIT-1
               "  AVG MOVING RANGE " WS-EDIT-2
               "  SIGMA " WS-EDIT-3
               DELIMITED BY SIZE INTO SPC-REPORT-LINE
           WRITE SPC-REPORT-LINE
           MOVE WS-LCL TO WS-EDIT-LCL
           MOVE WS-UCL TO WS-EDIT-1
           MOVE SPACES TO SPC-REPORT-LINE
           STRING "          LCL " WS-EDIT-LCL
               "  UCL " WS-EDIT-1
               DELIMITED BY SIZE INTO SPC-REPORT-LINE
           WRITE SPC-REPORT-LINE
           IF WS-HAS-NOMINAL = "Y" THEN
               MOVE WS-NOMINAL-SIDE(WS-SIDE-IX) TO WS-EDIT-1
               MOVE SPACES TO SPC-REPORT-LINE
               MOVE RULE-SIDE-TOLERANCE TO WS-EDIT-2
               STRING "          NOMINAL " WS-EDIT-1
                   "  TOLERANCE +/- " FUNCTION TRIM(WS-EDIT-2)
                   DELIMITED BY SIZE INTO SPC-REPORT-LINE
               WRITE SPC-REPORT-LINE
      * Limits reaching past the tolerance band: the process as it
      * runs cannot hold the drawing, whether it spreads too wide
      * or sits off nominal.
               IF WS-UCL > WS-TOL-HIGH OR WS-LCL < WS-TOL-LOW THEN
                   MOVE "          *** CONTROL LIMITS OUTSIDE THE"
                       & " TOLERANCE BAND"
                       TO SPC-REPORT-LINE
                   WRITE SPC-REPORT-LINE
               END-IF
           END-IF
           MOVE SPACES TO SPC-REPORT-LINE
           STRING "          OUT OF CONTROL " WS-OUT-CONTROL-COUNT
               "  TRENDS " WS-TREND-COUNT
               "  OUT OF TOLERANCE " WS-OUT-TOLERANCE-COUNT
               DELIMITED BY SIZE INTO SPC-REPORT-LINE
           WRITE SPC-REPORT-LINE.
       WRITE-SIDE-STATISTICS-EXIT.
           EXIT.

      ******************************************************************
      * The plot: the scale runs from the lowest to the highest of
      * the points, the limits and the tolerance band, one row per
      * measurement; the point is drawn last so it shows over the
      * lines it sits on.
      ******************************************************************
       WRITE-SIDE-PLOT.
           MOVE WS-LCL TO WS-SCALE-LOW
           MOVE WS-UCL TO WS-SCALE-HIGH
           IF WS-HAS-NOMINAL = "Y" THEN
               IF WS-TOL-LOW < WS-SCALE-LOW THEN
                   MOVE WS-TOL-LOW TO WS-SCALE-LOW
               END-IF
               IF WS-TOL-HIGH > WS-SCALE-HIGH THEN
                   MOVE WS-TOL-HIGH TO WS-SCALE-HIGH
               END-IF
           END-IF
           PERFORM VARYING WS-MEAS-IX FROM 1 BY 1
               UNTIL WS-MEAS-IX > WS-MEAS-COUNT
               IF WS-MS-SIDE(WS-MEAS-IX, WS-SIDE-IX)
                   < WS-SCALE-LOW THEN
                   MOVE WS-MS-SIDE(WS-MEAS-IX, WS-SIDE-IX)
                       TO WS-SCALE-LOW
               END-IF
               IF WS-MS-SIDE(WS-MEAS-IX, WS-SIDE-IX)
                   > WS-SCALE-HIGH THEN
                   MOVE WS-MS-SIDE(WS-MEAS-IX, WS-SIDE-IX)
                       TO WS-SCALE-HIGH
               END-IF
           END-PERFORM
           MOVE WS-SCALE-LOW TO WS-EDIT-LCL
           MOVE WS-SCALE-HIGH TO WS-EDIT-1
           MOVE SPACES TO SPC-REPORT-LINE
           STRING "          SCALE " WS-EDIT-LCL " TO " WS-EDIT-1
               DELIMITED BY SIZE INTO SPC-REPORT-LINE
           WRITE SPC-REPORT-LINE
           PERFORM VARYING WS-MEAS-IX FROM 1 BY 1
               UNTIL WS-MEAS-IX > WS-MEAS-COUNT
               PERFORM PLOT-ONE-ROW
           END-PERFORM.
       WRITE-SIDE-PLOT-EXIT.
           EXIT.

       PLOT-ONE-ROW.
           MOVE SPACES TO WS-PLOT-GRID
           IF WS-HAS-NOMINAL = "Y" THEN
               MOVE "T" TO WS-PLOT-MARK
               MOVE WS-TOL-LOW TO WS-PLOT-VALUE
               PERFORM PLOT-ONE-MARK
               MOVE WS-TOL-HIGH TO WS-PLOT-VALUE
               PERFORM PLOT-ONE-MARK
           END-IF
           MOVE "L" TO WS-PLOT-MARK
           MOVE WS-LCL TO WS-PLOT-VALUE
           PERFORM PLOT-ONE-MARK
           MOVE "U" TO WS-PLOT-MARK
           MOVE WS-UCL TO WS-PLOT-VALUE
           PERFORM PLOT-ONE-MARK
           MOVE "|" TO WS-PLOT-MARK
           MOVE WS-SIDE-MEAN TO WS-PLOT-VALUE
           PERFORM PLOT-ONE-MARK
           IF WS-MS-OUT-CONTROL(WS-MEAS-IX) = "Y" THEN
               MOVE "X" TO WS-PLOT-MARK
           ELSE
               MOVE "*" TO WS-PLOT-MARK
           END-IF
           MOVE WS-MS-SIDE(WS-MEAS-IX, WS-SIDE-IX) TO WS-PLOT-VALUE
           PERFORM PLOT-ONE-MARK
           MOVE SPACES TO WS-ROW-NOTE
           MOVE 1 TO WS-NOTE-POINTER
           IF WS-MS-OUT-CONTROL(WS-MEAS-IX) = "Y" THEN
               STRING "OOC " DELIMITED BY SIZE INTO WS-ROW-NOTE
                   WITH POINTER WS-NOTE-POINTER
           END-IF
           IF WS-MS-TREND(WS-MEAS-IX) = "U" THEN
               STRING "UP " DELIMITED BY SIZE INTO WS-ROW-NOTE
                   WITH POINTER WS-NOTE-POINTER
           END-IF
           IF WS-MS-TREND(WS-MEAS-IX) = "D" THEN
               STRING "DN " DELIMITED BY SIZE INTO WS-ROW-NOTE
                   WITH POINTER WS-NOTE-POINTER
           END-IF
           IF WS-MS-OUT-TOLERANCE(WS-MEAS-IX) = "Y" THEN
               STRING "TOL" DELIMITED BY SIZE INTO WS-ROW-NOTE
                   WITH POINTER WS-NOTE-POINTER
           END-IF
           MOVE SPACES TO SPC-REPORT-LINE
           STRING WS-MEAS-IX " " WS-MS-STAMP(WS-MEAS-IX)(1:8)
               " |" WS-PLOT-GRID "| " WS-ROW-NOTE
               DELIMITED BY SIZE INTO SPC-REPORT-LINE
           WRITE SPC-REPORT-LINE.
       PLOT-ONE-ROW-EXIT.
           EXIT.

       PLOT-ONE-MARK.
           IF WS-SCALE-HIGH = WS-SCALE-LOW THEN
               MOVE 50 TO WS-PLOT-COL
           ELSE
               SUBTRACT WS-SCALE-LOW FROM WS-PLOT-VALUE
                   GIVING WS-PLOT-OFFSET
               SUBTRACT WS-SCALE-LOW FROM WS-SCALE-HIGH
                   GIVING WS-PLOT-SPAN
               MULTIPLY 99 BY WS-PLOT-OFFSET
               DIVIDE WS-PLOT-OFFSET BY WS-PLOT-SPAN
                   GIVING WS-PLOT-COL ROUNDED
               ADD 1 TO WS-PLOT-COL
           END-IF
           IF WS-PLOT-COL < 1 THEN
               MOVE 1 TO WS-PLOT-COL
           END-IF
           IF WS-PLOT-COL > 100 THEN
               MOVE 100 TO WS-PLOT-COL
           END-IF
           MOVE WS-PLOT-MARK TO WS-PLOT-GRID(WS-PLOT-COL:1).
       PLOT-ONE-MARK-EXIT.
           EXIT.

       LOAD-MASTER.
           MOVE 0 TO WS-PART-COUNT
           MOVE "N" TO WS-PART-FULL
           MOVE "N" TO WS-MASTER-EOF
           OPEN INPUT PART-MASTER
           PERFORM UNTIL MASTER-EOF
               READ PART-MASTER
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       IF PM-PART-NO NOT = SPACES THEN
                           PERFORM LOAD-ONE-PART
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-MASTER
           IF PART-FULL THEN
               DISPLAY "PARTMST holds more than 500 part revisions;"
                   " only the first 500 are charted."
           END-IF.
       LOAD-MASTER-EXIT.
           EXIT.

       LOAD-ONE-PART.
           IF WS-PART-COUNT >= 500 THEN
               SET PART-FULL TO TRUE
           ELSE
               ADD 1 TO WS-PART-COUNT
               MOVE PM-PART-NO TO WS-PT-PART-NO(WS-PART-COUNT)
               MOVE PM-REV TO WS-PT-REV(WS-PART-COUNT)
               MOVE PM-NOMINAL-SIDES
                   TO WS-PT-NOMINAL-SIDES(WS-PART-COUNT)
           END-IF.
       LOAD-ONE-PART-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "TRISPC" TO WS-AUDIT-PROGRAM
           MOVE SPACES TO WS-AUDIT-INPUT
           IF WS-ASK-PART-NO = SPACES THEN
               MOVE "PARTHIST ALL PARTS" TO WS-AUDIT-INPUT
           ELSE
               STRING FUNCTION TRIM(WS-ASK-PART-NO) " REV " WS-ASK-REV
                   DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           END-IF
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "CHARTED " WS-CHARTED-COUNT
               " OOC " WS-TOTAL-OUT-CONTROL
               " TRENDS " WS-TOTAL-TRENDS
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
       END PROGRAM TRISPC.
