      ******************************************************************
      * PAYPRO: working days per pay period, for proration. Payroll
      * prorates new hires, leavers, and salaried pay by the
      * business days in each pay period, and someone used to count
      * those days by hand every time a holiday moved. This program
      * reads the "D" rows PAYGEN writes to PAYDATES and measures
      * each period against the DAYCAL day master through DAYSVC:
      * calendar days, business days, and DC-HOLIDAY closures
      * inside it, a page per payroll group on PRORPT.
      *
      * A period runs from the day after the group's previous pay
      * date through its own pay date. The group's first pay date
      * has no predecessor, so its period is taken to be as long as
      * the gap to the next one. The group's normal count is the
      * business-day count most of its periods carry (the larger
      * on a tie); a period that differs from it is flagged so the
      * proration base is checked before the run.
      *
      * PRORATION-YEAR on PARMFILE limits the listing to periods
      * paid in that year (blank lists every period on PAYDATES);
      * the periods either side still come off the whole file. The
      * same figures go to PROEXP as a comma-delimited file in the
      * RPTEXP layout -- a header row, one field per column, and
      * the control totals as a CONTROL footer record -- for the
      * payroll system to load:
      *   GROUP,REGION,START,END,CALDAYS,BUSDAYS,HOLIDAYS,NORMAL,FLAG
      * A period DAYCAL does not cover is reported on PRORPT and
      * counted as rejected instead of guessed at.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYDATE-EXTRACT ASSIGN TO "PAYDATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRORATION-REPORT ASSIGN TO "PRORPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRORATION-EXPORT ASSIGN TO "PROEXP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Year rows ("yyyy nn", LEAPCHK's business) and date rows
      * ("D yyyymmdd", this program's business) share the file;
      * both carry the payroll group from column 12 and its region
      * from column 21.
       FD PAYDATE-EXTRACT.
       01 PAYDATE-EXTRACT-RECORD.
           05 PD-KIND PIC X.
           05 FILLER PIC X.
           05 PD-PAY-DATE PIC X(8).
           05 FILLER PIC X.
           05 PD-GROUP PIC X(8).
           05 FILLER PIC X.
           05 PD-REGION PIC X(4).

       FD PRORATION-REPORT.
       01 PRORATION-REPORT-LINE PIC X(80).

       FD PRORATION-EXPORT.
       01 PRORATION-EXPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PAY-EOF PIC X VALUE "N".
           88 PAY-EOF VALUE "Y".

      * Business-day arithmetic request block, serviced by DAYSVC
      * off the DAYCAL day master.
       01 WS-DAYSVC-REQUEST.
           05 WS-DAYSVC-ACTION PIC X(8).
           05 WS-DAYSVC-DATE PIC 9(8).
           05 WS-DAYSVC-TO-DATE PIC 9(8).
           05 WS-DAYSVC-DAYS PIC S9(5).
           05 WS-DAYSVC-RESULT-DATE PIC 9(8).
           05 WS-DAYSVC-RESULT-DAYS PIC S9(5).
           05 WS-DAYSVC-HOLIDAY PIC X.
           05 WS-DAYSVC-BUSINESS PIC X.
           05 WS-DAYSVC-COVERED PIC X.
           05 WS-DAYSVC-REGION PIC X(4).

      * Listing year off PARMFILE; zero lists every period.
       01 WS-PRORATION-YEAR PIC 9(4) VALUE 0.

      * One payroll group's pay dates, held until the group ends
      * so each period can see its neighbours and the normal count
      * can be taken over the whole group. WS-PER-STATUS: Y
      * measured, N not covered by DAYCAL, S out of sequence, U
      * start unknown (a group with a single pay date).
       01 WS-PER-MAX PIC 9(4) VALUE 400.
       01 WS-PER-COUNT PIC 9(4) VALUE 0.
       01 WS-PER-INDEX PIC 9(4) VALUE 0.
       01 WS-PERIOD-TABLE.
           05 WS-PER-ENTRY OCCURS 400 TIMES.
               10 WS-PER-PAY-DATE PIC 9(8).
               10 WS-PER-START-DATE PIC 9(8).
               10 WS-PER-CAL-DAYS PIC 9(3).
               10 WS-PER-BUS-DAYS PIC 9(3).
               10 WS-PER-HOL-DAYS PIC 9(3).
               10 WS-PER-STATUS PIC X.
               10 WS-PER-IN-SCOPE PIC X.

      * Business-day counts tallied over the group's measured
      * periods; slot n+1 holds the periods of n business days.
       01 WS-TALLY-TABLE.
           05 WS-TALLY-COUNT PIC 9(4) OCCURS 367 TIMES.
       01 WS-TALLY-INDEX PIC 9(4) VALUE 0.
       01 WS-TALLY-BEST PIC 9(4) VALUE 0.
       01 WS-NORMAL-DAYS PIC 9(3) VALUE 0.

      * The group under work and the period being measured.
       01 WS-PAY-GROUP PIC X(8) VALUE SPACES.
       01 WS-CURRENT-GROUP PIC X(8) VALUE SPACES.
       01 WS-CURRENT-REGION PIC X(4) VALUE SPACES.
       01 WS-GROUP-OPEN PIC X VALUE "N".
           88 GROUP-IN-PROGRESS VALUE "Y".
       01 WS-START-INTEGER PIC S9(9) VALUE 0.
       01 WS-END-INTEGER PIC S9(9) VALUE 0.
       01 WS-DAY-INTEGER PIC S9(9) VALUE 0.
       01 WS-GAP-DAYS PIC S9(9) VALUE 0.
       01 WS-DIFF-DAYS PIC S9(3) VALUE 0.

      * Printed-report control: page per group, dates shown
      * yyyy-mm-dd.
       01 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 99 VALUE 0.
       01 WS-PAGE-LINE-LIMIT PIC 99 VALUE 55.
       01 WS-PRINT-DATE PIC 9(8) VALUE 0.
       01 WS-PRINT-SPLIT REDEFINES WS-PRINT-DATE.
           05 WS-PRINT-YEAR PIC 9(4).
           05 WS-PRINT-MONTH PIC 99.
           05 WS-PRINT-DAY PIC 99.
       01 WS-PRINT-TEXT PIC X(10).
       01 WS-START-TEXT PIC X(10).
       01 WS-END-TEXT PIC X(10).
       01 WS-REGION-TEXT PIC X(6).
       01 WS-CAL-EDIT PIC ZZ9.
       01 WS-BUS-EDIT PIC ZZ9.
       01 WS-HOL-EDIT PIC ZZ9.
       01 WS-NORMAL-EDIT PIC ZZ9.
       01 WS-DIFF-EDIT PIC ++9.
       01 WS-FLAG-TEXT PIC X(12).

      * Standard control-totals trailer counters.
       01 WS-CTL-READ PIC 9(8) VALUE 0.
       01 WS-CTL-WRITTEN PIC 9(8) VALUE 0.
       01 WS-CTL-REJECTED PIC 9(8) VALUE 0.
       01 WS-CTL-FLAGGED PIC 9(8) VALUE 0.

      * Shop parameter lookup request block, serviced by PARMSVC:
      * operations retunes these knobs by editing PARMFILE, not
      * source.
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

       PAYPRO-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE SPACES TO WS-ERROR-MESSAGE
           PERFORM LOAD-SHOP-PARAMETERS
           OPEN INPUT PAYDATE-EXTRACT
           IF WS-FILE-STATUS NOT = "00" THEN
               SET WS-PROCESSING-ERROR TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "PAYDATES OPEN FAILED, STATUS " WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               DISPLAY "PAYPRO ERROR: " WS-ERROR-MESSAGE
           ELSE
               PERFORM PAYPRO-BODY
           END-IF
           PERFORM LOG-AUDIT-ENTRY
           MOVE WS-RETURN-CODE TO WS-PUBLISHED-RETURN-CODE
           MOVE WS-ERROR-MESSAGE TO WS-PUBLISHED-ERROR-MESSAGE
           PERFORM RAISE-ALERT-IF-SEVERE
           GOBACK.
       PAYPRO-RUN-EXIT.
           EXIT.

       PAYPRO-BODY.
           MOVE 0 TO WS-CTL-READ
           MOVE 0 TO WS-CTL-WRITTEN
           MOVE 0 TO WS-CTL-REJECTED
           MOVE 0 TO WS-CTL-FLAGGED
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE 0 TO WS-PER-COUNT
           MOVE SPACES TO WS-CURRENT-GROUP
           MOVE "N" TO WS-GROUP-OPEN
           MOVE "N" TO WS-PAY-EOF
           OPEN OUTPUT PRORATION-REPORT
           OPEN OUTPUT PRORATION-EXPORT
           MOVE SPACES TO PRORATION-EXPORT-LINE
           STRING "GROUP,REGION,START,END,CALDAYS,BUSDAYS,HOLIDAYS,"
               "NORMAL,FLAG"
               DELIMITED BY SIZE INTO PRORATION-EXPORT-LINE
           WRITE PRORATION-EXPORT-LINE

           PERFORM UNTIL PAY-EOF
               READ PAYDATE-EXTRACT
                   AT END
                       SET PAY-EOF TO TRUE
                   NOT AT END
                       IF PD-KIND = "D"
                           AND PD-PAY-DATE IS NUMERIC THEN
                           MOVE PD-GROUP TO WS-PAY-GROUP
                           IF WS-PAY-GROUP = SPACES THEN
                               MOVE "DEFAULT" TO WS-PAY-GROUP
                           END-IF
      * PAYGEN writes each group's schedule together, so a change
      * of group closes the one before it.
                           IF WS-PAY-GROUP NOT = WS-CURRENT-GROUP
                               OR NOT GROUP-IN-PROGRESS THEN
                               IF GROUP-IN-PROGRESS THEN
                                   PERFORM REPORT-ONE-GROUP
                               END-IF
                               MOVE WS-PAY-GROUP TO WS-CURRENT-GROUP
                               MOVE PD-REGION TO WS-CURRENT-REGION
                               SET GROUP-IN-PROGRESS TO TRUE
                               MOVE 0 TO WS-PER-COUNT
                           END-IF
                           PERFORM HOLD-ONE-PAY-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF GROUP-IN-PROGRESS THEN
               PERFORM REPORT-ONE-GROUP
           END-IF

           MOVE SPACES TO PRORATION-REPORT-LINE
           WRITE PRORATION-REPORT-LINE
           MOVE SPACES TO PRORATION-REPORT-LINE
           STRING "PERIODS OFF THEIR GROUP'S NORMAL COUNT "
               WS-CTL-FLAGGED
               DELIMITED BY SIZE INTO PRORATION-REPORT-LINE
           WRITE PRORATION-REPORT-LINE
           MOVE SPACES TO PRORATION-REPORT-LINE
           STRING "*** CONTROL READ " WS-CTL-READ
               " WRITTEN " WS-CTL-WRITTEN
               " REJECTED " WS-CTL-REJECTED
               DELIMITED BY SIZE INTO PRORATION-REPORT-LINE
           WRITE PRORATION-REPORT-LINE
           MOVE SPACES TO PRORATION-EXPORT-LINE
           STRING "CONTROL," WS-CTL-READ
               "," WS-CTL-WRITTEN
               "," WS-CTL-REJECTED
               DELIMITED BY SIZE INTO PRORATION-EXPORT-LINE
           WRITE PRORATION-EXPORT-LINE
           CLOSE PAYDATE-EXTRACT
           CLOSE PRORATION-REPORT
           CLOSE PRORATION-EXPORT
           IF WS-CTL-REJECTED > 0 THEN
               SET WS-INVALID-INPUT TO TRUE
               MOVE "PAY PERIODS NOT MEASURED, SEE PRORPT"
                   TO WS-ERROR-MESSAGE
           END-IF.
       PAYPRO-BODY-EXIT.
           EXIT.

      * Pay dates past the table are counted as rejected; a group
      * that long is not a payroll schedule.
       HOLD-ONE-PAY-DATE.
           IF WS-PER-COUNT >= WS-PER-MAX THEN
               ADD 1 TO WS-CTL-READ
               ADD 1 TO WS-CTL-REJECTED
               DISPLAY "PAYPRO WARNING: GROUP " WS-CURRENT-GROUP
                   " PAY DATE " PD-PAY-DATE " PAST TABLE LIMIT"
           ELSE
               ADD 1 TO WS-PER-COUNT
               MOVE PD-PAY-DATE TO WS-PER-PAY-DATE(WS-PER-COUNT)
               MOVE 0 TO WS-PER-START-DATE(WS-PER-COUNT)
               MOVE 0 TO WS-PER-CAL-DAYS(WS-PER-COUNT)
               MOVE 0 TO WS-PER-BUS-DAYS(WS-PER-COUNT)
               MOVE 0 TO WS-PER-HOL-DAYS(WS-PER-COUNT)
               MOVE "Y" TO WS-PER-STATUS(WS-PER-COUNT)
               MOVE "Y" TO WS-PER-IN-SCOPE(WS-PER-COUNT)
               IF WS-PRORATION-YEAR > 0
                   AND PD-PAY-DATE(1:4) NOT = WS-PRORATION-YEAR THEN
                   MOVE "N" TO WS-PER-IN-SCOPE(WS-PER-COUNT)
               ELSE
                   ADD 1 TO WS-CTL-READ
               END-IF
           END-IF.
       HOLD-ONE-PAY-DATE-EXIT.
           EXIT.

      ******************************************************************
      * One payroll group: measure every period in the listing
      * year, take the normal count over the measured ones, then
      * print and export them.
      ******************************************************************
       REPORT-ONE-GROUP.
           MOVE WS-CURRENT-REGION TO WS-DAYSVC-REGION
           INITIALIZE WS-TALLY-TABLE
           PERFORM VARYING WS-PER-INDEX FROM 1 BY 1
               UNTIL WS-PER-INDEX > WS-PER-COUNT
               IF WS-PER-IN-SCOPE(WS-PER-INDEX) = "Y" THEN
                   PERFORM MEASURE-ONE-PERIOD
               END-IF
           END-PERFORM
           PERFORM FIND-NORMAL-DAYS
           PERFORM WRITE-PAGE-HEADER
           PERFORM VARYING WS-PER-INDEX FROM 1 BY 1
               UNTIL WS-PER-INDEX > WS-PER-COUNT
               IF WS-PER-IN-SCOPE(WS-PER-INDEX) = "Y" THEN
                   PERFORM WRITE-ONE-PERIOD
               END-IF
           END-PERFORM.
       REPORT-ONE-GROUP-EXIT.
           EXIT.

      ******************************************************************
      * Bound the period off its neighbours, then ask DAYSVC about
      * every day in it. One day DAYCAL does not cover leaves the
      * whole period unmeasured.
      ******************************************************************
       MEASURE-ONE-PERIOD.
           COMPUTE WS-END-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-PER-PAY-DATE(WS-PER-INDEX))
           EVALUATE TRUE
               WHEN WS-PER-INDEX > 1
                   COMPUTE WS-START-INTEGER = FUNCTION
                       INTEGER-OF-DATE
                       (WS-PER-PAY-DATE(WS-PER-INDEX - 1)) + 1
               WHEN WS-PER-COUNT > 1
                   COMPUTE WS-GAP-DAYS = FUNCTION INTEGER-OF-DATE
                       (WS-PER-PAY-DATE(WS-PER-INDEX + 1))
                       - WS-END-INTEGER
                   COMPUTE WS-START-INTEGER =
                       WS-END-INTEGER - WS-GAP-DAYS + 1
               WHEN OTHER
                   MOVE "U" TO WS-PER-STATUS(WS-PER-INDEX)
           END-EVALUATE
           IF WS-PER-STATUS(WS-PER-INDEX) NOT = "U" THEN
               IF WS-START-INTEGER > WS-END-INTEGER
                   OR WS-END-INTEGER - WS-START-INTEGER > 365 THEN
                   MOVE "S" TO WS-PER-STATUS(WS-PER-INDEX)
               ELSE
                   PERFORM COUNT-PERIOD-DAYS
               END-IF
           END-IF.
       MEASURE-ONE-PERIOD-EXIT.
           EXIT.

       COUNT-PERIOD-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-START-INTEGER)
               TO WS-PER-START-DATE(WS-PER-INDEX)
           COMPUTE WS-PER-CAL-DAYS(WS-PER-INDEX) =
               WS-END-INTEGER - WS-START-INTEGER + 1
           MOVE "HOLIDAY" TO WS-DAYSVC-ACTION
           PERFORM VARYING WS-DAY-INTEGER FROM WS-START-INTEGER BY 1
               UNTIL WS-DAY-INTEGER > WS-END-INTEGER
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                   TO WS-DAYSVC-DATE
               CALL "DAYSVC" USING WS-DAYSVC-REQUEST
               IF WS-DAYSVC-COVERED NOT = "Y" THEN
                   MOVE "N" TO WS-PER-STATUS(WS-PER-INDEX)
               END-IF
               IF WS-DAYSVC-BUSINESS = "Y" THEN
                   ADD 1 TO WS-PER-BUS-DAYS(WS-PER-INDEX)
               END-IF
               IF WS-DAYSVC-HOLIDAY = "Y" THEN
                   ADD 1 TO WS-PER-HOL-DAYS(WS-PER-INDEX)
               END-IF
           END-PERFORM
           IF WS-PER-STATUS(WS-PER-INDEX) = "Y" THEN
               COMPUTE WS-TALLY-INDEX =
                   WS-PER-BUS-DAYS(WS-PER-INDEX) + 1
               ADD 1 TO WS-TALLY-COUNT(WS-TALLY-INDEX)
           END-IF.
       COUNT-PERIOD-DAYS-EXIT.
           EXIT.

      * The most common business-day count, scanned from the top
      * so a tie goes to the fuller period. No measured period
      * leaves the normal at zero and nothing is flagged.
       FIND-NORMAL-DAYS.
           MOVE 0 TO WS-NORMAL-DAYS
           MOVE 0 TO WS-TALLY-BEST
           PERFORM VARYING WS-TALLY-INDEX FROM 367 BY -1
               UNTIL WS-TALLY-INDEX < 1
               IF WS-TALLY-COUNT(WS-TALLY-INDEX) > WS-TALLY-BEST THEN
                   MOVE WS-TALLY-COUNT(WS-TALLY-INDEX)
                       TO WS-TALLY-BEST
                   COMPUTE WS-NORMAL-DAYS = WS-TALLY-INDEX - 1
               END-IF
           END-PERFORM.
       FIND-NORMAL-DAYS-EXIT.
           EXIT.

      ******************************************************************
      * One period on PRORPT, and on PROEXP when it was measured.
      ******************************************************************
       WRITE-ONE-PERIOD.
           IF WS-LINE-COUNT + 1 > WS-PAGE-LINE-LIMIT THEN
               PERFORM WRITE-PAGE-HEADER
           END-IF
           MOVE WS-PER-START-DATE(WS-PER-INDEX) TO WS-PRINT-DATE
           PERFORM FORMAT-PRINT-DATE
           MOVE WS-PRINT-TEXT TO WS-START-TEXT
           MOVE WS-PER-PAY-DATE(WS-PER-INDEX) TO WS-PRINT-DATE
           PERFORM FORMAT-PRINT-DATE
           MOVE WS-PRINT-TEXT TO WS-END-TEXT
           MOVE SPACES TO PRORATION-REPORT-LINE
           EVALUATE WS-PER-STATUS(WS-PER-INDEX)
               WHEN "Y"
                   PERFORM WRITE-MEASURED-PERIOD
               WHEN "N"
                   ADD 1 TO WS-CTL-REJECTED
                   STRING "   " WS-START-TEXT "    " WS-END-TEXT
                       "      NOT COVERED BY DAYCAL -- NOT MEASURED"
                       DELIMITED BY SIZE INTO PRORATION-REPORT-LINE
                   WRITE PRORATION-REPORT-LINE
               WHEN "S"
                   ADD 1 TO WS-CTL-REJECTED
                   STRING "   PAY DATE " WS-END-TEXT
                       " OUT OF SEQUENCE -- NOT MEASURED"
                       DELIMITED BY SIZE INTO PRORATION-REPORT-LINE
                   WRITE PRORATION-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-CTL-REJECTED
                   STRING "   PAY DATE " WS-END-TEXT
                       " ONLY DATE IN GROUP -- PERIOD START UNKNOWN"
                       DELIMITED BY SIZE INTO PRORATION-REPORT-LINE
                   WRITE PRORATION-REPORT-LINE
           END-EVALUATE
           ADD 1 TO WS-LINE-COUNT.
       WRITE-ONE-PERIOD-EXIT.
           EXIT.

       WRITE-MEASURED-PERIOD.
           ADD 1 TO WS-CTL-WRITTEN
           MOVE WS-PER-CAL-DAYS(WS-PER-INDEX) TO WS-CAL-EDIT
           MOVE WS-PER-BUS-DAYS(WS-PER-INDEX) TO WS-BUS-EDIT
           MOVE WS-PER-HOL-DAYS(WS-PER-INDEX) TO WS-HOL-EDIT
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-PER-BUS-DAYS(WS-PER-INDEX) NOT = WS-NORMAL-DAYS
               THEN
               ADD 1 TO WS-CTL-FLAGGED
               COMPUTE WS-DIFF-DAYS =
                   WS-PER-BUS-DAYS(WS-PER-INDEX) - WS-NORMAL-DAYS
               MOVE WS-DIFF-DAYS TO WS-DIFF-EDIT
               STRING "*DIFFERS " FUNCTION TRIM(WS-DIFF-EDIT)
                   DELIMITED BY SIZE INTO WS-FLAG-TEXT
           END-IF
           STRING "   " WS-START-TEXT "    " WS-END-TEXT
               "      " WS-CAL-EDIT "       " WS-BUS-EDIT
               "       " WS-HOL-EDIT "     " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO PRORATION-REPORT-LINE
           WRITE PRORATION-REPORT-LINE
           MOVE SPACES TO PRORATION-EXPORT-LINE
           STRING FUNCTION TRIM(WS-CURRENT-GROUP) ","
               FUNCTION TRIM(WS-CURRENT-REGION) ","
               WS-PER-START-DATE(WS-PER-INDEX) ","
               WS-PER-PAY-DATE(WS-PER-INDEX) ","
               WS-PER-CAL-DAYS(WS-PER-INDEX) ","
               WS-PER-BUS-DAYS(WS-PER-INDEX) ","
               WS-PER-HOL-DAYS(WS-PER-INDEX) ","
               WS-NORMAL-DAYS ","
               FUNCTION TRIM(WS-FLAG-TEXT(2:11))
               DELIMITED BY SIZE INTO PRORATION-EXPORT-LINE
           WRITE PRORATION-EXPORT-LINE.
       WRITE-MEASURED-PERIOD-EXIT.
           EXIT.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-CURRENT-REGION TO WS-REGION-TEXT
           IF WS-REGION-TEXT = SPACES THEN
               MOVE "DAYCAL" TO WS-REGION-TEXT
           END-IF
           MOVE WS-NORMAL-DAYS TO WS-NORMAL-EDIT
           MOVE ALL "=" TO PRORATION-REPORT-LINE
           WRITE PRORATION-REPORT-LINE
           MOVE SPACES TO PRORATION-REPORT-LINE
           STRING "PAY PERIOD PRORATION  GROUP " WS-CURRENT-GROUP
               "  REGION " WS-REGION-TEXT
               "  PAGE " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO PRORATION-REPORT-LINE
           WRITE PRORATION-REPORT-LINE
           MOVE SPACES TO PRORATION-REPORT-LINE
           STRING "NORMAL PERIOD " WS-NORMAL-EDIT
               " BUSINESS DAYS -- *DIFFERS MARKS A PERIOD OFF IT"
               DELIMITED BY SIZE INTO PRORATION-REPORT-LINE
           WRITE PRORATION-REPORT-LINE
           MOVE ALL "=" TO PRORATION-REPORT-LINE
           WRITE PRORATION-REPORT-LINE
           MOVE SPACES TO PRORATION-REPORT-LINE
           STRING "   PERIOD START  PERIOD END    CALDAYS   BUSDAYS"
               "   HOLIDAYS  FLAG"
               DELIMITED BY SIZE INTO PRORATION-REPORT-LINE
           WRITE PRORATION-REPORT-LINE
           MOVE 5 TO WS-LINE-COUNT.
       WRITE-PAGE-HEADER-EXIT.
           EXIT.

       FORMAT-PRINT-DATE.
           MOVE SPACES TO WS-PRINT-TEXT
           STRING WS-PRINT-YEAR "-" WS-PRINT-MONTH "-" WS-PRINT-DAY
               DELIMITED BY SIZE INTO WS-PRINT-TEXT.
       FORMAT-PRINT-DATE-EXIT.
           EXIT.

      ******************************************************************
      * Runtime tunable off the shop parameter file: a listing year
      * outside the four-digit range is ignored and every period is
      * listed.
      ******************************************************************
       LOAD-SHOP-PARAMETERS.
           MOVE "PRORATION-YEAR" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND FUNCTION NUMVAL(WS-PARM-VALUE) > 1600
               AND FUNCTION NUMVAL(WS-PARM-VALUE) < 10000 THEN
               COMPUTE WS-PRORATION-YEAR =
                   FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.
       LOAD-SHOP-PARAMETERS-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "PAYPRO" TO WS-AUDIT-PROGRAM
           MOVE SPACES TO WS-AUDIT-INPUT
           IF WS-PRORATION-YEAR > 0 THEN
               STRING "PAYDATES+DAYCAL YEAR " WS-PRORATION-YEAR
                   DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           ELSE
               MOVE "PAYDATES+DAYCAL ALL YEARS" TO WS-AUDIT-INPUT
           END-IF
           STRING "READ " WS-CTL-READ
               " WRITTEN " WS-CTL-WRITTEN
               " REJECTED " WS-CTL-REJECTED
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
               MOVE "PAYPRO" TO WS-ALERT-PROGRAM
               MOVE WS-RETURN-CODE TO WS-ALERT-CODE
               MOVE WS-ERROR-MESSAGE TO WS-ALERT-MESSAGE
               CALL "ALERTSVC" USING WS-ALERT-REQUEST
           END-IF.
       RAISE-ALERT-IF-SEVERE-EXIT.
           EXIT.
       END PROGRAM PAYPRO.
