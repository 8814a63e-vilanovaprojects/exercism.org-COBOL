      ******************************************************************
      * PAYCUT: timesheet cutoff and approval-deadline schedule.
      * Every pay date carries a timesheet cutoff and a manager-
      * approval deadline a set number of business days ahead of
      * it, and payroll used to count those days back by hand on a
      * paper calendar. This program reads each "D" row PAYGEN
      * writes to PAYDATES and has DAYSVC count back over the
      * DAYCAL day master (LEAP's BATCHCAL run), skipping weekends
      * and DC-HOLIDAY closures, to find both deadlines. The
      * results go to the CUTOFF file, one record per pay date,
      * and to the CUTRPT reminder schedule printed a page per
      * payroll group.
      *
      * The lead times are business-day counts off PARMFILE
      * (CUTOFF-LEAD-DAYS, APPROVAL-LEAD-DAYS) so payroll can
      * retune them without a program change. The cutoff must fall
      * ahead of the approval deadline; a pair that does not keeps
      * the compiled-in defaults with a console warning. A pay date
      * DAYCAL does not cover far enough back is reported on CUTRPT
      * and counted as rejected instead of guessed at.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYDATE-EXTRACT ASSIGN TO "PAYDATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUTOFF-FILE ASSIGN TO "CUTOFF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUTOFF-REPORT ASSIGN TO "CUTRPT"
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

      * One record per pay date: group, timesheet cutoff, approval
      * deadline, and the pay date they serve.
       FD CUTOFF-FILE.
       01 CUTOFF-RECORD.
           05 CO-GROUP PIC X(8).
           05 FILLER PIC X.
           05 CO-CUTOFF-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CO-APPROVAL-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CO-PAY-DATE PIC 9(8).

       FD CUTOFF-REPORT.
       01 CUTOFF-REPORT-LINE PIC X(80).

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

      * Lead times in business days; the VALUEs are the compiled-in
      * defaults PARMFILE may override.
       01 WS-CUTOFF-LEAD PIC 99 VALUE 5.
       01 WS-APPROVAL-LEAD PIC 99 VALUE 3.
       01 WS-LEAD-WORK PIC 99 VALUE 0.

      * The pay date under work and the backward walk.
       01 WS-PAY-DATE PIC 9(8) VALUE 0.
       01 WS-PAY-GROUP PIC X(8) VALUE SPACES.
       01 WS-WALK-RESULT PIC 9(8) VALUE 0.
       01 WS-WALK-OK PIC X VALUE "Y".
       01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
       01 WS-APPROVAL-DATE PIC 9(8) VALUE 0.

      * Printed-schedule control: page per group, dates shown
      * yyyy-mm-dd.
       01 WS-CURRENT-GROUP PIC X(8) VALUE SPACES.
       01 WS-GROUP-OPEN PIC X VALUE "N".
           88 GROUP-IN-PROGRESS VALUE "Y".
       01 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 99 VALUE 0.
       01 WS-PAGE-LINE-LIMIT PIC 99 VALUE 55.
       01 WS-PRINT-DATE PIC 9(8) VALUE 0.
       01 WS-PRINT-SPLIT REDEFINES WS-PRINT-DATE.
           05 WS-PRINT-YEAR PIC 9(4).
           05 WS-PRINT-MONTH PIC 99.
           05 WS-PRINT-DAY PIC 99.
       01 WS-PRINT-TEXT PIC X(10).
       01 WS-CUTOFF-TEXT PIC X(10).
       01 WS-APPROVAL-TEXT PIC X(10).
       01 WS-PAY-TEXT PIC X(10).

      * Standard control-totals trailer counters.
       01 WS-CTL-READ PIC 9(8) VALUE 0.
       01 WS-CTL-WRITTEN PIC 9(8) VALUE 0.
       01 WS-CTL-REJECTED PIC 9(8) VALUE 0.

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

       PAYCUT-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE SPACES TO WS-ERROR-MESSAGE
           PERFORM LOAD-SHOP-PARAMETERS
           OPEN INPUT PAYDATE-EXTRACT
           IF WS-FILE-STATUS NOT = "00" THEN
               SET WS-PROCESSING-ERROR TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "PAYDATES OPEN FAILED, STATUS " WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               DISPLAY "PAYCUT ERROR: " WS-ERROR-MESSAGE
           ELSE
               PERFORM PAYCUT-BODY
           END-IF
           PERFORM LOG-AUDIT-ENTRY
           MOVE WS-RETURN-CODE TO WS-PUBLISHED-RETURN-CODE
           MOVE WS-ERROR-MESSAGE TO WS-PUBLISHED-ERROR-MESSAGE
           PERFORM RAISE-ALERT-IF-SEVERE
           GOBACK.
       PAYCUT-RUN-EXIT.
           EXIT.

       PAYCUT-BODY.
           MOVE 0 TO WS-CTL-READ
           MOVE 0 TO WS-CTL-WRITTEN
           MOVE 0 TO WS-CTL-REJECTED
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE SPACES TO WS-CURRENT-GROUP
           MOVE "N" TO WS-GROUP-OPEN
           MOVE "N" TO WS-PAY-EOF
           OPEN OUTPUT CUTOFF-FILE
           OPEN OUTPUT CUTOFF-REPORT

           PERFORM UNTIL PAY-EOF
               READ PAYDATE-EXTRACT
                   AT END
                       SET PAY-EOF TO TRUE
                   NOT AT END
                       IF PD-KIND = "D"
                           AND PD-PAY-DATE IS NUMERIC THEN
                           ADD 1 TO WS-CTL-READ
                           MOVE PD-PAY-DATE TO WS-PAY-DATE
                           MOVE PD-GROUP TO WS-PAY-GROUP
                           MOVE PD-REGION TO WS-DAYSVC-REGION
                           IF WS-PAY-GROUP = SPACES THEN
                               MOVE "DEFAULT" TO WS-PAY-GROUP
                           END-IF
      * PAYGEN writes each group's schedule together, so a change
      * of group starts the next group's page.
                           IF WS-PAY-GROUP NOT = WS-CURRENT-GROUP
                               OR NOT GROUP-IN-PROGRESS THEN
                               MOVE WS-PAY-GROUP TO WS-CURRENT-GROUP
                               SET GROUP-IN-PROGRESS TO TRUE
                               PERFORM WRITE-PAGE-HEADER
                           END-IF
                           PERFORM SCHEDULE-ONE-PAY-DATE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO CUTOFF-REPORT-LINE
           WRITE CUTOFF-REPORT-LINE
           MOVE SPACES TO CUTOFF-REPORT-LINE
           STRING "*** CONTROL READ " WS-CTL-READ
               " WRITTEN " WS-CTL-WRITTEN
               " REJECTED " WS-CTL-REJECTED
               DELIMITED BY SIZE INTO CUTOFF-REPORT-LINE
           WRITE CUTOFF-REPORT-LINE
           CLOSE PAYDATE-EXTRACT
           CLOSE CUTOFF-FILE
           CLOSE CUTOFF-REPORT
           IF WS-CTL-REJECTED > 0 THEN
               SET WS-INVALID-INPUT TO TRUE
               MOVE "PAY DATES OUTSIDE DAYCAL, SEE CUTRPT"
                   TO WS-ERROR-MESSAGE
           END-IF.
       PAYCUT-BODY-EXIT.
           EXIT.

      ******************************************************************
      * One pay date: both deadlines walked back off DAYCAL, then
      * the CUTOFF record and the printed reminder line. The pay
      * date itself must be on DAYCAL as well as every day the
      * walks cross.
      ******************************************************************
       SCHEDULE-ONE-PAY-DATE.
           MOVE "Y" TO WS-WALK-OK
           MOVE "HOLIDAY" TO WS-DAYSVC-ACTION
           MOVE WS-PAY-DATE TO WS-DAYSVC-DATE
           CALL "DAYSVC" USING WS-DAYSVC-REQUEST
           IF WS-DAYSVC-COVERED NOT = "Y" THEN
               MOVE "N" TO WS-WALK-OK
           ELSE
               MOVE WS-CUTOFF-LEAD TO WS-LEAD-WORK
               PERFORM WALK-BACK-BUSINESS-DAYS
               MOVE WS-WALK-RESULT TO WS-CUTOFF-DATE
               MOVE WS-APPROVAL-LEAD TO WS-LEAD-WORK
               PERFORM WALK-BACK-BUSINESS-DAYS
               MOVE WS-WALK-RESULT TO WS-APPROVAL-DATE
           END-IF
           IF WS-LINE-COUNT + 1 > WS-PAGE-LINE-LIMIT THEN
               PERFORM WRITE-PAGE-HEADER
           END-IF
           MOVE WS-PAY-DATE TO WS-PRINT-DATE
           PERFORM FORMAT-PRINT-DATE
           MOVE WS-PRINT-TEXT TO WS-PAY-TEXT
           IF WS-WALK-OK = "N" THEN
               ADD 1 TO WS-CTL-REJECTED
               MOVE SPACES TO CUTOFF-REPORT-LINE
               STRING "   PAY DATE " WS-PAY-TEXT
                   " NOT COVERED BY DAYCAL -- NO DEADLINES"
                   DELIMITED BY SIZE INTO CUTOFF-REPORT-LINE
               WRITE CUTOFF-REPORT-LINE
           ELSE
               ADD 1 TO WS-CTL-WRITTEN
               MOVE SPACES TO CUTOFF-RECORD
               MOVE WS-PAY-GROUP TO CO-GROUP
               MOVE WS-CUTOFF-DATE TO CO-CUTOFF-DATE
               MOVE WS-APPROVAL-DATE TO CO-APPROVAL-DATE
               MOVE WS-PAY-DATE TO CO-PAY-DATE
               WRITE CUTOFF-RECORD
               MOVE WS-CUTOFF-DATE TO WS-PRINT-DATE
               PERFORM FORMAT-PRINT-DATE
               MOVE WS-PRINT-TEXT TO WS-CUTOFF-TEXT
               MOVE WS-APPROVAL-DATE TO WS-PRINT-DATE
               PERFORM FORMAT-PRINT-DATE
               MOVE WS-PRINT-TEXT TO WS-APPROVAL-TEXT
               MOVE SPACES TO CUTOFF-REPORT-LINE
               STRING "   " WS-CUTOFF-TEXT
                   "         " WS-APPROVAL-TEXT
                   "          " WS-PAY-TEXT
                   DELIMITED BY SIZE INTO CUTOFF-REPORT-LINE
               WRITE CUTOFF-REPORT-LINE
           END-IF
           ADD 1 TO WS-LINE-COUNT.
       SCHEDULE-ONE-PAY-DATE-EXIT.
           EXIT.

      ******************************************************************
      * Count back WS-LEAD-WORK business days from the pay date.
      * A walk DAYSVC could not answer wholly from DAYCAL -- the
      * file was built without the year the walk crossed into --
      * rejects the date rather than counting across the hole.
      ******************************************************************
       WALK-BACK-BUSINESS-DAYS.
           MOVE "ADDBUS" TO WS-DAYSVC-ACTION
           MOVE WS-PAY-DATE TO WS-DAYSVC-DATE
           COMPUTE WS-DAYSVC-DAYS = 0 - WS-LEAD-WORK
           CALL "DAYSVC" USING WS-DAYSVC-REQUEST
           IF WS-DAYSVC-COVERED NOT = "Y" THEN
               MOVE "N" TO WS-WALK-OK
               MOVE 0 TO WS-WALK-RESULT
           ELSE
               MOVE WS-DAYSVC-RESULT-DATE TO WS-WALK-RESULT
           END-IF.
       WALK-BACK-BUSINESS-DAYS-EXIT.
           EXIT.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE ALL "=" TO CUTOFF-REPORT-LINE
           WRITE CUTOFF-REPORT-LINE
           MOVE SPACES TO CUTOFF-REPORT-LINE
           STRING "TIMESHEET CUTOFF SCHEDULE  GROUP " WS-CURRENT-GROUP
               "  PAGE " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO CUTOFF-REPORT-LINE
           WRITE CUTOFF-REPORT-LINE
           MOVE SPACES TO CUTOFF-REPORT-LINE
           STRING "CUTOFF " WS-CUTOFF-LEAD
               " BUSINESS DAYS, APPROVAL " WS-APPROVAL-LEAD
               " BUSINESS DAYS BEFORE PAY DATE"
               DELIMITED BY SIZE INTO CUTOFF-REPORT-LINE
           WRITE CUTOFF-REPORT-LINE
           MOVE ALL "=" TO CUTOFF-REPORT-LINE
           WRITE CUTOFF-REPORT-LINE
           MOVE SPACES TO CUTOFF-REPORT-LINE
           MOVE "   TIMESHEET CUTOFF   APPROVAL DEADLINE   PAY DATE"
               TO CUTOFF-REPORT-LINE
           WRITE CUTOFF-REPORT-LINE
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
      * Runtime tunables off the shop parameter file: both leads
      * keep their compiled-in defaults when PARMFILE has no row,
      * and an override that would put approval ahead of cutoff is
      * refused as a pair.
      ******************************************************************
       LOAD-SHOP-PARAMETERS.
           MOVE "CUTOFF-LEAD-DAYS" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND FUNCTION NUMVAL(WS-PARM-VALUE) > 0
               AND FUNCTION NUMVAL(WS-PARM-VALUE) < 100 THEN
               COMPUTE WS-CUTOFF-LEAD =
                   FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           MOVE "APPROVAL-LEAD-DAYS" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND FUNCTION NUMVAL(WS-PARM-VALUE) >= 0
               AND FUNCTION NUMVAL(WS-PARM-VALUE) < 100 THEN
               COMPUTE WS-APPROVAL-LEAD =
                   FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           IF WS-APPROVAL-LEAD >= WS-CUTOFF-LEAD THEN
               DISPLAY "PAYCUT WARNING: APPROVAL LEAD " WS-APPROVAL-LEAD
                   " NOT INSIDE CUTOFF LEAD " WS-CUTOFF-LEAD
                   ", DEFAULTS KEPT"
               MOVE 5 TO WS-CUTOFF-LEAD
               MOVE 3 TO WS-APPROVAL-LEAD
           END-IF.
       LOAD-SHOP-PARAMETERS-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "PAYCUT" TO WS-AUDIT-PROGRAM
           MOVE SPACES TO WS-AUDIT-INPUT
           STRING "PAYDATES+DAYCAL LEADS " WS-CUTOFF-LEAD
               "/" WS-APPROVAL-LEAD
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT
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
               MOVE "PAYCUT" TO WS-ALERT-PROGRAM
               MOVE WS-RETURN-CODE TO WS-ALERT-CODE
               MOVE WS-ERROR-MESSAGE TO WS-ALERT-MESSAGE
               CALL "ALERTSVC" USING WS-ALERT-REQUEST
           END-IF.
       RAISE-ALERT-IF-SEVERE-EXIT.
           EXIT.
       END PROGRAM PAYCUT.
