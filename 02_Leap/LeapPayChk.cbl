      * the paydate master extract and writes an exception report for
      * any February schedule built on a day count LEAPRPT disagrees
      * with, replacing the manual review-queue eyeball check that
      * used to follow LEAPQTR.jcl's STEP030 fan-out. PAYGEN now
      * writes one schedule per payroll group, so every exception
      * names the group whose schedule it came from and the run
      * closes with a checked/exceptions line per group.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAPCHK.
       FILE-CONTROL.
           SELECT LEAP-YEAR-REPORT ASSIGN TO "LEAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Paydate master extract: one record per scheduled year and
      * payroll group carrying the February day count that year's
      * schedule was built on.
           SELECT PAYDATE-EXTRACT ASSIGN TO "PAYDATES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT ASSIGN TO "PAYEXCP"
           05 PD-YEAR PIC 9(4).
           05 FILLER PIC X.
           05 PD-FEB-DAYS PIC 99.
           05 FILLER PIC X(4).
           05 PD-GROUP PIC X(8).

       FD EXCEPTION-REPORT.
       01 EXCEPTION-REPORT-LINE PIC X(70).
       01 WS-EXCEPTIONS PIC 9(6) VALUE 0.
       01 WS-EXPECTED-DAYS PIC 99.

      * Per-group tallies, so payroll can see which group's
      * schedule needs rework. Rows written before groups existed
      * carry no code and tally as DEFAULT, as PAYGEN names them.
       01 WS-SCREEN-GROUP PIC X(8) VALUE SPACES.
       01 WS-GROUP-COUNT PIC 99 VALUE 0.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 20 TIMES.
               10 WS-GRP-CODE PIC X(8).
               10 WS-GRP-CHECKED PIC 9(6).
               10 WS-GRP-EXCEPTIONS PIC 9(6).
       01 WS-GROUP-INDEX PIC 99.
       01 WS-GROUP-MATCH PIC 99 VALUE 0.

      * Operator alert request block, serviced by ALERTSVC: a
      * severe outcome reaches the console feed the moment it
      * happens instead of a report nobody reads until morning.
      * this program's business.
                       IF PD-YEAR IS NUMERIC THEN
                           ADD 1 TO WS-CHECKED
                           PERFORM NOTE-SCHEDULE-GROUP
                           PERFORM SCREEN-ONE-SCHEDULE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
               UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               STRING "GROUP " WS-GRP-CODE(WS-GROUP-INDEX)
                   " CHECKED " WS-GRP-CHECKED(WS-GROUP-INDEX)
                   " EXCEPTIONS " WS-GRP-EXCEPTIONS(WS-GROUP-INDEX)
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "CHECKED " WS-CHECKED
               " EXCEPTIONS " WS-EXCEPTIONS
       LOAD-LEAP-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * Find (or open) the tally row for this year row's group.
      ******************************************************************
       NOTE-SCHEDULE-GROUP.
           MOVE PD-GROUP TO WS-SCREEN-GROUP
           IF WS-SCREEN-GROUP = SPACES
               OR WS-SCREEN-GROUP = LOW-VALUES THEN
               MOVE "DEFAULT" TO WS-SCREEN-GROUP
           END-IF
           MOVE 0 TO WS-GROUP-MATCH
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
               UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT
               IF WS-GRP-CODE(WS-GROUP-INDEX) = WS-SCREEN-GROUP THEN
                   MOVE WS-GROUP-INDEX TO WS-GROUP-MATCH
               END-IF
           END-PERFORM
           IF WS-GROUP-MATCH = 0 AND WS-GROUP-COUNT < 20 THEN
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-SCREEN-GROUP TO WS-GRP-CODE(WS-GROUP-COUNT)
               MOVE 0 TO WS-GRP-CHECKED(WS-GROUP-COUNT)
               MOVE 0 TO WS-GRP-EXCEPTIONS(WS-GROUP-COUNT)
               MOVE WS-GROUP-COUNT TO WS-GROUP-MATCH
           END-IF
           IF WS-GROUP-MATCH > 0 THEN
               ADD 1 TO WS-GRP-CHECKED(WS-GROUP-MATCH)
           END-IF.
       NOTE-SCHEDULE-GROUP-EXIT.
           EXIT.

      ******************************************************************
      * One paydate schedule against the report: a 28-day February in
      * a flagged leap year is the incident this screening exists
           END-PERFORM

           IF WS-RPT-MATCH-INDEX = 0 THEN
               PERFORM COUNT-GROUP-EXCEPTION
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               STRING "YEAR " PD-YEAR " GROUP " WS-SCREEN-GROUP
                   " SCHEDULED BUT NOT CLASSIFIED ON LEAPRPT"
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
                   MOVE 28 TO WS-EXPECTED-DAYS
               END-IF
               IF PD-FEB-DAYS NOT = WS-EXPECTED-DAYS THEN
                   PERFORM COUNT-GROUP-EXCEPTION
                   MOVE SPACES TO EXCEPTION-REPORT-LINE
                   STRING "YEAR " PD-YEAR " GROUP " WS-SCREEN-GROUP
                       " SCHEDULE USES " PD-FEB-DAYS
                       " DAYS, LEAPRPT SHOWS " WS-EXPECTED-DAYS
                       DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
       SCREEN-ONE-SCHEDULE-EXIT.
           EXIT.

       COUNT-GROUP-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           IF WS-GROUP-MATCH > 0 THEN
               ADD 1 TO WS-GRP-EXCEPTIONS(WS-GROUP-MATCH)
           END-IF.
       COUNT-GROUP-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
