      ******************************************************************
      * SLARPT: client turnaround report for genomics samples. Each
      * sample client is promised results within a set number of
      * business days, and nothing showed whether the lab kept that
      * promise. CLNTMST holds each client's code, its promised
      * turnaround in business days, and its name; SAMPMST carries
      * the client code each sample was taken in for (keyed on the
      * delivery manifest or by hand in SAMPINQ). Run weekly, this
      * writes SLARPT: per client, the samples completed this week
      * on time and late, the samples still open within their
      * turnaround, and the samples still open and already overdue
      * -- then each late and overdue sample by name, so the lab
      * manager can act before the client calls.
      *
      * Days are business days counted by DAYSVC off DAYCAL: the
      * clock starts the business day after the sample's received
      * date. A sample is complete once COUNTED (or ARCHIVED after
      * that); its completion day is the first SAMPHIST change to
      * either, or its status date when SAMPHIST does not reach back
      * that far. "This week" is the seven days ending on the run
      * date. A sample still EXPECTED has not arrived and is not on
      * the clock; a sample with no client code, or one CLNTMST
      * does not know, is counted at the foot but not judged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLARPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER ASSIGN TO "CLNTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      * Read directly for the whole-file pass, as SAMPINQ's summary
      * does. Layout must match SAMPSVC's field-for-field.
           SELECT OPTIONAL SAMPLE-MASTER ASSIGN TO "SAMPMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SAMPLE-HISTORY ASSIGN TO "SAMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SLA-REPORT ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * One line per client: code, promised turnaround in business
      * days, name.
       FD CLIENT-MASTER.
       01 CLIENT-MASTER-RECORD.
           05 CM-CLIENT PIC X(8).
           05 FILLER PIC X.
           05 CM-TURNAROUND PIC X(3).
           05 FILLER PIC X.
           05 CM-NAME PIC X(30).

       FD SAMPLE-MASTER.
       01 SAMPLE-MASTER-RECORD.
           05 SM-ID PIC X(12).
           05 FILLER PIC X.
           05 SM-RECEIVED PIC 9(8).
           05 FILLER PIC X.
           05 SM-SOURCE PIC X(8).
           05 FILLER PIC X.
           05 SM-STATUS PIC X(12).
           05 FILLER PIC X.
           05 SM-STATUS-DATE PIC 9(8).
           05 FILLER PIC X.
           05 SM-CLIENT PIC X(8).

       FD SAMPLE-HISTORY.
       COPY SAMPHIST.

       FD SLA-REPORT.
       01 SLA-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

      * CLNTMST loaded whole, with each client's counts for the run.
       01 WS-CLIENT-COUNT PIC 9(3) VALUE 0.
       01 WS-CLIENT-TABLE.
           05 WS-CLIENT-ENTRY OCCURS 200 TIMES.
               10 WS-CL-CODE PIC X(8).
               10 WS-CL-NAME PIC X(30).
               10 WS-CL-TURNAROUND PIC 9(3).
               10 WS-CL-ON-TIME PIC 9(4).
               10 WS-CL-LATE PIC 9(4).
               10 WS-CL-OPEN PIC 9(4).
               10 WS-CL-OVERDUE PIC 9(4).
       01 WS-CLIENT-INDEX PIC 9(3).
       01 WS-CLIENT-MATCH PIC 9(3) VALUE 0.
       01 WS-FIND-CLIENT PIC X(8).

      * Client lines turned away: no code, a turnaround that is not
      * a whole number of days, or a code already listed.
       01 WS-REJECT-COUNT PIC 9(4) VALUE 0.
       01 WS-REJECT-TABLE.
           05 WS-REJECT-ENTRY OCCURS 100 TIMES.
               10 WS-REJ-LINE PIC X(43).
               10 WS-REJ-REASON PIC X(21).
       01 WS-REJECT-INDEX PIC 9(4).
       01 WS-REJECT-REASON PIC X(21).

      * SAMPMST loaded whole. WS-SA-CLASS is what this run found:
      * O on time, L late, W open within turnaround, D open and
      * overdue, N no client code, U client not on CLNTMST, space
      * not on the clock (not arrived, or completed before the
      * week).
       01 WS-SAMPLE-COUNT PIC 9(4) VALUE 0.
       01 WS-SAMPLE-TABLE.
           05 WS-SAMPLE-ENTRY OCCURS 2000 TIMES.
               10 WS-SA-ID PIC X(12).
               10 WS-SA-RECEIVED PIC 9(8).
               10 WS-SA-STATUS PIC X(12).
               10 WS-SA-STATUS-DATE PIC 9(8).
               10 WS-SA-CLIENT PIC X(8).
               10 WS-SA-DONE-DATE PIC 9(8).
               10 WS-SA-CLASS PIC X.
               10 WS-SA-DAYS PIC S9(5).
               10 WS-SA-DUE-DATE PIC 9(8).
               10 WS-SA-CLIENT-IX PIC 9(3).
       01 WS-SAMPLE-INDEX PIC 9(4).
       01 WS-SAMPLE-MATCH PIC 9(4) VALUE 0.

       01 WS-RUN-STAMP PIC X(26).
       01 WS-AS-OF-DATE PIC 9(8).
       01 WS-WEEK-START PIC 9(8).
       01 WS-HIST-DATE PIC 9(8).
       01 WS-OVER-DAYS PIC S9(5).
       01 WS-AGE-THIS PIC X.

       01 WS-NO-CLIENT-COUNT PIC 9(4) VALUE 0.
       01 WS-UNKNOWN-COUNT PIC 9(4) VALUE 0.
       01 WS-NOT-ARRIVED-COUNT PIC 9(4) VALUE 0.
       01 WS-UNDATED-COUNT PIC 9(4) VALUE 0.
       01 WS-TOTAL-ON-TIME PIC 9(4) VALUE 0.
       01 WS-TOTAL-LATE PIC 9(4) VALUE 0.
       01 WS-TOTAL-OPEN PIC 9(4) VALUE 0.
       01 WS-TOTAL-OVERDUE PIC 9(4) VALUE 0.

       01 WS-DATE-EDIT PIC 9999/99/99.
       01 WS-DATE-EDIT-2 PIC 9999/99/99.
       01 WS-DATE-EDIT-3 PIC 9999/99/99.
       01 WS-TAT-EDIT PIC ZZ9.
       01 WS-DAYS-EDIT PIC ----9.
       01 WS-DAYS-EDIT-2 PIC ----9.
       01 WS-COUNT-EDIT PIC ZZZ9.
       01 WS-COUNT-EDIT-2 PIC ZZZ9.
       01 WS-COUNT-EDIT-3 PIC ZZZ9.
       01 WS-COUNT-EDIT-4 PIC ZZZ9.

      * FILE STATUS catcher for the client master: with a status
      * field declared, a missing CLNTMST comes back as a checkable
      * code instead of abending the run unit.
       01 WS-FILE-STATUS PIC XX VALUE "00".

      * Business-day arithmetic request block, serviced by DAYSVC
      * over the DAYCAL day master.
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
      * Blank: the lab is on DAYCAL's own region.
           05 WS-DAYSVC-REGION PIC X(4) VALUE SPACES.

      * Shared error/status convention.
       COPY STATUSCD.

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       PROCEDURE DIVISION.

       SLARPT-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-AS-OF-DATE
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE) - 6)
           PERFORM LOAD-CLIENT-MASTER
           OPEN OUTPUT SLA-REPORT
           IF WS-SUCCESS THEN
               PERFORM LOAD-SAMPLE-MASTER
               PERFORM FIND-COMPLETION-DATES
               PERFORM VARYING WS-SAMPLE-INDEX FROM 1 BY 1
                   UNTIL WS-SAMPLE-INDEX > WS-SAMPLE-COUNT
                   PERFORM CLASSIFY-ONE-SAMPLE
               END-PERFORM
               PERFORM WRITE-SLA-REPORT
           ELSE
               MOVE SPACES TO SLA-REPORT-LINE
               STRING "CLIENT TURNAROUND REPORT NOT RUN -- "
                   WS-ERROR-MESSAGE
                   DELIMITED BY SIZE INTO SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
           END-IF
           CLOSE SLA-REPORT
           MOVE WS-RETURN-CODE TO WS-PUBLISHED-RETURN-CODE
           MOVE WS-ERROR-MESSAGE TO WS-PUBLISHED-ERROR-MESSAGE
           PERFORM LOG-AUDIT-ENTRY
           GOBACK.
       SLARPT-RUN-EXIT.
           EXIT.

      ******************************************************************
      * CLNTMST loaded whole. Without it no promise can be judged,
      * so a missing master fails the run; a bad line is turned away
      * onto the rejected list rather than guessed at.
      ******************************************************************
       LOAD-CLIENT-MASTER.
           MOVE 0 TO WS-CLIENT-COUNT
           OPEN INPUT CLIENT-MASTER
           IF WS-FILE-STATUS NOT = "00" THEN
               SET WS-PROCESSING-ERROR TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "CLNTMST OPEN FAILED, STATUS " WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               DISPLAY "SLARPT ERROR: " WS-ERROR-MESSAGE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ CLIENT-MASTER
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF CLIENT-MASTER-RECORD NOT = SPACES THEN
                               PERFORM ADD-CLIENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENT-MASTER
           END-IF.
       LOAD-CLIENT-MASTER-EXIT.
           EXIT.

       ADD-CLIENT-LINE.
           MOVE CM-CLIENT TO WS-FIND-CLIENT
           PERFORM FIND-CLIENT-ENTRY
           EVALUATE TRUE
               WHEN CM-CLIENT = SPACES
                   MOVE "NO CLIENT CODE" TO WS-REJECT-REASON
                   PERFORM REJECT-CLIENT-LINE
               WHEN FUNCTION TEST-NUMVAL(CM-TURNAROUND) NOT = 0
                   MOVE "TURNAROUND NOT DAYS" TO WS-REJECT-REASON
                   PERFORM REJECT-CLIENT-LINE
               WHEN FUNCTION NUMVAL(CM-TURNAROUND) < 1
                   OR FUNCTION NUMVAL(CM-TURNAROUND) > 999
                   MOVE "TURNAROUND NOT DAYS" TO WS-REJECT-REASON
                   PERFORM REJECT-CLIENT-LINE
               WHEN WS-CLIENT-MATCH > 0
                   MOVE "CLIENT ALREADY LISTED" TO WS-REJECT-REASON
                   PERFORM REJECT-CLIENT-LINE
               WHEN WS-CLIENT-COUNT >= 200
                   MOVE "CLIENT TABLE FULL" TO WS-REJECT-REASON
                   PERFORM REJECT-CLIENT-LINE
               WHEN OTHER
                   ADD 1 TO WS-CLIENT-COUNT
                   MOVE CM-CLIENT TO WS-CL-CODE(WS-CLIENT-COUNT)
                   MOVE CM-NAME TO WS-CL-NAME(WS-CLIENT-COUNT)
                   COMPUTE WS-CL-TURNAROUND(WS-CLIENT-COUNT) =
                       FUNCTION NUMVAL(CM-TURNAROUND)
                   MOVE 0 TO WS-CL-ON-TIME(WS-CLIENT-COUNT)
                   MOVE 0 TO WS-CL-LATE(WS-CLIENT-COUNT)
                   MOVE 0 TO WS-CL-OPEN(WS-CLIENT-COUNT)
                   MOVE 0 TO WS-CL-OVERDUE(WS-CLIENT-COUNT)
           END-EVALUATE.
       ADD-CLIENT-LINE-EXIT.
           EXIT.

      * A full rejected list still counts the line.
       REJECT-CLIENT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           IF WS-REJECT-COUNT <= 100 THEN
               MOVE WS-REJECT-REASON TO WS-REJ-REASON(WS-REJECT-COUNT)
               MOVE CLIENT-MASTER-RECORD
                   TO WS-REJ-LINE(WS-REJECT-COUNT)
           END-IF.
       REJECT-CLIENT-LINE-EXIT.
           EXIT.

       FIND-CLIENT-ENTRY.
           MOVE 0 TO WS-CLIENT-MATCH
           PERFORM VARYING WS-CLIENT-INDEX FROM 1 BY 1
               UNTIL WS-CLIENT-INDEX > WS-CLIENT-COUNT
               OR WS-CLIENT-MATCH > 0
               IF WS-CL-CODE(WS-CLIENT-INDEX) = WS-FIND-CLIENT THEN
                   MOVE WS-CLIENT-INDEX TO WS-CLIENT-MATCH
               END-IF
           END-PERFORM.
       FIND-CLIENT-ENTRY-EXIT.
           EXIT.

       LOAD-SAMPLE-MASTER.
           MOVE 0 TO WS-SAMPLE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SAMPLE-MASTER
           PERFORM UNTIL END-OF-FILE
               READ SAMPLE-MASTER
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF SM-ID NOT = SPACES
                           AND WS-SAMPLE-COUNT < 2000 THEN
                           ADD 1 TO WS-SAMPLE-COUNT
                           PERFORM STORE-SAMPLE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAMPLE-MASTER.
       LOAD-SAMPLE-MASTER-EXIT.
           EXIT.

       STORE-SAMPLE-ENTRY.
           MOVE SM-ID TO WS-SA-ID(WS-SAMPLE-COUNT)
           MOVE SM-RECEIVED TO WS-SA-RECEIVED(WS-SAMPLE-COUNT)
           MOVE SM-STATUS TO WS-SA-STATUS(WS-SAMPLE-COUNT)
           MOVE SM-STATUS-DATE TO WS-SA-STATUS-DATE(WS-SAMPLE-COUNT)
           MOVE SM-CLIENT TO WS-SA-CLIENT(WS-SAMPLE-COUNT)
           MOVE 0 TO WS-SA-DONE-DATE(WS-SAMPLE-COUNT)
           MOVE SPACE TO WS-SA-CLASS(WS-SAMPLE-COUNT)
           MOVE 0 TO WS-SA-DAYS(WS-SAMPLE-COUNT)
           MOVE 0 TO WS-SA-DUE-DATE(WS-SAMPLE-COUNT)
           MOVE 0 TO WS-SA-CLIENT-IX(WS-SAMPLE-COUNT).
       STORE-SAMPLE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * The day each sample was first COUNTED (or ARCHIVED, if it
      * skipped straight there), from the SAMPHIST custody trail.
      * An ARCHIVED status date is the day it was put away, not the
      * day the client's results were ready.
      ******************************************************************
       FIND-COMPLETION-DATES.
           MOVE "N" TO WS-EOF
           OPEN INPUT SAMPLE-HISTORY
           PERFORM UNTIL END-OF-FILE
               READ SAMPLE-HISTORY
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF (SH-NEW-STATUS = "COUNTED"
                           OR SH-NEW-STATUS = "ARCHIVED")
                           AND SH-STAMP(1:8) IS NUMERIC THEN
                           PERFORM NOTE-COMPLETION-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAMPLE-HISTORY.
       FIND-COMPLETION-DATES-EXIT.
           EXIT.

       NOTE-COMPLETION-DATE.
           MOVE SH-STAMP(1:8) TO WS-HIST-DATE
           MOVE 0 TO WS-SAMPLE-MATCH
           PERFORM VARYING WS-SAMPLE-INDEX FROM 1 BY 1
               UNTIL WS-SAMPLE-INDEX > WS-SAMPLE-COUNT
               OR WS-SAMPLE-MATCH > 0
               IF WS-SA-ID(WS-SAMPLE-INDEX) = SH-ID THEN
                   MOVE WS-SAMPLE-INDEX TO WS-SAMPLE-MATCH
               END-IF
           END-PERFORM
           IF WS-SAMPLE-MATCH > 0 THEN
               IF WS-SA-DONE-DATE(WS-SAMPLE-MATCH) = 0
                   OR WS-HIST-DATE < WS-SA-DONE-DATE(WS-SAMPLE-MATCH)
                   THEN
                   MOVE WS-HIST-DATE TO WS-SA-DONE-DATE(WS-SAMPLE-MATCH)
               END-IF
           END-IF.
       NOTE-COMPLETION-DATE-EXIT.
           EXIT.

      ******************************************************************
      * One sample judged against its client's turnaround. The due
      * date is the received date plus the turnaround in business
      * days; the sample is late, or overdue, once its business-day
      * count runs past the turnaround.
      ******************************************************************
       CLASSIFY-ONE-SAMPLE.
           EVALUATE TRUE
               WHEN WS-SA-RECEIVED(WS-SAMPLE-INDEX) = 0
                   OR WS-SA-STATUS(WS-SAMPLE-INDEX) = "EXPECTED"
                   ADD 1 TO WS-NOT-ARRIVED-COUNT
               WHEN WS-SA-CLIENT(WS-SAMPLE-INDEX) = SPACES
                   MOVE "N" TO WS-SA-CLASS(WS-SAMPLE-INDEX)
                   ADD 1 TO WS-NO-CLIENT-COUNT
               WHEN OTHER
                   MOVE WS-SA-CLIENT(WS-SAMPLE-INDEX) TO WS-FIND-CLIENT
                   PERFORM FIND-CLIENT-ENTRY
                   IF WS-CLIENT-MATCH = 0 THEN
                       MOVE "U" TO WS-SA-CLASS(WS-SAMPLE-INDEX)
                       ADD 1 TO WS-UNKNOWN-COUNT
                   ELSE
                       MOVE WS-CLIENT-MATCH
                           TO WS-SA-CLIENT-IX(WS-SAMPLE-INDEX)
                       PERFORM AGE-CLIENT-SAMPLE
                   END-IF
           END-EVALUATE.
       CLASSIFY-ONE-SAMPLE-EXIT.
           EXIT.

      * A completed sample is aged to its completion day, and only
      * when that falls in the week; an open one is aged to today.
       AGE-CLIENT-SAMPLE.
           MOVE "Y" TO WS-AGE-THIS
           IF WS-SA-STATUS(WS-SAMPLE-INDEX) = "COUNTED"
               OR WS-SA-STATUS(WS-SAMPLE-INDEX) = "ARCHIVED" THEN
               IF WS-SA-DONE-DATE(WS-SAMPLE-INDEX) = 0 THEN
                   MOVE WS-SA-STATUS-DATE(WS-SAMPLE-INDEX)
                       TO WS-SA-DONE-DATE(WS-SAMPLE-INDEX)
               END-IF
               IF WS-SA-DONE-DATE(WS-SAMPLE-INDEX) < WS-WEEK-START
                   OR WS-SA-DONE-DATE(WS-SAMPLE-INDEX) > WS-AS-OF-DATE
                   THEN
                   MOVE "N" TO WS-AGE-THIS
               END-IF
               MOVE WS-SA-DONE-DATE(WS-SAMPLE-INDEX)
                   TO WS-DAYSVC-TO-DATE
           ELSE
               MOVE 0 TO WS-SA-DONE-DATE(WS-SAMPLE-INDEX)
               MOVE WS-AS-OF-DATE TO WS-DAYSVC-TO-DATE
           END-IF
           IF WS-AGE-THIS = "Y" THEN
               MOVE "BETWEEN" TO WS-DAYSVC-ACTION
               MOVE WS-SA-RECEIVED(WS-SAMPLE-INDEX) TO WS-DAYSVC-DATE
               CALL "DAYSVC" USING WS-DAYSVC-REQUEST
               IF WS-DAYSVC-COVERED = "E" THEN
                   ADD 1 TO WS-UNDATED-COUNT
               ELSE
                   MOVE WS-DAYSVC-RESULT-DAYS
                       TO WS-SA-DAYS(WS-SAMPLE-INDEX)
                   PERFORM JUDGE-CLIENT-SAMPLE
               END-IF
           END-IF.
       AGE-CLIENT-SAMPLE-EXIT.
           EXIT.

       JUDGE-CLIENT-SAMPLE.
           MOVE "ADDBUS" TO WS-DAYSVC-ACTION
           MOVE WS-SA-RECEIVED(WS-SAMPLE-INDEX) TO WS-DAYSVC-DATE
           MOVE WS-CL-TURNAROUND(WS-CLIENT-MATCH) TO WS-DAYSVC-DAYS
           CALL "DAYSVC" USING WS-DAYSVC-REQUEST
           MOVE WS-DAYSVC-RESULT-DATE
               TO WS-SA-DUE-DATE(WS-SAMPLE-INDEX)
           EVALUATE TRUE
               WHEN WS-SA-DONE-DATE(WS-SAMPLE-INDEX) > 0
                   AND WS-SA-DAYS(WS-SAMPLE-INDEX)
                   <= WS-CL-TURNAROUND(WS-CLIENT-MATCH)
                   MOVE "O" TO WS-SA-CLASS(WS-SAMPLE-INDEX)
                   ADD 1 TO WS-CL-ON-TIME(WS-CLIENT-MATCH)
                   ADD 1 TO WS-TOTAL-ON-TIME
               WHEN WS-SA-DONE-DATE(WS-SAMPLE-INDEX) > 0
                   MOVE "L" TO WS-SA-CLASS(WS-SAMPLE-INDEX)
                   ADD 1 TO WS-CL-LATE(WS-CLIENT-MATCH)
                   ADD 1 TO WS-TOTAL-LATE
               WHEN WS-SA-DAYS(WS-SAMPLE-INDEX)
                   <= WS-CL-TURNAROUND(WS-CLIENT-MATCH)
                   MOVE "W" TO WS-SA-CLASS(WS-SAMPLE-INDEX)
                   ADD 1 TO WS-CL-OPEN(WS-CLIENT-MATCH)
                   ADD 1 TO WS-TOTAL-OPEN
               WHEN OTHER
                   MOVE "D" TO WS-SA-CLASS(WS-SAMPLE-INDEX)
                   ADD 1 TO WS-CL-OVERDUE(WS-CLIENT-MATCH)
                   ADD 1 TO WS-TOTAL-OVERDUE
           END-EVALUATE.
       JUDGE-CLIENT-SAMPLE-EXIT.
           EXIT.

      ******************************************************************
      * SLARPT: the per-client table, then the overdue and late
      * samples one by one, then rejected client lines and totals.
      ******************************************************************
       WRITE-SLA-REPORT.
           MOVE WS-AS-OF-DATE TO WS-DATE-EDIT
           MOVE WS-WEEK-START TO WS-DATE-EDIT-2
           MOVE SPACES TO SLA-REPORT-LINE
           STRING "CLIENT TURNAROUND REPORT -- WEEK " WS-DATE-EDIT-2
               " TO " WS-DATE-EDIT
               DELIMITED BY SIZE INTO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           MOVE "TURNAROUND IN BUSINESS DAYS FROM THE RECEIVED DATE"
               TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE

           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO SLA-REPORT-LINE
           STRING "CLIENT    TAT   ON TIME   LATE   OPEN  OVERDUE  "
               "NAME"
               DELIMITED BY SIZE INTO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           PERFORM VARYING WS-CLIENT-INDEX FROM 1 BY 1
               UNTIL WS-CLIENT-INDEX > WS-CLIENT-COUNT
               MOVE WS-CL-TURNAROUND(WS-CLIENT-INDEX) TO WS-TAT-EDIT
               MOVE WS-CL-ON-TIME(WS-CLIENT-INDEX) TO WS-COUNT-EDIT
               MOVE WS-CL-LATE(WS-CLIENT-INDEX) TO WS-COUNT-EDIT-2
               MOVE WS-CL-OPEN(WS-CLIENT-INDEX) TO WS-COUNT-EDIT-3
               MOVE WS-CL-OVERDUE(WS-CLIENT-INDEX) TO WS-COUNT-EDIT-4
               MOVE SPACES TO SLA-REPORT-LINE
               STRING WS-CL-CODE(WS-CLIENT-INDEX) "  " WS-TAT-EDIT
                   "      " WS-COUNT-EDIT
                   "   " WS-COUNT-EDIT-2
                   "   " WS-COUNT-EDIT-3
                   "     " WS-COUNT-EDIT-4
                   "  " WS-CL-NAME(WS-CLIENT-INDEX)
                   DELIMITED BY SIZE INTO SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
           END-PERFORM
           MOVE WS-TOTAL-ON-TIME TO WS-COUNT-EDIT
           MOVE WS-TOTAL-LATE TO WS-COUNT-EDIT-2
           MOVE WS-TOTAL-OPEN TO WS-COUNT-EDIT-3
           MOVE WS-TOTAL-OVERDUE TO WS-COUNT-EDIT-4
           MOVE SPACES TO SLA-REPORT-LINE
           STRING "TOTAL              " WS-COUNT-EDIT
               "   " WS-COUNT-EDIT-2
               "   " WS-COUNT-EDIT-3
               "     " WS-COUNT-EDIT-4
               DELIMITED BY SIZE INTO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE

           PERFORM WRITE-BLANK-LINE
           MOVE "OPEN AND OVERDUE" TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           MOVE SPACES TO SLA-REPORT-LINE
           STRING "  CLIENT   SAMPLE       RECEIVED   DUE        "
               "STATUS        DAYS  OVER"
               DELIMITED BY SIZE INTO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           PERFORM VARYING WS-SAMPLE-INDEX FROM 1 BY 1
               UNTIL WS-SAMPLE-INDEX > WS-SAMPLE-COUNT
               IF WS-SA-CLASS(WS-SAMPLE-INDEX) = "D" THEN
                   PERFORM WRITE-SAMPLE-DETAIL
               END-IF
           END-PERFORM

           PERFORM WRITE-BLANK-LINE
           MOVE "COMPLETED LATE THIS WEEK" TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           MOVE SPACES TO SLA-REPORT-LINE
           STRING "  CLIENT   SAMPLE       RECEIVED   DUE        "
               "COMPLETED     DAYS  OVER"
               DELIMITED BY SIZE INTO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           PERFORM VARYING WS-SAMPLE-INDEX FROM 1 BY 1
               UNTIL WS-SAMPLE-INDEX > WS-SAMPLE-COUNT
               IF WS-SA-CLASS(WS-SAMPLE-INDEX) = "L" THEN
                   PERFORM WRITE-SAMPLE-DETAIL
               END-IF
           END-PERFORM

           IF WS-REJECT-COUNT > 0 THEN
               PERFORM WRITE-BLANK-LINE
               MOVE "CLNTMST LINES REJECTED" TO SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
               PERFORM VARYING WS-REJECT-INDEX FROM 1 BY 1
                   UNTIL WS-REJECT-INDEX > WS-REJECT-COUNT
                   OR WS-REJECT-INDEX > 100
                   MOVE SPACES TO SLA-REPORT-LINE
                   STRING "  " WS-REJ-LINE(WS-REJECT-INDEX)
                       "  " WS-REJ-REASON(WS-REJECT-INDEX)
                       DELIMITED BY SIZE INTO SLA-REPORT-LINE
                   WRITE SLA-REPORT-LINE
               END-PERFORM
           END-IF

           PERFORM WRITE-BLANK-LINE
           MOVE WS-SAMPLE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SLA-REPORT-LINE
           STRING "SAMPLES ON SAMPMST       " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           MOVE WS-NOT-ARRIVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SLA-REPORT-LINE
           STRING "  NOT YET ARRIVED        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           MOVE WS-NO-CLIENT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SLA-REPORT-LINE
           STRING "  NO CLIENT CODE         " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SLA-REPORT-LINE
           STRING "  CLIENT NOT ON CLNTMST  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           MOVE WS-UNDATED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SLA-REPORT-LINE
           STRING "  DATES NOT USABLE       " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SLA-REPORT-LINE
           STRING "CLNTMST LINES REJECTED   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE.
       WRITE-SLA-REPORT-EXIT.
           EXIT.

      * An overdue sample shows its current status; a late one the
      * day it was completed.
       WRITE-SAMPLE-DETAIL.
           MOVE WS-SA-CLIENT-IX(WS-SAMPLE-INDEX) TO WS-CLIENT-INDEX
           MOVE WS-SA-RECEIVED(WS-SAMPLE-INDEX) TO WS-DATE-EDIT
           MOVE WS-SA-DUE-DATE(WS-SAMPLE-INDEX) TO WS-DATE-EDIT-2
           MOVE WS-SA-DAYS(WS-SAMPLE-INDEX) TO WS-DAYS-EDIT
           COMPUTE WS-OVER-DAYS = WS-SA-DAYS(WS-SAMPLE-INDEX)
               - WS-CL-TURNAROUND(WS-CLIENT-INDEX)
           MOVE WS-OVER-DAYS TO WS-DAYS-EDIT-2
           MOVE SPACES TO SLA-REPORT-LINE
           IF WS-SA-CLASS(WS-SAMPLE-INDEX) = "L" THEN
               MOVE WS-SA-DONE-DATE(WS-SAMPLE-INDEX) TO WS-DATE-EDIT-3
               STRING "  " WS-CL-CODE(WS-CLIENT-INDEX)
                   " " WS-SA-ID(WS-SAMPLE-INDEX)
                   " " WS-DATE-EDIT " " WS-DATE-EDIT-2
                   " " WS-DATE-EDIT-3 "  "
                   " " WS-DAYS-EDIT " " WS-DAYS-EDIT-2
                   DELIMITED BY SIZE INTO SLA-REPORT-LINE
           ELSE
               STRING "  " WS-CL-CODE(WS-CLIENT-INDEX)
                   " " WS-SA-ID(WS-SAMPLE-INDEX)
                   " " WS-DATE-EDIT " " WS-DATE-EDIT-2
                   " " WS-SA-STATUS(WS-SAMPLE-INDEX)
                   " " WS-DAYS-EDIT " " WS-DAYS-EDIT-2
                   DELIMITED BY SIZE INTO SLA-REPORT-LINE
           END-IF
           WRITE SLA-REPORT-LINE.
       WRITE-SAMPLE-DETAIL-EXIT.
           EXIT.

       WRITE-BLANK-LINE.
           MOVE SPACES TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE.
       WRITE-BLANK-LINE-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "SLARPT" TO WS-AUDIT-PROGRAM
           MOVE "CLNTMST" TO WS-AUDIT-INPUT
           STRING "ONTIME " WS-TOTAL-ON-TIME
               " LATE " WS-TOTAL-LATE
               " OVERDUE " WS-TOTAL-OVERDUE
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
       END PROGRAM SLARPT.
