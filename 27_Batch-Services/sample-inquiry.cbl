      * samples sit in each status to SAMPRPT so a pipeline stall
      * surfaces the same day; SET lets an operator advance a
      * status the pipeline has no hook for (ARCHIVED, a manual
      * correction), stamped on the audit trail. A sample MANRECON
      * found on a delivery manifest but not in the drop shows as
      * EXPECTED, not yet received. CLIENT keys the client or
      * project code a sample was taken in for, for the counter
      * intake that comes with no manifest. HISTORY prints one sample's
      * chain of custody: every status change SAMPSVC logged to
      * SAMPHIST, oldest first, then the NUCERR and LABEXCP lines
      * that name it -- those files carry no timestamps, so they
      * follow the timeline rather than being merged into it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPINQ.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAMPLE-REPORT ASSIGN TO "SAMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SAMPLE-HISTORY ASSIGN TO "SAMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NUC-ERROR-FILE ASSIGN TO "NUCERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-REPORT ASSIGN TO "LABEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SAMPLE-MASTER.
           05 SM-STATUS PIC X(12).
           05 FILLER PIC X.
           05 SM-STATUS-DATE PIC 9(8).
           05 FILLER PIC X.
           05 SM-CLIENT PIC X(8).

       FD SAMPLE-REPORT.
       01 SAMPLE-REPORT-LINE PIC X(80).

       FD SAMPLE-HISTORY.
       COPY SAMPHIST.

       FD NUC-ERROR-FILE.
       01 NUC-ERROR-LINE PIC X(80).

      * LABEXCP as LABEXCP writes it: a three-letter source and a
      * space, then the error line it was built from.
       FD EXCEPTION-REPORT.
       01 EXCEPTION-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MAINT-ANSWER PIC X(20).
       01 WS-MAINT-ACTION PIC X(8).
           05 FILLER PIC X(12) VALUE "EXCEPTION".
           05 FILLER PIC X(12) VALUE "RESUBMITTED".
           05 FILLER PIC X(12) VALUE "ARCHIVED".
           05 FILLER PIC X(12) VALUE "EXPECTED".
       01 WS-STATUS-NAME-TABLE REDEFINES WS-STATUS-NAMES.
           05 WS-STATUS-NAME PIC X(12) OCCURS 7 TIMES.
       01 WS-STATUS-COUNTS.
           05 WS-STATUS-COUNT PIC 9(4) OCCURS 7 TIMES.
       01 WS-STATUS-IX PIC 9.
       01 WS-STATUS-MATCHED PIC X.
       01 WS-OTHER-COUNT PIC 9(4) VALUE 0.
           05 WS-SMP-SOURCE PIC X(8).
           05 WS-SMP-RECEIVED PIC 9(8).
           05 WS-SMP-STATUS-DATE PIC 9(8).
           05 WS-SMP-PROGRAM PIC X(20) VALUE "SAMPINQ".
           05 WS-SMP-CLIENT PIC X(8) VALUE SPACES.

       01 WS-SUM-EOF PIC X VALUE "N".
           88 SUM-EOF VALUE "Y".

      * Custody timeline work fields.
       01 WS-HIST-ID PIC X(12).
       01 WS-HIST-EOF PIC X VALUE "N".
           88 HIST-EOF VALUE "Y".
       01 WS-HIST-COUNT PIC 9(4) VALUE 0.
       01 WS-EXCP-COUNT PIC 9(4) VALUE 0.
       01 WS-HIST-OLD PIC X(12).
       01 WS-HIST-STAMP-EDIT.
           05 WS-HIST-CCYY PIC X(4).
           05 FILLER PIC X VALUE "/".
           05 WS-HIST-MM PIC X(2).
           05 FILLER PIC X VALUE "/".
           05 WS-HIST-DD PIC X(2).
           05 FILLER PIC X VALUE " ".
           05 WS-HIST-HH PIC X(2).
           05 FILLER PIC X VALUE ":".
           05 WS-HIST-MI PIC X(2).
           05 FILLER PIC X VALUE ":".
           05 WS-HIST-SS PIC X(2).

      * Shared audit-trail record fields.
       COPY AUDITLOG.

               DISPLAY "  INQUIRE - one sample's status"
               DISPLAY "  SUMMARY - counts per status to SAMPRPT"
               DISPLAY "  SET     - advance a status by hand"
               DISPLAY "  CLIENT  - key a sample's client code"
               DISPLAY "  HISTORY - one sample's custody timeline"
               DISPLAY "  END     - leave the inquiry"
               DISPLAY "Action: " WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
                   WHEN "INQUIRE" PERFORM INQUIRE-ONE-SAMPLE
                   WHEN "SUMMARY" PERFORM WRITE-STATUS-SUMMARY
                   WHEN "SET"     PERFORM SET-SAMPLE-STATUS
                   WHEN "CLIENT"  PERFORM SET-SAMPLE-CLIENT
                   WHEN "HISTORY" PERFORM SHOW-SAMPLE-HISTORY
                   WHEN "END"     SET MAINT-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Not an inquiry action."
               DISPLAY "  SAMPLE " WS-SMP-ID
                   " STATUS " WS-SMP-STATUS
                   " SINCE " WS-SMP-STATUS-DATE
               IF WS-SMP-RECEIVED = 0 THEN
                   DISPLAY "  EXPECTED BUT NOT RECEIVED -- SOURCE "
                       WS-SMP-SOURCE
               ELSE
                   DISPLAY "  RECEIVED " WS-SMP-RECEIVED
                       " SOURCE " WS-SMP-SOURCE
               END-IF
               IF WS-SMP-CLIENT = SPACES THEN
                   DISPLAY "  NO CLIENT CODE"
               ELSE
                   DISPLAY "  CLIENT " WS-SMP-CLIENT
               END-IF
           END-IF.
       INQUIRE-ONE-SAMPLE-EXIT.
           EXIT.
           CALL "SAMPSVC" USING WS-SAMPLE-SVC-REQUEST
           MOVE "FLUSH" TO WS-SMP-ACTION
           CALL "SAMPSVC" USING WS-SAMPLE-SVC-REQUEST
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "SET " WS-SMP-STATUS
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           PERFORM LOG-AUDIT-ENTRY
           DISPLAY "Status set.".
       SET-SAMPLE-STATUS-EXIT.
           EXIT.

      * A sample not yet on the master is put there EXPECTED by
      * SAMPSVC, so the code can be keyed before the strand lands.
       SET-SAMPLE-CLIENT.
           DISPLAY "Sample id: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER TO WS-SMP-ID
           DISPLAY "Client code: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-MAINT-ANSWER) TO WS-SMP-CLIENT
           MOVE "MANUAL" TO WS-SMP-SOURCE
           MOVE "CLIENT" TO WS-SMP-ACTION
           CALL "SAMPSVC" USING WS-SAMPLE-SVC-REQUEST
           MOVE "FLUSH" TO WS-SMP-ACTION
           CALL "SAMPSVC" USING WS-SAMPLE-SVC-REQUEST
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "CLIENT " WS-SMP-CLIENT
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           PERFORM LOG-AUDIT-ENTRY
           DISPLAY "Client code set.".
       SET-SAMPLE-CLIENT-EXIT.
           EXIT.

      ******************************************************************
      * The custody timeline: every SAMPHIST change for the sample
      * in the order SAMPSVC appended them, then its exceptions.
      ******************************************************************
       SHOW-SAMPLE-HISTORY.
           DISPLAY "Sample id: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER TO WS-HIST-ID
           MOVE 0 TO WS-HIST-COUNT
           MOVE 0 TO WS-EXCP-COUNT
           DISPLAY "  CUSTODY TIMELINE FOR SAMPLE " WS-HIST-ID
           DISPLAY "  WHEN                OLD STATUS   NEW STATUS   "
               "PROGRAM              SOURCE   OPERATOR"
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT SAMPLE-HISTORY
           PERFORM UNTIL HIST-EOF
               READ SAMPLE-HISTORY
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF SH-ID = WS-HIST-ID THEN
                           PERFORM SHOW-ONE-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAMPLE-HISTORY
           IF WS-HIST-COUNT = 0 THEN
               DISPLAY "  NO STATUS CHANGES ON FILE"
           END-IF
           DISPLAY "  EXCEPTIONS"
           PERFORM SHOW-NUCERR-LINES
           PERFORM SHOW-LABEXCP-LINES
           IF WS-EXCP-COUNT = 0 THEN
               DISPLAY "  NO EXCEPTIONS ON FILE"
           END-IF
           DISPLAY "  " WS-HIST-COUNT " STATUS CHANGES, "
               WS-EXCP-COUNT " EXCEPTION LINES".
       SHOW-SAMPLE-HISTORY-EXIT.
           EXIT.

       SHOW-ONE-HISTORY-LINE.
           ADD 1 TO WS-HIST-COUNT
           MOVE SH-STAMP(1:4) TO WS-HIST-CCYY
           MOVE SH-STAMP(5:2) TO WS-HIST-MM
           MOVE SH-STAMP(7:2) TO WS-HIST-DD
           MOVE SH-STAMP(9:2) TO WS-HIST-HH
           MOVE SH-STAMP(11:2) TO WS-HIST-MI
           MOVE SH-STAMP(13:2) TO WS-HIST-SS
           IF SH-OLD-STATUS = SPACES THEN
               MOVE "(NEW)" TO WS-HIST-OLD
           ELSE
               MOVE SH-OLD-STATUS TO WS-HIST-OLD
           END-IF
           DISPLAY "  " WS-HIST-STAMP-EDIT " " WS-HIST-OLD " "
               SH-NEW-STATUS " " SH-PROGRAM " " SH-SOURCE " "
               SH-OPERATOR.
       SHOW-ONE-HISTORY-LINE-EXIT.
           EXIT.

      * NUCERR lines read "STRAND nnnnnn SAMPLE xxxxxxxxxxxx ...".
       SHOW-NUCERR-LINES.
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT NUC-ERROR-FILE
           PERFORM UNTIL HIST-EOF
               READ NUC-ERROR-FILE
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF NUC-ERROR-LINE(1:7) = "STRAND "
                           AND NUC-ERROR-LINE(22:12) = WS-HIST-ID THEN
                           ADD 1 TO WS-EXCP-COUNT
                           DISPLAY "  NUCERR  "
                               FUNCTION TRIM(NUC-ERROR-LINE TRAILING)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NUC-ERROR-FILE.
       SHOW-NUCERR-LINES-EXIT.
           EXIT.

      * LABEXCP detail lines are the same text behind "NUC "/"RNA ".
       SHOW-LABEXCP-LINES.
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT EXCEPTION-REPORT
           PERFORM UNTIL HIST-EOF
               READ EXCEPTION-REPORT
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF EXCEPTION-REPORT-LINE(5:7) = "STRAND "
                           AND EXCEPTION-REPORT-LINE(26:12)
                           = WS-HIST-ID THEN
                           ADD 1 TO WS-EXCP-COUNT
                           DISPLAY "  LABEXCP "
                               FUNCTION TRIM(EXCEPTION-REPORT-LINE
                               TRAILING)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-REPORT.
       SHOW-LABEXCP-LINES-EXIT.
           EXIT.

      ******************************************************************
      * The summary rollup: every master record counted into its
      * status bucket, printed and written to SAMPRPT.
           WRITE SAMPLE-REPORT-LINE
           DISPLAY SAMPLE-REPORT-LINE
           PERFORM VARYING WS-STATUS-IX FROM 1 BY 1
               UNTIL WS-STATUS-IX > 7
               MOVE SPACES TO SAMPLE-REPORT-LINE
               STRING WS-STATUS-NAME(WS-STATUS-IX)
                   " " WS-STATUS-COUNT(WS-STATUS-IX)
       TALLY-ONE-STATUS.
           MOVE "N" TO WS-STATUS-MATCHED
           PERFORM VARYING WS-STATUS-IX FROM 1 BY 1
               UNTIL WS-STATUS-IX > 7
               OR WS-STATUS-MATCHED = "Y"
               IF SM-STATUS = WS-STATUS-NAME(WS-STATUS-IX) THEN
                   ADD 1 TO WS-STATUS-COUNT(WS-STATUS-IX)

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for a manual
      * status or client change -- the acting operator rides the
      * shared stamp. The caller stages WS-AUDIT-RESULT.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO WS-AUDIT-INPUT
           STRING "SAMPLE " WS-SMP-ID
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           IF WS-AUDIT-OPERATOR = LOW-VALUES THEN
               MOVE SPACES TO WS-AUDIT-OPERATOR
           END-IF
