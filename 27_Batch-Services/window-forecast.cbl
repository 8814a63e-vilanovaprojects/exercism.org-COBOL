      ******************************************************************
      * WINFCST: tonight's batch-window forecast. The operators used
      * to learn that the overnight chain would overrun its window
      * only when it did. The history to see it coming was already
      * on file: the paired RUN-START/RUN-END audit events RUNSTATS
      * reports from say how long each program has taken, and the
      * BALHIST ledger says how many records each feed carried on
      * the same nights. Dividing the one by the other gives each
      * batch program's seconds per record; multiplied by the
      * records sitting in tonight's feeds, that is the estimate
      * for each JOBPLAN step. A step with no feed of its own (or no
      * ledger night to rate it against) is estimated at its
      * average run; a program never seen to run is estimated at
      * nothing and says so.
      *
      * JOBRUN runs the steps one after another in plan order, so
      * the critical path is the whole chain: the forecast adds the
      * estimates up in that order, and the first step whose
      * finish falls past BATCH-WINDOW-MIN (PARMFILE, minutes; zero
      * or unset leaves the window unchecked) is the one that
      * breaks the window. An overrun is raised through ALERTSVC;
      * when the breaking step is the Collatz batch, the smallest
      * COLLSPLT SHARD-COUNT that would bring the chain back inside
      * the window (the shards running side by side on their own
      * initiators) is suggested with it. JOBRUN runs the forecast
      * before the chain starts; the report is WINFRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-PLAN-FILE ASSIGN TO "JOBPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-ARCHIVE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BALANCE-HISTORY ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IN-YEARFILE ASSIGN TO "YEARFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IN-NUMFILE ASSIGN TO "NUMFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IN-SEQFILE ASSIGN TO "SEQFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IN-SIDESFIL ASSIGN TO "SIDESFIL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IN-NAMEFILE ASSIGN TO "NAMEFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FORECAST-REPORT ASSIGN TO "WINFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * The JOBRUN plan record, read the same way JOBRUN reads it.
       FD JOB-PLAN-FILE.
       01 JOB-PLAN-RECORD.
           05 JP-STEP-NAME PIC X(8).
           05 FILLER PIC X.
           05 JP-PROGRAM PIC X(20).
           05 FILLER PIC X.
           05 JP-MODE PIC X(20).
           05 FILLER PIC X(52).

       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(300).

       FD AUDIT-ARCHIVE.
       01 AUDIT-ARCHIVE-LINE PIC X(300).

      * The BALANCER ledger: one row per pair per balancing run.
       FD BALANCE-HISTORY.
       01 BALANCE-HISTORY-RECORD.
           05 BH-DATE PIC 9(8).
           05 FILLER PIC X.
           05 BH-PAIR PIC X(20).
           05 FILLER PIC X.
           05 BH-COUNT PIC 9(8).

       FD IN-YEARFILE.
       01 IN-YEARFILE-RECORD PIC X(513).
       FD IN-NUMFILE.
       01 IN-NUMFILE-RECORD PIC X(513).
       FD IN-SEQFILE.
       01 IN-SEQFILE-RECORD PIC X(513).
       FD IN-SIDESFIL.
       01 IN-SIDESFIL-RECORD PIC X(513).
       FD IN-NAMEFILE.
       01 IN-NAMEFILE-RECORD PIC X(513).

       FD FORECAST-REPORT.
       01 FORECAST-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RUN-STAMP PIC X(26).

      * FILE STATUS catcher for the plan.
       01 WS-FILE-STATUS PIC XX VALUE "00".

      * The batch programs that read a feed, the feed each reads
      * (by ordinal in the feed table below), and the BALHIST pair
      * that counted it -- the same pairs BALANCER keeps.
       01 WS-MAP-PROGRAMS.
           05 FILLER PIC X(20) VALUE "LEAP".
           05 FILLER PIC X(20) VALUE "collatz-conjecture".
           05 FILLER PIC X(20) VALUE "rna-transcription".
           05 FILLER PIC X(20) VALUE "nucleotide-count".
           05 FILLER PIC X(20) VALUE "TRIANGLE".
           05 FILLER PIC X(20) VALUE "two-fer".
       01 WS-MAP-PROGRAM-TABLE REDEFINES WS-MAP-PROGRAMS.
           05 WS-MAP-PROGRAM PIC X(20) OCCURS 6 TIMES.
       01 WS-MAP-PAIRS.
           05 FILLER PIC X(20) VALUE "YEARFILE->LEAPRPT".
           05 FILLER PIC X(20) VALUE "NUMFILE->STEPSRPT".
           05 FILLER PIC X(20) VALUE "SEQFILE->RNAFILE".
           05 FILLER PIC X(20) VALUE "SEQFILE->CNTRPT".
           05 FILLER PIC X(20) VALUE "SIDESFIL->RESULTFL".
           05 FILLER PIC X(20) VALUE "NAMEFILE->GREETFIL".
       01 WS-MAP-PAIR-TABLE REDEFINES WS-MAP-PAIRS.
           05 WS-MAP-PAIR PIC X(20) OCCURS 6 TIMES.
       01 WS-MAP-FEEDS PIC X(6) VALUE "123345".
       01 WS-MAP-FEED-TABLE REDEFINES WS-MAP-FEEDS.
           05 WS-MAP-FEED PIC 9 OCCURS 6 TIMES.
       01 WS-MAP-INDEX PIC 9.
       01 WS-MAP-MATCH PIC 9 VALUE 0.
       01 WS-MAP-PROGRAM-KEY PIC X(20).

      * Tonight's feeds and what each holds.
       01 WS-FEED-NAMES.
           05 FILLER PIC X(8) VALUE "YEARFILE".
           05 FILLER PIC X(8) VALUE "NUMFILE".
           05 FILLER PIC X(8) VALUE "SEQFILE".
           05 FILLER PIC X(8) VALUE "SIDESFIL".
           05 FILLER PIC X(8) VALUE "NAMEFILE".
       01 WS-FEED-NAME-TABLE REDEFINES WS-FEED-NAMES.
           05 WS-FEED-NAME PIC X(8) OCCURS 5 TIMES.
       01 WS-FEED-TALLIES.
           05 WS-FEED-ENTRY OCCURS 5 TIMES.
               10 WS-FEED-COUNT PIC 9(8).
               10 WS-FEED-PRESENT PIC X.
       01 WS-FEED-ID PIC 9.
       01 WS-FEED-EOF PIC X VALUE "N".
           88 FEED-EOF VALUE "Y".

      * The ledger, held by night and pair. A night balanced twice
      * keeps its later count. Past the table's size the oldest
      * night's rows give way, the ledger being in date order.
       01 WS-HIST-EOF PIC X VALUE "N".
           88 HIST-EOF VALUE "Y".
       01 WS-HIST-COUNT PIC 9(4) VALUE 0.
       01 WS-HIST-MAX PIC 9(4) VALUE 900.
       01 WS-HIST-NEXT PIC 9(4) VALUE 1.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 900 TIMES.
               10 WS-HIST-DATE PIC 9(8).
               10 WS-HIST-MAP PIC 9.
               10 WS-HIST-RECORDS PIC 9(8).
       01 WS-HIST-INDEX PIC 9(4).
       01 WS-HIST-MATCH PIC 9(4) VALUE 0.
       01 WS-LOOKUP-DATE PIC 9(8).

      * The audit trail walk, as RUNSTATS does it: the timestamp
      * leading, the program at 36, the INPUT value at 63.
       01 WS-FILE-ID PIC 9 VALUE 0.
       01 WS-TRAIL-EOF PIC X VALUE "N".
           88 TRAIL-EOF VALUE "Y".
       01 WS-WORK-LINE PIC X(300).
       01 WS-LINE-TIME PIC X(14).
       01 WS-LINE-PROGRAM PIC X(20).
       01 WS-START-STAMP PIC X(14).
       01 WS-SECS-WORK PIC S9(9) VALUE 0.

      * One row per program: every paired run into the totals, and
      * the run time summed by night for the last 60 nights, which
      * is what the ledger's counts are set against -- a batch
      * resubmitted after a window close runs twice in one night
      * on one night's feed.
       01 WS-PROG-COUNT PIC 99 VALUE 0.
       01 WS-PROG-TABLE.
           05 WS-PROG-ENTRY OCCURS 20 TIMES.
               10 WS-PG-NAME PIC X(20).
               10 WS-PG-OPEN-START PIC X(14).
               10 WS-PG-RUNS PIC 9(5).
               10 WS-PG-TOTAL-SECS PIC 9(9).
               10 WS-PG-NIGHT-COUNT PIC 99.
               10 WS-PG-NIGHT-NEXT PIC 99.
               10 WS-PG-NIGHT OCCURS 60 TIMES.
                   15 WS-PG-NIGHT-DATE PIC 9(8).
                   15 WS-PG-NIGHT-SECS PIC 9(7).
       01 WS-PROG-INDEX PIC 99.
       01 WS-PROG-MATCH PIC 99 VALUE 0.
       01 WS-NIGHT-IX PIC 99.
       01 WS-NIGHT-MATCH PIC 99 VALUE 0.

      * The rating of one program: seconds and records over the
      * nights the ledger counted its feed.
       01 WS-RATED-SECS PIC 9(9) VALUE 0.
       01 WS-RATED-RECORDS PIC 9(10) VALUE 0.
       01 WS-SECS-PER-RECORD PIC 9(5)V9(6) VALUE 0.

      * The plan, in run order, with each step's estimate.
       01 WS-STEP-COUNT PIC 99 VALUE 0.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 30 TIMES.
               10 WS-STEP-NAME PIC X(8).
               10 WS-STEP-PROGRAM PIC X(20).
               10 WS-STEP-RECORDS PIC 9(8).
               10 WS-STEP-FED PIC X.
               10 WS-STEP-BASIS PIC X(12).
               10 WS-STEP-SECS PIC 9(7).
               10 WS-STEP-FINISH PIC 9(8).
       01 WS-STEP-INDEX PIC 99.
       01 WS-PLAN-EOF PIC X VALUE "N".
           88 PLAN-EOF VALUE "Y".

      * The window and the forecast against it.
       01 WS-WINDOW-MIN PIC 9(5) VALUE 0.
       01 WS-WINDOW-SECS PIC 9(8) VALUE 0.
       01 WS-FORECAST-SECS PIC 9(8) VALUE 0.
       01 WS-OVERRUN-SECS PIC 9(8) VALUE 0.
       01 WS-BREAK-STEP PIC 99 VALUE 0.

      * The Collatz shard suggestion: the rest of the chain plus
      * the longest shard's share must fit the window.
       01 WS-SHARD-TRY PIC 9 VALUE 0.
       01 WS-SHARD-FITS PIC 9 VALUE 0.
       01 WS-SHARD-SECS PIC 9(8) VALUE 0.
       01 WS-REST-SECS PIC 9(8) VALUE 0.
       01 WS-SUGGESTION PIC X(60) VALUE SPACES.

      * Elapsed seconds printed as hours, minutes and seconds.
       01 WS-ELAPSED-IN PIC 9(8).
       01 WS-ELAPSED-HOURS PIC 9(4).
       01 WS-ELAPSED-MINUTES PIC 99.
       01 WS-ELAPSED-SECONDS PIC 99.
       01 WS-ELAPSED-TEXT PIC X(10).
       01 WS-HOURS-EDIT PIC ZZZ9.
       01 WS-STEP-ELAPSED PIC X(10).
       01 WS-FINISH-ELAPSED PIC X(10).
       01 WS-RECORDS-EDIT PIC ZZZZZZZ9.
       01 WS-RECORDS-TEXT PIC X(8).
       01 WS-RATE-EDIT PIC ZZZZ9.999999.
       01 WS-SHARD-EDIT PIC 9.

      * Shop parameter lookup request block, serviced by PARMSVC.
       01 WS-PARM-REQUEST.
           05 WS-PARM-KEYWORD PIC X(20).
           05 WS-PARM-VALUE PIC X(20).
           05 WS-PARM-FOUND PIC X.

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

       WINFCST-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE SPACES TO WS-ERROR-MESSAGE
           MOVE SPACES TO WS-SUGGESTION
           MOVE 0 TO WS-PROG-COUNT
           MOVE 0 TO WS-FORECAST-SECS
           MOVE 0 TO WS-WINDOW-SECS
           MOVE 0 TO WS-BREAK-STEP
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           OPEN OUTPUT FORECAST-REPORT
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "BATCH WINDOW FORECAST FOR THE JOBPLAN CHAIN, RUN "
               WS-RUN-STAMP(1:4) "-" WS-RUN-STAMP(5:2) "-"
               WS-RUN-STAMP(7:2) " " WS-RUN-STAMP(9:2) ":"
               WS-RUN-STAMP(11:2)
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           PERFORM LOAD-JOB-PLAN
           IF WS-PROCESSING-ERROR THEN
               MOVE WS-ERROR-MESSAGE TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           ELSE
               PERFORM LOAD-WINDOW-PARAMETER
               PERFORM COUNT-TONIGHTS-FEEDS
               PERFORM LOAD-BALANCE-HISTORY
               PERFORM VARYING WS-FILE-ID FROM 1 BY 1
                   UNTIL WS-FILE-ID > 2
                   PERFORM WALK-ONE-TRAIL-FILE
               END-PERFORM
               PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   PERFORM ESTIMATE-ONE-STEP
               END-PERFORM
               PERFORM CHECK-AGAINST-WINDOW
               PERFORM WRITE-FORECAST-REPORT
           END-IF
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "*** CONTROL STEPS " WS-STEP-COUNT
               " FORECAST SECS " WS-FORECAST-SECS
               " WINDOW SECS " WS-WINDOW-SECS
               " BREAK STEP " WS-BREAK-STEP
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           CLOSE FORECAST-REPORT
           PERFORM LOG-AUDIT-ENTRY
           MOVE WS-RETURN-CODE TO WS-PUBLISHED-RETURN-CODE
           MOVE WS-ERROR-MESSAGE TO WS-PUBLISHED-ERROR-MESSAGE
           PERFORM RAISE-ALERT-IF-SEVERE
           MOVE WS-FORECAST-SECS TO WS-ELAPSED-IN
           PERFORM FORMAT-ELAPSED
           DISPLAY "WINFCST FORECAST " WS-ELAPSED-TEXT
               " FOR " WS-STEP-COUNT " STEPS -- SEE WINFRPT"
           IF WS-ERROR-MESSAGE NOT = SPACES THEN
               DISPLAY "WINFCST: " WS-ERROR-MESSAGE
           END-IF
           IF WS-SUGGESTION NOT = SPACES THEN
               DISPLAY "WINFCST: " WS-SUGGESTION
           END-IF
           GOBACK.
       WINFCST-RUN-EXIT.
           EXIT.

      ******************************************************************
      * The plan, step name and program only, in file order.
      ******************************************************************
       LOAD-JOB-PLAN.
           MOVE 0 TO WS-STEP-COUNT
           MOVE "N" TO WS-PLAN-EOF
           OPEN INPUT JOB-PLAN-FILE
           IF WS-FILE-STATUS NOT = "00" THEN
               SET WS-PROCESSING-ERROR TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "JOBPLAN OPEN FAILED, STATUS " WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           ELSE
               PERFORM UNTIL PLAN-EOF OR WS-STEP-COUNT >= 30
                   READ JOB-PLAN-FILE
                       AT END
                           SET PLAN-EOF TO TRUE
                       NOT AT END
                           IF JP-STEP-NAME NOT = SPACES
                               AND JP-STEP-NAME(1:1) NOT = "*" THEN
                               ADD 1 TO WS-STEP-COUNT
                               MOVE JP-STEP-NAME
                                   TO WS-STEP-NAME(WS-STEP-COUNT)
                               MOVE JP-PROGRAM
                                   TO WS-STEP-PROGRAM(WS-STEP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-PLAN-FILE
           END-IF.
       LOAD-JOB-PLAN-EXIT.
           EXIT.

       LOAD-WINDOW-PARAMETER.
           MOVE 0 TO WS-WINDOW-MIN
           MOVE "BATCH-WINDOW-MIN" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND FUNCTION NUMVAL(WS-PARM-VALUE) > 0
               AND FUNCTION NUMVAL(WS-PARM-VALUE) <= 99999 THEN
               COMPUTE WS-WINDOW-MIN =
                   FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           COMPUTE WS-WINDOW-SECS = WS-WINDOW-MIN * 60.
       LOAD-WINDOW-PARAMETER-EXIT.
           EXIT.

      ******************************************************************
      * Tonight's volumes: each feed counted as it sits now, before
      * the chain consumes it. A generated NUMFILE's own control
      * trailer ends the feed, as it does for the batch.
      ******************************************************************
       COUNT-TONIGHTS-FEEDS.
           INITIALIZE WS-FEED-TALLIES
           PERFORM VARYING WS-FEED-ID FROM 1 BY 1
               UNTIL WS-FEED-ID > 5
               PERFORM COUNT-ONE-FEED
           END-PERFORM.
       COUNT-TONIGHTS-FEEDS-EXIT.
           EXIT.

       COUNT-ONE-FEED.
           MOVE "N" TO WS-FEED-PRESENT(WS-FEED-ID)
           MOVE 0 TO WS-FEED-COUNT(WS-FEED-ID)
           MOVE "N" TO WS-FEED-EOF
           EVALUATE WS-FEED-ID
               WHEN 1 OPEN INPUT IN-YEARFILE
               WHEN 2 OPEN INPUT IN-NUMFILE
               WHEN 3 OPEN INPUT IN-SEQFILE
               WHEN 4 OPEN INPUT IN-SIDESFIL
               WHEN 5 OPEN INPUT IN-NAMEFILE
           END-EVALUATE
           PERFORM UNTIL FEED-EOF
               EVALUATE WS-FEED-ID
                   WHEN 1
                       READ IN-YEARFILE
                           AT END SET FEED-EOF TO TRUE
                       END-READ
                   WHEN 2
                       READ IN-NUMFILE
                           AT END SET FEED-EOF TO TRUE
                           NOT AT END
                               IF IN-NUMFILE-RECORD(1:12)
                                   = "*** CONTROL " THEN
                                   SET FEED-EOF TO TRUE
                               END-IF
                       END-READ
                   WHEN 3
                       READ IN-SEQFILE
                           AT END SET FEED-EOF TO TRUE
                       END-READ
                   WHEN 4
                       READ IN-SIDESFIL
                           AT END SET FEED-EOF TO TRUE
                       END-READ
                   WHEN 5
                       READ IN-NAMEFILE
                           AT END SET FEED-EOF TO TRUE
                       END-READ
               END-EVALUATE
               IF NOT FEED-EOF THEN
                   MOVE "Y" TO WS-FEED-PRESENT(WS-FEED-ID)
                   ADD 1 TO WS-FEED-COUNT(WS-FEED-ID)
               END-IF
           END-PERFORM
           EVALUATE WS-FEED-ID
               WHEN 1 CLOSE IN-YEARFILE
               WHEN 2 CLOSE IN-NUMFILE
               WHEN 3 CLOSE IN-SEQFILE
               WHEN 4 CLOSE IN-SIDESFIL
               WHEN 5 CLOSE IN-NAMEFILE
           END-EVALUATE.
       COUNT-ONE-FEED-EXIT.
           EXIT.

      ******************************************************************
      * The ledger into the table, kept to the pairs that rate a
      * program.
      ******************************************************************
       LOAD-BALANCE-HISTORY.
           MOVE 0 TO WS-HIST-COUNT
           MOVE 1 TO WS-HIST-NEXT
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT BALANCE-HISTORY
           PERFORM UNTIL HIST-EOF
               READ BALANCE-HISTORY
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF BH-DATE IS NUMERIC
                           AND BH-COUNT IS NUMERIC THEN
                           PERFORM FOLD-LEDGER-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-HISTORY.
       LOAD-BALANCE-HISTORY-EXIT.
           EXIT.

       FOLD-LEDGER-ROW.
           MOVE 0 TO WS-MAP-MATCH
           PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX > 6 OR WS-MAP-MATCH > 0
               IF WS-MAP-PAIR(WS-MAP-INDEX) = BH-PAIR THEN
                   MOVE WS-MAP-INDEX TO WS-MAP-MATCH
               END-IF
           END-PERFORM
           IF WS-MAP-MATCH > 0 THEN
               MOVE BH-DATE TO WS-LOOKUP-DATE
               PERFORM FIND-LEDGER-ROW
               EVALUATE TRUE
                   WHEN WS-HIST-MATCH > 0
                       MOVE BH-COUNT TO WS-HIST-RECORDS(WS-HIST-MATCH)
                   WHEN WS-HIST-COUNT < WS-HIST-MAX
                       ADD 1 TO WS-HIST-COUNT
                       MOVE WS-HIST-COUNT TO WS-HIST-MATCH
                       PERFORM FILL-LEDGER-ROW
                   WHEN OTHER
                       MOVE WS-HIST-NEXT TO WS-HIST-MATCH
                       PERFORM FILL-LEDGER-ROW
                       ADD 1 TO WS-HIST-NEXT
                       IF WS-HIST-NEXT > WS-HIST-MAX THEN
                           MOVE 1 TO WS-HIST-NEXT
                       END-IF
               END-EVALUATE
           END-IF.
       FOLD-LEDGER-ROW-EXIT.
           EXIT.

       FILL-LEDGER-ROW.
           MOVE BH-DATE TO WS-HIST-DATE(WS-HIST-MATCH)
           MOVE WS-MAP-MATCH TO WS-HIST-MAP(WS-HIST-MATCH)
           MOVE BH-COUNT TO WS-HIST-RECORDS(WS-HIST-MATCH).
       FILL-LEDGER-ROW-EXIT.
           EXIT.

      * The ledger row for WS-LOOKUP-DATE and pair WS-MAP-MATCH.
       FIND-LEDGER-ROW.
           MOVE 0 TO WS-HIST-MATCH
           PERFORM VARYING WS-HIST-INDEX FROM 1 BY 1
               UNTIL WS-HIST-INDEX > WS-HIST-COUNT
               OR WS-HIST-MATCH > 0
               IF WS-HIST-DATE(WS-HIST-INDEX) = WS-LOOKUP-DATE
                   AND WS-HIST-MAP(WS-HIST-INDEX) = WS-MAP-MATCH THEN
                   MOVE WS-HIST-INDEX TO WS-HIST-MATCH
               END-IF
           END-PERFORM.
       FIND-LEDGER-ROW-EXIT.
           EXIT.

      ******************************************************************
      * The audit trail, archive first so a START cut to the archive
      * still pairs with its END on the live log.
      ******************************************************************
       WALK-ONE-TRAIL-FILE.
           MOVE "N" TO WS-TRAIL-EOF
           EVALUATE WS-FILE-ID
               WHEN 1 OPEN INPUT AUDIT-ARCHIVE
               WHEN 2 OPEN INPUT AUDIT-LOG
           END-EVALUATE
           PERFORM UNTIL TRAIL-EOF
               EVALUATE WS-FILE-ID
                   WHEN 1
                       READ AUDIT-ARCHIVE
                           AT END SET TRAIL-EOF TO TRUE
                           NOT AT END
                               MOVE AUDIT-ARCHIVE-LINE
                                   TO WS-WORK-LINE
                       END-READ
                   WHEN 2
                       READ AUDIT-LOG
                           AT END SET TRAIL-EOF TO TRUE
                           NOT AT END
                               MOVE AUDIT-LOG-LINE TO WS-WORK-LINE
                       END-READ
               END-EVALUATE
               IF NOT TRAIL-EOF THEN
                   PERFORM FOLD-TRAIL-LINE
               END-IF
           END-PERFORM
           EVALUATE WS-FILE-ID
               WHEN 1 CLOSE AUDIT-ARCHIVE
               WHEN 2 CLOSE AUDIT-LOG
           END-EVALUATE.
       WALK-ONE-TRAIL-FILE-EXIT.
           EXIT.

       FOLD-TRAIL-LINE.
           IF WS-WORK-LINE(1:14) IS NOT NUMERIC THEN
               CONTINUE
           ELSE
               MOVE WS-WORK-LINE(1:14) TO WS-LINE-TIME
               MOVE WS-WORK-LINE(36:20) TO WS-LINE-PROGRAM
               EVALUATE TRUE
                   WHEN WS-WORK-LINE(63:9) = "RUN-START"
                       PERFORM FIND-PROGRAM-ROW
                       IF WS-PROG-MATCH > 0 THEN
                           MOVE WS-LINE-TIME TO
                               WS-PG-OPEN-START(WS-PROG-MATCH)
                       END-IF
                   WHEN WS-WORK-LINE(63:8) = "RUN-END "
                       PERFORM FIND-PROGRAM-ROW
                       IF WS-PROG-MATCH > 0
                           AND WS-PG-OPEN-START(WS-PROG-MATCH)
                               NOT = SPACES THEN
                           PERFORM CLOSE-ONE-RUN
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       FOLD-TRAIL-LINE-EXIT.
           EXIT.

       FIND-PROGRAM-ROW.
           MOVE 0 TO WS-PROG-MATCH
           PERFORM VARYING WS-PROG-INDEX FROM 1 BY 1
               UNTIL WS-PROG-INDEX > WS-PROG-COUNT
               OR WS-PROG-MATCH > 0
               IF WS-PG-NAME(WS-PROG-INDEX) = WS-LINE-PROGRAM THEN
                   MOVE WS-PROG-INDEX TO WS-PROG-MATCH
               END-IF
           END-PERFORM
           IF WS-PROG-MATCH = 0 AND WS-PROG-COUNT < 20 THEN
               ADD 1 TO WS-PROG-COUNT
               MOVE WS-PROG-COUNT TO WS-PROG-MATCH
               MOVE WS-LINE-PROGRAM TO WS-PG-NAME(WS-PROG-MATCH)
               MOVE SPACES TO WS-PG-OPEN-START(WS-PROG-MATCH)
               MOVE 0 TO WS-PG-RUNS(WS-PROG-MATCH)
               MOVE 0 TO WS-PG-TOTAL-SECS(WS-PROG-MATCH)
               MOVE 0 TO WS-PG-NIGHT-COUNT(WS-PROG-MATCH)
               MOVE 1 TO WS-PG-NIGHT-NEXT(WS-PROG-MATCH)
           END-IF.
       FIND-PROGRAM-ROW-EXIT.
           EXIT.

      * The pair closes: calendar days through the date intrinsics
      * plus the time-of-day difference, in seconds, filed under
      * the night the run started.
       CLOSE-ONE-RUN.
           MOVE WS-PG-OPEN-START(WS-PROG-MATCH) TO WS-START-STAMP
           COMPUTE WS-SECS-WORK =
               ((FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-LINE-TIME(1:8)))
                 - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-START-STAMP(1:8))))
                 * 86400)
               + (FUNCTION NUMVAL(WS-LINE-TIME(9:2)) * 3600)
               + (FUNCTION NUMVAL(WS-LINE-TIME(11:2)) * 60)
               + FUNCTION NUMVAL(WS-LINE-TIME(13:2))
               - (FUNCTION NUMVAL(WS-START-STAMP(9:2)) * 3600)
               - (FUNCTION NUMVAL(WS-START-STAMP(11:2)) * 60)
               - FUNCTION NUMVAL(WS-START-STAMP(13:2))
           IF WS-SECS-WORK < 0 THEN
               MOVE 0 TO WS-SECS-WORK
           END-IF
           ADD 1 TO WS-PG-RUNS(WS-PROG-MATCH)
           ADD WS-SECS-WORK TO WS-PG-TOTAL-SECS(WS-PROG-MATCH)
           MOVE 0 TO WS-NIGHT-MATCH
           PERFORM VARYING WS-NIGHT-IX FROM 1 BY 1
               UNTIL WS-NIGHT-IX > WS-PG-NIGHT-COUNT(WS-PROG-MATCH)
               OR WS-NIGHT-MATCH > 0
               IF WS-PG-NIGHT-DATE(WS-PROG-MATCH, WS-NIGHT-IX)
                   = WS-START-STAMP(1:8) THEN
                   MOVE WS-NIGHT-IX TO WS-NIGHT-MATCH
               END-IF
           END-PERFORM
           IF WS-NIGHT-MATCH = 0 THEN
               PERFORM OPEN-NIGHT-SLOT
           END-IF
           ADD WS-SECS-WORK
               TO WS-PG-NIGHT-SECS(WS-PROG-MATCH, WS-NIGHT-MATCH)
           MOVE SPACES TO WS-PG-OPEN-START(WS-PROG-MATCH).
       CLOSE-ONE-RUN-EXIT.
           EXIT.

      * A new night, or past 60 the program's oldest night reused.
       OPEN-NIGHT-SLOT.
           IF WS-PG-NIGHT-COUNT(WS-PROG-MATCH) < 60 THEN
               ADD 1 TO WS-PG-NIGHT-COUNT(WS-PROG-MATCH)
               MOVE WS-PG-NIGHT-COUNT(WS-PROG-MATCH) TO WS-NIGHT-MATCH
           ELSE
               MOVE WS-PG-NIGHT-NEXT(WS-PROG-MATCH) TO WS-NIGHT-MATCH
               ADD 1 TO WS-PG-NIGHT-NEXT(WS-PROG-MATCH)
               IF WS-PG-NIGHT-NEXT(WS-PROG-MATCH) > 60 THEN
                   MOVE 1 TO WS-PG-NIGHT-NEXT(WS-PROG-MATCH)
               END-IF
           END-IF
           MOVE WS-START-STAMP(1:8)
               TO WS-PG-NIGHT-DATE(WS-PROG-MATCH, WS-NIGHT-MATCH)
           MOVE 0 TO WS-PG-NIGHT-SECS(WS-PROG-MATCH, WS-NIGHT-MATCH).
       OPEN-NIGHT-SLOT-EXIT.
           EXIT.

      ******************************************************************
      * One step's estimate. A feed-reading program rated off the
      * ledger runs at its seconds per record times tonight's
      * count (nothing, if its feed is not there tonight); any
      * other program with run history runs its average; a
      * program never seen to run counts as nothing.
      ******************************************************************
       ESTIMATE-ONE-STEP.
           MOVE 1 TO WS-FEED-ID
           MOVE 0 TO WS-STEP-SECS(WS-STEP-INDEX)
           MOVE 0 TO WS-STEP-RECORDS(WS-STEP-INDEX)
           MOVE "N" TO WS-STEP-FED(WS-STEP-INDEX)
           MOVE WS-STEP-PROGRAM(WS-STEP-INDEX) TO WS-MAP-PROGRAM-KEY
           PERFORM FIND-MAP-ROW
           IF WS-MAP-MATCH > 0 THEN
               MOVE "Y" TO WS-STEP-FED(WS-STEP-INDEX)
               MOVE WS-MAP-FEED(WS-MAP-MATCH) TO WS-FEED-ID
               MOVE WS-FEED-COUNT(WS-FEED-ID)
                   TO WS-STEP-RECORDS(WS-STEP-INDEX)
           END-IF
           MOVE WS-STEP-PROGRAM(WS-STEP-INDEX) TO WS-LINE-PROGRAM
           MOVE 0 TO WS-PROG-MATCH
           PERFORM VARYING WS-PROG-INDEX FROM 1 BY 1
               UNTIL WS-PROG-INDEX > WS-PROG-COUNT
               OR WS-PROG-MATCH > 0
               IF WS-PG-NAME(WS-PROG-INDEX) = WS-LINE-PROGRAM THEN
                   MOVE WS-PROG-INDEX TO WS-PROG-MATCH
               END-IF
           END-PERFORM
           PERFORM RATE-STEP-PROGRAM
           EVALUATE TRUE
               WHEN WS-PROG-MATCH = 0
                   MOVE "NO HISTORY" TO WS-STEP-BASIS(WS-STEP-INDEX)
               WHEN WS-PG-RUNS(WS-PROG-MATCH) = 0
                   MOVE "NO HISTORY" TO WS-STEP-BASIS(WS-STEP-INDEX)
               WHEN WS-MAP-MATCH > 0 AND WS-RATED-RECORDS > 0
                   AND WS-FEED-PRESENT(WS-FEED-ID) NOT = "Y"
                   MOVE "NO FEED" TO WS-STEP-BASIS(WS-STEP-INDEX)
               WHEN WS-MAP-MATCH > 0 AND WS-RATED-RECORDS > 0
                   MOVE "PER RECORD" TO WS-STEP-BASIS(WS-STEP-INDEX)
                   COMPUTE WS-STEP-SECS(WS-STEP-INDEX) ROUNDED =
                       WS-SECS-PER-RECORD
                       * WS-STEP-RECORDS(WS-STEP-INDEX)
               WHEN OTHER
                   MOVE "AVERAGE RUN" TO WS-STEP-BASIS(WS-STEP-INDEX)
                   COMPUTE WS-STEP-SECS(WS-STEP-INDEX) ROUNDED =
                       WS-PG-TOTAL-SECS(WS-PROG-MATCH)
                       / WS-PG-RUNS(WS-PROG-MATCH)
           END-EVALUATE
           ADD WS-STEP-SECS(WS-STEP-INDEX) TO WS-FORECAST-SECS
           MOVE WS-FORECAST-SECS TO WS-STEP-FINISH(WS-STEP-INDEX).
       ESTIMATE-ONE-STEP-EXIT.
           EXIT.

       FIND-MAP-ROW.
           MOVE 0 TO WS-MAP-MATCH
           PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX > 6 OR WS-MAP-MATCH > 0
               IF WS-MAP-PROGRAM(WS-MAP-INDEX)
                   = WS-MAP-PROGRAM-KEY THEN
                   MOVE WS-MAP-INDEX TO WS-MAP-MATCH
               END-IF
           END-PERFORM.
       FIND-MAP-ROW-EXIT.
           EXIT.

      * Seconds per record over every night on which both the
      * program ran and the ledger counted its feed.
       RATE-STEP-PROGRAM.
           MOVE 0 TO WS-RATED-SECS
           MOVE 0 TO WS-RATED-RECORDS
           MOVE 0 TO WS-SECS-PER-RECORD
           IF WS-MAP-MATCH > 0 AND WS-PROG-MATCH > 0 THEN
               PERFORM VARYING WS-NIGHT-IX FROM 1 BY 1
                   UNTIL WS-NIGHT-IX
                       > WS-PG-NIGHT-COUNT(WS-PROG-MATCH)
                   MOVE WS-PG-NIGHT-DATE(WS-PROG-MATCH, WS-NIGHT-IX)
                       TO WS-LOOKUP-DATE
                   PERFORM FIND-LEDGER-ROW
                   IF WS-HIST-MATCH > 0 THEN
                       IF WS-HIST-RECORDS(WS-HIST-MATCH) > 0 THEN
                           ADD WS-PG-NIGHT-SECS(WS-PROG-MATCH,
                               WS-NIGHT-IX) TO WS-RATED-SECS
                           ADD WS-HIST-RECORDS(WS-HIST-MATCH)
                               TO WS-RATED-RECORDS
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RATED-RECORDS > 0 THEN
                   COMPUTE WS-SECS-PER-RECORD ROUNDED =
                       WS-RATED-SECS / WS-RATED-RECORDS
               END-IF
           END-IF.
       RATE-STEP-PROGRAM-EXIT.
           EXIT.

      ******************************************************************
      * The first step to finish past the window breaks it. When
      * that step is the Collatz batch, try two to four shards: the
      * chain without Collatz plus the longest shard's share, which
      * is the one the chain waits on.
      ******************************************************************
       CHECK-AGAINST-WINDOW.
           MOVE 0 TO WS-BREAK-STEP
           MOVE 0 TO WS-OVERRUN-SECS
           IF WS-WINDOW-SECS > 0
               AND WS-FORECAST-SECS > WS-WINDOW-SECS THEN
               COMPUTE WS-OVERRUN-SECS =
                   WS-FORECAST-SECS - WS-WINDOW-SECS
               PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   OR WS-BREAK-STEP > 0
                   IF WS-STEP-FINISH(WS-STEP-INDEX)
                       > WS-WINDOW-SECS THEN
                       MOVE WS-STEP-INDEX TO WS-BREAK-STEP
                   END-IF
               END-PERFORM
               SET WS-PROCESSING-ERROR TO TRUE
               MOVE WS-OVERRUN-SECS TO WS-ELAPSED-IN
               PERFORM FORMAT-ELAPSED
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "FORECAST OVERRUNS WINDOW BY "
                   FUNCTION TRIM(WS-ELAPSED-TEXT)
                   " AT STEP " WS-STEP-NAME(WS-BREAK-STEP)
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               IF WS-STEP-PROGRAM(WS-BREAK-STEP)
                   = "collatz-conjecture" THEN
                   PERFORM SUGGEST-COLLATZ-SHARDS
               END-IF
           END-IF.
       CHECK-AGAINST-WINDOW-EXIT.
           EXIT.

       SUGGEST-COLLATZ-SHARDS.
           MOVE 0 TO WS-SHARD-FITS
           COMPUTE WS-REST-SECS =
               WS-FORECAST-SECS - WS-STEP-SECS(WS-BREAK-STEP)
           PERFORM VARYING WS-SHARD-TRY FROM 2 BY 1
               UNTIL WS-SHARD-TRY > 4 OR WS-SHARD-FITS > 0
               COMPUTE WS-SHARD-SECS =
                   (WS-STEP-SECS(WS-BREAK-STEP) + WS-SHARD-TRY - 1)
                   / WS-SHARD-TRY
               IF WS-REST-SECS + WS-SHARD-SECS
                   NOT > WS-WINDOW-SECS THEN
                   MOVE WS-SHARD-TRY TO WS-SHARD-FITS
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SUGGESTION
           IF WS-SHARD-FITS > 0 THEN
               MOVE WS-SHARD-FITS TO WS-SHARD-EDIT
               STRING "SHARD THE COLLATZ RUN " WS-SHARD-EDIT
                   " WAYS (SHARD-COUNT " WS-SHARD-EDIT
                   " ON PARMFILE)"
                   DELIMITED BY SIZE INTO WS-SUGGESTION
           ELSE
               MOVE "EVEN FOUR COLLATZ SHARDS OVERRUN THE WINDOW"
                   TO WS-SUGGESTION
           END-IF.
       SUGGEST-COLLATZ-SHARDS-EXIT.
           EXIT.

      ******************************************************************
      * The report: tonight's feeds, then the plan step by step with
      * its basis, records, estimate and running finish, then the
      * verdict against the window.
      ******************************************************************
       WRITE-FORECAST-REPORT.
           MOVE "TONIGHT'S FEEDS" TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           PERFORM VARYING WS-FEED-ID FROM 1 BY 1
               UNTIL WS-FEED-ID > 5
               MOVE SPACES TO FORECAST-REPORT-LINE
               IF WS-FEED-PRESENT(WS-FEED-ID) = "Y" THEN
                   MOVE WS-FEED-COUNT(WS-FEED-ID) TO WS-RECORDS-EDIT
                   STRING "  " WS-FEED-NAME(WS-FEED-ID)
                       " RECORDS " WS-RECORDS-EDIT
                       DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
               ELSE
                   STRING "  " WS-FEED-NAME(WS-FEED-ID)
                       " NOT PRESENT"
                       DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
               END-IF
               WRITE FORECAST-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "STEP     PROGRAM              BASIS         "
               "RECORDS   ESTIMATE    FINISHES"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               PERFORM WRITE-STEP-LINE
           END-PERFORM
           MOVE SPACES TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE WS-FORECAST-SECS TO WS-ELAPSED-IN
           PERFORM FORMAT-ELAPSED
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "CHAIN FORECAST " WS-ELAPSED-TEXT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE SPACES TO FORECAST-REPORT-LINE
           IF WS-WINDOW-SECS = 0 THEN
               MOVE "NO BATCH-WINDOW-MIN ON PARMFILE -- NOT CHECKED"
                   TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           ELSE
               MOVE WS-WINDOW-SECS TO WS-ELAPSED-IN
               PERFORM FORMAT-ELAPSED
               STRING "BATCH WINDOW   " WS-ELAPSED-TEXT
                   " (BATCH-WINDOW-MIN " WS-WINDOW-MIN ")"
                   DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
               MOVE SPACES TO FORECAST-REPORT-LINE
               IF WS-BREAK-STEP = 0 THEN
                   MOVE "FORECAST FITS THE WINDOW"
                       TO FORECAST-REPORT-LINE
               ELSE
                   MOVE WS-ERROR-MESSAGE TO FORECAST-REPORT-LINE
               END-IF
               WRITE FORECAST-REPORT-LINE
               IF WS-SUGGESTION NOT = SPACES THEN
                   MOVE WS-SUGGESTION TO FORECAST-REPORT-LINE
                   WRITE FORECAST-REPORT-LINE
               END-IF
           END-IF.
       WRITE-FORECAST-REPORT-EXIT.
           EXIT.

      * A feed-reading step shows tonight's records and, when rated,
      * its seconds per record; the breaking step is marked.
       WRITE-STEP-LINE.
           MOVE SPACES TO WS-RECORDS-TEXT
           IF WS-STEP-FED(WS-STEP-INDEX) = "Y" THEN
               MOVE WS-STEP-RECORDS(WS-STEP-INDEX) TO WS-RECORDS-EDIT
               MOVE WS-RECORDS-EDIT TO WS-RECORDS-TEXT
           END-IF
           MOVE WS-STEP-SECS(WS-STEP-INDEX) TO WS-ELAPSED-IN
           PERFORM FORMAT-ELAPSED
           MOVE WS-ELAPSED-TEXT TO WS-STEP-ELAPSED
           MOVE WS-STEP-FINISH(WS-STEP-INDEX) TO WS-ELAPSED-IN
           PERFORM FORMAT-ELAPSED
           MOVE WS-ELAPSED-TEXT TO WS-FINISH-ELAPSED
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING WS-STEP-NAME(WS-STEP-INDEX) " "
               WS-STEP-PROGRAM(WS-STEP-INDEX) " "
               WS-STEP-BASIS(WS-STEP-INDEX) " "
               WS-RECORDS-TEXT " " WS-STEP-ELAPSED " "
               WS-FINISH-ELAPSED
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           IF WS-STEP-INDEX = WS-BREAK-STEP THEN
               MOVE "<- BREAKS WINDOW" TO FORECAST-REPORT-LINE(84:16)
           END-IF
           WRITE FORECAST-REPORT-LINE.
       WRITE-STEP-LINE-EXIT.
           EXIT.

      * WS-ELAPSED-IN seconds into WS-ELAPSED-TEXT as "hhhh:mm:ss".
       FORMAT-ELAPSED.
           DIVIDE WS-ELAPSED-IN BY 3600 GIVING WS-ELAPSED-HOURS
           COMPUTE WS-ELAPSED-MINUTES =
               (WS-ELAPSED-IN - (WS-ELAPSED-HOURS * 3600)) / 60
           COMPUTE WS-ELAPSED-SECONDS = WS-ELAPSED-IN
               - (WS-ELAPSED-HOURS * 3600)
               - (WS-ELAPSED-MINUTES * 60)
           MOVE WS-ELAPSED-HOURS TO WS-HOURS-EDIT
           MOVE SPACES TO WS-ELAPSED-TEXT
           STRING WS-HOURS-EDIT ":" WS-ELAPSED-MINUTES ":"
               WS-ELAPSED-SECONDS
               DELIMITED BY SIZE INTO WS-ELAPSED-TEXT.
       FORMAT-ELAPSED-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "WINFCST" TO WS-AUDIT-PROGRAM
           MOVE "JOBPLAN+BALHIST+AUDIT TRAIL" TO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "STEPS " WS-STEP-COUNT
               " FORECAST " WS-FORECAST-SECS
               " WINDOW " WS-WINDOW-SECS
               " BREAK " WS-BREAK-STEP
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
      * A severe outcome -- an unreadable plan, or a forecast past
      * the window -- raises an immediate operator alert through
      * ALERTSVC alongside the published status; a shard suggestion
      * follows its overrun alert as an alert of its own.
      ******************************************************************
       RAISE-ALERT-IF-SEVERE.
           IF WS-PROCESSING-ERROR THEN
               MOVE "WINFCST" TO WS-ALERT-PROGRAM
               MOVE WS-RETURN-CODE TO WS-ALERT-CODE
               MOVE WS-ERROR-MESSAGE TO WS-ALERT-MESSAGE
               CALL "ALERTSVC" USING WS-ALERT-REQUEST
               IF WS-SUGGESTION NOT = SPACES THEN
                   MOVE WS-SUGGESTION TO WS-ALERT-MESSAGE
                   CALL "ALERTSVC" USING WS-ALERT-REQUEST
               END-IF
           END-IF.
       RAISE-ALERT-IF-SEVERE-EXIT.
           EXIT.
       END PROGRAM WINFCST.
