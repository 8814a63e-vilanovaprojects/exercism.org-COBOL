               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CACHE-QUARANTINE ASSIGN TO "CACHEBAD"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Variant-map research output: one outcome line per start and
      * the cycles the run found. Kept apart from STEPSRPT, and the
      * variant run never reads or writes CACHEFIL, so a qn+r result
      * can never pass for a standard 3n+1 one.
           SELECT VARIANT-REPORT ASSIGN TO "VARRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD NUMBER-FILE.
       01 NUMBER-FILE-RECORD.
           05 NF-NUMBER PIC S9(18).
      * A generated NUMFILE closes with a "*** CONTROL" trailer line;
      * this view lets the reader recognise it as end of feed rather
      * than a starting value.
       01 NUMBER-FILE-TRAILER.
           05 NF-TRAILER-MARK PIC X(12).
               88 NF-CONTROL-TRAILER VALUE "*** CONTROL ".
           05 FILLER PIC X(6).

       FD STEPS-REPORT.
       01 STEPS-REPORT-LINE PIC X(60).
       FD CACHE-QUARANTINE.
       01 CACHE-QUARANTINE-RECORD PIC X(23).

       FD VARIANT-REPORT.
       01 VARIANT-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NUMBER IS EXTERNAL PIC S9(18).
       01 WS-STEPS IS EXTERNAL PIC 9(4).
       01 WS-HIST-LO PIC 9(4).
       01 WS-HIST-HI PIC 9(4).

      * Variant-map run: odd n goes to qn+r instead of 3n+1 (even n
      * still halves). The multiplier and addend are the run's own
      * parameters, set by the menu (or a work order's answer lines)
      * before the CALL; the step ceiling is VARIANT-STEP-LIMIT on
      * PARMFILE. Each chain is traced until it reaches 1, comes
      * back to a value it already visited (a new cycle), lands on a
      * member of a cycle an earlier start found, or passes the
      * ceiling -- or would overflow eighteen digits, which is
      * divergence too. The chain itself rides in WS-CHAIN-TABLE.
       01 WS-COLLATZ-VARIANT-MULT IS EXTERNAL PIC X(4).
       01 WS-COLLATZ-VARIANT-ADDEND IS EXTERNAL PIC X(5).
       01 WS-VARIANT-TEXT PIC X(5).
       01 WS-VARIANT-NUMBER PIC S9(5)V99.
       01 WS-VARIANT-WHOLE PIC S9(5).
       01 WS-VARIANT-MULT PIC 9(3) VALUE 3.
       01 WS-VARIANT-ADDEND PIC S9(3) VALUE 1.
       01 WS-VARIANT-CEILING PIC 9(4) VALUE 1000.
       01 WS-VARIANT-VALUE PIC S9(18).
       01 WS-VARIANT-STEPS PIC 9(4).
       01 WS-VARIANT-ENTERED PIC 9(4).
       01 WS-VARIANT-OUTCOME PIC X.
           88 VARIANT-TRACING VALUE SPACE.
           88 VARIANT-CONVERGED VALUE "C".
           88 VARIANT-CYCLED VALUE "Y".
           88 VARIANT-DIVERGED VALUE "D".
           88 VARIANT-OVERFLOWED VALUE "O".
       01 WS-VARIANT-CONVERGED PIC 9(8) VALUE 0.
       01 WS-VARIANT-CYCLED PIC 9(8) VALUE 0.
       01 WS-VARIANT-DIVERGED PIC 9(8) VALUE 0.
       01 WS-VARIANT-MAP-TEXT PIC X(12).
       01 WS-VARIANT-MULT-EDIT PIC ZZ9.
       01 WS-VARIANT-ADDEND-EDIT PIC ZZ9.
       01 WS-VARIANT-SIGN PIC X.
       01 WS-VARIANT-MIN-EDIT PIC -(18)9.
       01 WS-VARIANT-SCAN-IX PIC 9(4).
       01 WS-VARIANT-START PIC 9(18).

      * Cycles found so far this run: smallest member, length, and
      * how many starts ended in each; every member is also listed
      * below so a later chain stops the moment it lands on one.
       01 WS-CYCLE-COUNT PIC 99 VALUE 0.
       01 WS-CYCLE-TABLE.
           05 WS-CYCLE-ENTRY OCCURS 50 TIMES.
               10 WS-CY-MIN PIC S9(18).
               10 WS-CY-LENGTH PIC 9(4).
               10 WS-CY-STARTS PIC 9(8).
       01 WS-CYCLE-IX PIC 99 VALUE 0.
       01 WS-CYCLE-MEMBER-COUNT PIC 9(4) VALUE 0.
       01 WS-CYCLE-MEMBER-TABLE.
           05 WS-CYCLE-MEMBER OCCURS 2000 TIMES.
               10 WS-CM-VALUE PIC S9(18).
               10 WS-CM-CYCLE PIC 99.
       01 WS-CYCLE-MEMBER-IX PIC 9(4).
       01 WS-CYCLE-FIRST PIC 9(4).

      * All-time record-holders register request block, serviced by
      * COLLREC: opened with the run, offered every clean number,
      * closed (posted to RECORDS) when the run ends.
       01 WS-RECORDS-REQUEST.
           05 WS-REC-ACTION PIC X(8).
           05 WS-REC-SOURCE PIC X(8).
           05 WS-REC-NUMBER PIC 9(18).
           05 WS-REC-STEPS PIC 9(4).
           05 WS-REC-PEAK PIC 9(18).
           05 WS-REC-RESULT PIC 9.
           05 WS-REC-NEW-COUNT PIC 9(4).

      * Shop parameter lookup request block, serviced by PARMSVC:
      * operations retunes these knobs by editing PARMFILE, not
                   PERFORM CACHE-AUDIT-RUN
                   PERFORM PUBLISH-RUN-STATUS
                   GOBACK
      * The NUMFILE batch under a qn+r map, to VARRPT; the standard
      * run's cache, checkpoint, and record register are not used.
               WHEN WS-COLLATZ-MODE = "VARIANT"
                   PERFORM COLLATZ-VARIANT-RUN
                   PERFORM PUBLISH-RUN-STATUS
                   GOBACK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           END-IF
           PERFORM LOAD-CHECKPOINT
           PERFORM LOAD-CACHE
           MOVE "OPEN" TO WS-REC-ACTION
           MOVE "BATCH" TO WS-REC-SOURCE
           CALL "COLLREC" USING WS-RECORDS-REQUEST

           IF WS-RESTART-SKIP-COUNT > 0 THEN
               OPEN EXTEND STEPS-REPORT
      * Skip past whatever the last checkpoint already completed.
           PERFORM VARYING WS-SKIP-INDEX FROM 1 BY 1
               UNTIL WS-SKIP-INDEX > WS-RESTART-SKIP-COUNT
               PERFORM READ-NUMBER-RECORD
           END-PERFORM
           MOVE WS-RESTART-SKIP-COUNT TO WS-RECORDS-PROCESSED

           PERFORM UNTIL BATCH-EOF OR WINDOW-CLOSED
               PERFORM READ-NUMBER-RECORD
               IF NOT BATCH-EOF THEN
      * A cache hit has no chain left to print, so a trajectory run
      * walks every chain in full instead of consulting the cache.
                   IF TRAJECTORY-WANTED THEN
                       MOVE "N" TO WS-CACHE-HIT
                   ELSE
                       PERFORM LOOKUP-CACHE
                   END-IF
                   IF CACHE-HIT THEN
                       MOVE WS-CACHE-STEPS(WS-CACHE-IDX) TO WS-STEPS
                       MOVE SPACES TO WS-ERROR
      * Request 049 reconciliation: a cache hit skips PERFORM
      * COLLATZ-CONJECTURE entirely, so without this the audit trail
      * would have no record at all of this starting number during a
      * batch run -- LOG-AUDIT-ENTRY reads WS-ORIGINAL-NUMBER, which
      * only COLLATZ-CONJECTURE itself otherwise sets.
                       MOVE NF-NUMBER TO WS-ORIGINAL-NUMBER
                       PERFORM LOG-AUDIT-ENTRY
                   ELSE
                       MOVE NF-NUMBER TO WS-NUMBER
                       PERFORM COLLATZ-CONJECTURE
                       PERFORM ADD-CACHE-ENTRY
                       IF TRAJECTORY-WANTED
                           AND WS-ERROR = SPACES THEN
                           PERFORM WRITE-TRAJECTORY
                       END-IF
                   END-IF
                   ADD 1 TO WS-CTL-READ
                   PERFORM BUILD-BATCH-REPORT-LINE
                   WRITE STEPS-REPORT-LINE
                   ADD 1 TO WS-CTL-WRITTEN
                   IF WS-ERROR NOT = SPACES THEN
                       ADD 1 TO WS-CTL-REJECTED
                   END-IF
                   IF WS-ERROR = SPACES
                       AND WS-STEPS > WS-MAX-STEPS THEN
                       MOVE WS-STEPS TO WS-MAX-STEPS
                       MOVE NF-NUMBER TO WS-MAX-STEPS-NUMBER
                   END-IF
                   IF WS-ERROR = SPACES THEN
                       PERFORM TALLY-HISTOGRAM-BUCKET
                       PERFORM OFFER-TO-RECORDS
                   END-IF
                   ADD 1 TO WS-RECORDS-PROCESSED
                   ADD 1 TO WS-RUN-RECORD-COUNT
                   IF FUNCTION MOD(WS-RECORDS-PROCESSED,
                       WS-CHECKPOINT-INTERVAL) = 0 THEN
                       PERFORM WRITE-CHECKPOINT
                   END-IF
                   PERFORM CHECK-BATCH-WINDOW
               END-IF
           END-PERFORM

           IF WINDOW-CLOSED THEN
               CLOSE TRAJECTORY-FILE
           END-IF
           PERFORM SAVE-CACHE
           MOVE "CLOSE" TO WS-REC-ACTION
           CALL "COLLREC" USING WS-RECORDS-REQUEST
      * Review-round fix: this run finished normally, so the resume
      * point it may have left behind no longer applies -- clear it
      * before an unrelated later batch run can inherit it. A window
       COLLATZ-BATCH-BODY-EXIT.
           EXIT.

      * One NUMFILE record, shared by the batch and variant loops.
      * A control trailer ends the feed the same way end of file
      * does, so it is never counted or walked as a starting value.
       READ-NUMBER-RECORD.
           READ NUMBER-FILE
               AT END
                   SET BATCH-EOF TO TRUE
               NOT AT END
                   IF NF-CONTROL-TRAILER THEN
                       SET BATCH-EOF TO TRUE
                   END-IF
           END-READ.
       READ-NUMBER-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * Close the batch window when this submission has processed its
      * record allowance or run past its minute allowance. Elapsed
       FOLD-CHAIN-VALUE-INTO-CACHE-EXIT.
           EXIT.

      ******************************************************************
      * One clean number to the record-holders register. A chain
      * walked here in full gives its peak off WS-CHAIN-TABLE; a
      * cache hit (or a chain longer than the table) goes with a
      * zero peak and COLLREC walks it for itself.
      ******************************************************************
       OFFER-TO-RECORDS.
           MOVE "OFFER" TO WS-REC-ACTION
           MOVE NF-NUMBER TO WS-REC-NUMBER
           MOVE WS-STEPS TO WS-REC-STEPS
           MOVE 0 TO WS-REC-PEAK
           IF NOT CACHE-HIT
               AND WS-CHAIN-COUNT = WS-STEPS + 1 THEN
               PERFORM VARYING WS-CHAIN-INDEX FROM 1 BY 1
                   UNTIL WS-CHAIN-INDEX > WS-CHAIN-COUNT
                   IF WS-CHAIN-VALUE(WS-CHAIN-INDEX) > WS-REC-PEAK THEN
                       MOVE WS-CHAIN-VALUE(WS-CHAIN-INDEX)
                           TO WS-REC-PEAK
                   END-IF
               END-PERFORM
           END-IF
           CALL "COLLREC" USING WS-RECORDS-REQUEST.
       OFFER-TO-RECORDS-EXIT.
           EXIT.

      ******************************************************************
      * Step-count distribution: one bucket of ten per chain, with
      * everything at 200 steps and over folded into the last bucket.
       QUARANTINE-CACHE-EXIT.
           EXIT.

      ******************************************************************
      * Variant-map research run over NUMFILE. The map comes in as
      * text and is checked before anything is read: multiplier a
      * whole number 1 to 999, addend a whole number -999 to 999
      * (signed, for maps like 3n-1). No checkpoint, window limits
      * or cache -- a variant run is a research pass, resubmitted
      * whole, and its results must never reach CACHEFIL.
      ******************************************************************
       COLLATZ-VARIANT-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE SPACES TO WS-ERROR-MESSAGE
           PERFORM LOAD-VARIANT-PARAMETERS
           IF NOT WS-SUCCESS THEN
               DISPLAY "COLLATZ ERROR: " WS-ERROR-MESSAGE
           ELSE
               OPEN INPUT NUMBER-FILE
               IF WS-FILE-STATUS NOT = "00" THEN
                   SET WS-PROCESSING-ERROR TO TRUE
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING "NUMFILE OPEN FAILED, STATUS "
                       WS-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                   DISPLAY "COLLATZ ERROR: " WS-ERROR-MESSAGE
               ELSE
                   PERFORM COLLATZ-VARIANT-BODY
               END-IF
           END-IF.
       COLLATZ-VARIANT-RUN-EXIT.
           EXIT.

       LOAD-VARIANT-PARAMETERS.
           MOVE "VARIANT-STEP-LIMIT" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND FUNCTION NUMVAL(WS-PARM-VALUE) >= 1 THEN
               COMPUTE WS-VARIANT-CEILING =
                   FUNCTION NUMVAL(WS-PARM-VALUE)
      * One slot of WS-CHAIN-TABLE per value visited, the start
      * included, so the ceiling stops one short of the table.
               IF WS-VARIANT-CEILING > 1999 THEN
                   MOVE 1999 TO WS-VARIANT-CEILING
               END-IF
           END-IF
           MOVE WS-COLLATZ-VARIANT-MULT TO WS-VARIANT-TEXT
           PERFORM CONVERT-VARIANT-TEXT
           IF WS-SUCCESS
               AND (WS-VARIANT-NUMBER < 1
                   OR WS-VARIANT-NUMBER > 999) THEN
               SET WS-INVALID-INPUT TO TRUE
           END-IF
           IF NOT WS-SUCCESS THEN
               MOVE "VARIANT MULTIPLIER MUST BE A WHOLE NUMBER 1-999"
                   TO WS-ERROR-MESSAGE
           ELSE
               MOVE WS-VARIANT-WHOLE TO WS-VARIANT-MULT
               MOVE WS-COLLATZ-VARIANT-ADDEND TO WS-VARIANT-TEXT
               PERFORM CONVERT-VARIANT-TEXT
               IF WS-SUCCESS
                   AND (WS-VARIANT-NUMBER < -999
                       OR WS-VARIANT-NUMBER > 999) THEN
                   SET WS-INVALID-INPUT TO TRUE
               END-IF
               IF NOT WS-SUCCESS THEN
                   MOVE "VARIANT ADDEND MUST BE A WHOLE NUMBER -999-999"
                       TO WS-ERROR-MESSAGE
               ELSE
                   MOVE WS-VARIANT-WHOLE TO WS-VARIANT-ADDEND
               END-IF
           END-IF.
       LOAD-VARIANT-PARAMETERS-EXIT.
           EXIT.

      * One map parameter off its text: a number at all (EXTERNAL
      * storage nobody set arrives as LOW-VALUES, which fails here),
      * and a whole one.
       CONVERT-VARIANT-TEXT.
           MOVE 0 TO WS-VARIANT-NUMBER
           IF WS-VARIANT-TEXT = LOW-VALUES
               OR FUNCTION TRIM(WS-VARIANT-TEXT) = SPACES
               OR FUNCTION TEST-NUMVAL(WS-VARIANT-TEXT) NOT = 0 THEN
               SET WS-INVALID-INPUT TO TRUE
           ELSE
               COMPUTE WS-VARIANT-NUMBER =
                   FUNCTION NUMVAL(WS-VARIANT-TEXT)
               MOVE WS-VARIANT-NUMBER TO WS-VARIANT-WHOLE
               IF WS-VARIANT-WHOLE NOT = WS-VARIANT-NUMBER THEN
                   SET WS-INVALID-INPUT TO TRUE
               END-IF
           END-IF.
       CONVERT-VARIANT-TEXT-EXIT.
           EXIT.

       COLLATZ-VARIANT-BODY.
           PERFORM LOG-RUN-START
           MOVE 0 TO WS-CTL-READ
           MOVE 0 TO WS-CTL-WRITTEN
           MOVE 0 TO WS-CTL-REJECTED
           MOVE 0 TO WS-VARIANT-CONVERGED
           MOVE 0 TO WS-VARIANT-CYCLED
           MOVE 0 TO WS-VARIANT-DIVERGED
           MOVE 0 TO WS-CYCLE-COUNT
           MOVE 0 TO WS-CYCLE-MEMBER-COUNT
           MOVE "N" TO WS-BATCH-EOF
           MOVE WS-VARIANT-MULT TO WS-VARIANT-MULT-EDIT
           IF WS-VARIANT-ADDEND < 0 THEN
               MOVE "-" TO WS-VARIANT-SIGN
           ELSE
               MOVE "+" TO WS-VARIANT-SIGN
           END-IF
           MOVE WS-VARIANT-ADDEND TO WS-VARIANT-ADDEND-EDIT
           MOVE SPACES TO WS-VARIANT-MAP-TEXT
           STRING FUNCTION TRIM(WS-VARIANT-MULT-EDIT) "N"
               WS-VARIANT-SIGN FUNCTION TRIM(WS-VARIANT-ADDEND-EDIT)
               DELIMITED BY SIZE INTO WS-VARIANT-MAP-TEXT
           OPEN OUTPUT VARIANT-REPORT
           MOVE SPACES TO VARIANT-REPORT-LINE
           STRING "COLLATZ VARIANT MAP "
               FUNCTION TRIM(WS-VARIANT-MAP-TEXT)
               " STEP CEILING " WS-VARIANT-CEILING
               DELIMITED BY SIZE INTO VARIANT-REPORT-LINE
           WRITE VARIANT-REPORT-LINE

           PERFORM UNTIL BATCH-EOF
               PERFORM READ-NUMBER-RECORD
               IF NOT BATCH-EOF THEN
                   ADD 1 TO WS-CTL-READ
                   PERFORM VARIANT-ONE-START
                   WRITE VARIANT-REPORT-LINE
                   ADD 1 TO WS-CTL-WRITTEN
               END-IF
           END-PERFORM

           PERFORM WRITE-VARIANT-SUMMARY
           MOVE SPACES TO VARIANT-REPORT-LINE
           STRING "*** CONTROL READ " WS-CTL-READ
               " WRITTEN " WS-CTL-WRITTEN
               " REJECTED " WS-CTL-REJECTED
               DELIMITED BY SIZE INTO VARIANT-REPORT-LINE
           WRITE VARIANT-REPORT-LINE
           CLOSE NUMBER-FILE
           CLOSE VARIANT-REPORT
           DISPLAY "VARIANT " FUNCTION TRIM(WS-VARIANT-MAP-TEXT)
               " CONVERGED " WS-VARIANT-CONVERGED
               " CYCLED " WS-VARIANT-CYCLED
               " DIVERGED " WS-VARIANT-DIVERGED
           PERFORM LOG-RUN-END.
       COLLATZ-VARIANT-BODY-EXIT.
           EXIT.

      * One NUMFILE start: traced, tallied, and its outcome line
      * built in VARIANT-REPORT-LINE for the caller to write.
       VARIANT-ONE-START.
           MOVE SPACES TO VARIANT-REPORT-LINE
           IF NF-NUMBER <= 0 THEN
               ADD 1 TO WS-CTL-REJECTED
               STRING NF-NUMBER " Only positive integers are allowed"
                   DELIMITED BY SIZE INTO VARIANT-REPORT-LINE
           ELSE
               MOVE NF-NUMBER TO WS-VARIANT-START
               PERFORM VARIANT-TRACE-CHAIN
               EVALUATE TRUE
                   WHEN VARIANT-CONVERGED
                       ADD 1 TO WS-VARIANT-CONVERGED
                       STRING WS-VARIANT-START " CONVERGED STEPS "
                           WS-VARIANT-STEPS
                           DELIMITED BY SIZE INTO VARIANT-REPORT-LINE
                   WHEN VARIANT-CYCLED
                       ADD 1 TO WS-VARIANT-CYCLED
                       ADD 1 TO WS-CY-STARTS(WS-CYCLE-IX)
                       MOVE WS-CY-MIN(WS-CYCLE-IX)
                           TO WS-VARIANT-MIN-EDIT
                       STRING WS-VARIANT-START " CYCLE MIN "
                           WS-VARIANT-MIN-EDIT
                           " LENGTH " WS-CY-LENGTH(WS-CYCLE-IX)
                           " AT STEP " WS-VARIANT-ENTERED
                           DELIMITED BY SIZE INTO VARIANT-REPORT-LINE
                   WHEN VARIANT-OVERFLOWED
                       ADD 1 TO WS-VARIANT-DIVERGED
                       STRING WS-VARIANT-START
                           " DIVERGED, OVERFLOW AT STEP "
                           WS-VARIANT-STEPS
                           DELIMITED BY SIZE INTO VARIANT-REPORT-LINE
                   WHEN OTHER
                       ADD 1 TO WS-VARIANT-DIVERGED
                       STRING WS-VARIANT-START
                           " DIVERGED, PAST STEP CEILING "
                           WS-VARIANT-CEILING
                           DELIMITED BY SIZE INTO VARIANT-REPORT-LINE
               END-EVALUATE
           END-IF.
       VARIANT-ONE-START-EXIT.
           EXIT.

      ******************************************************************
      * The trace. Before each step the value just reached is
      * checked: 1 ends it converged; a member of a known cycle ends
      * it there; a value already on this chain closes a new cycle
      * (the stretch of chain from its first visit on); a chain at
      * the ceiling ends diverged. Negative values are followed as
      * they come -- a map like n-5 can cross zero.
      ******************************************************************
       VARIANT-TRACE-CHAIN.
           MOVE SPACE TO WS-VARIANT-OUTCOME
           MOVE WS-VARIANT-START TO WS-VARIANT-VALUE
           MOVE 0 TO WS-VARIANT-STEPS
           MOVE 1 TO WS-CHAIN-COUNT
           MOVE WS-VARIANT-VALUE TO WS-CHAIN-VALUE(1)
           PERFORM UNTIL NOT VARIANT-TRACING
               PERFORM VARIANT-CHECK-VALUE
               IF VARIANT-TRACING THEN
                   PERFORM VARIANT-STEP
               END-IF
           END-PERFORM.
       VARIANT-TRACE-CHAIN-EXIT.
           EXIT.

       VARIANT-CHECK-VALUE.
           IF WS-VARIANT-VALUE = 1 THEN
               SET VARIANT-CONVERGED TO TRUE
           END-IF
           IF VARIANT-TRACING THEN
               PERFORM VARYING WS-CYCLE-MEMBER-IX FROM 1 BY 1
                   UNTIL WS-CYCLE-MEMBER-IX > WS-CYCLE-MEMBER-COUNT
                   OR NOT VARIANT-TRACING
                   IF WS-CM-VALUE(WS-CYCLE-MEMBER-IX)
                       = WS-VARIANT-VALUE THEN
                       SET VARIANT-CYCLED TO TRUE
                       MOVE WS-CM-CYCLE(WS-CYCLE-MEMBER-IX)
                           TO WS-CYCLE-IX
                       MOVE WS-VARIANT-STEPS TO WS-VARIANT-ENTERED
                   END-IF
               END-PERFORM
           END-IF
           IF VARIANT-TRACING THEN
               PERFORM VARYING WS-VARIANT-SCAN-IX FROM 1 BY 1
                   UNTIL WS-VARIANT-SCAN-IX >= WS-CHAIN-COUNT
                   OR NOT VARIANT-TRACING
                   IF WS-CHAIN-VALUE(WS-VARIANT-SCAN-IX)
                       = WS-VARIANT-VALUE THEN
                       MOVE WS-VARIANT-SCAN-IX TO WS-CYCLE-FIRST
                       PERFORM VARIANT-RECORD-CYCLE
                   END-IF
               END-PERFORM
           END-IF
           IF VARIANT-TRACING
               AND WS-VARIANT-STEPS >= WS-VARIANT-CEILING THEN
               SET VARIANT-DIVERGED TO TRUE
           END-IF.
       VARIANT-CHECK-VALUE-EXIT.
           EXIT.

      * Even values halve; odd ones (negative odd ones included --
      * MOD is never negative here) go to qn+r, unless that would
      * not fit eighteen digits.
       VARIANT-STEP.
           IF FUNCTION MOD(WS-VARIANT-VALUE, 2) = 0 THEN
               COMPUTE WS-VARIANT-VALUE = WS-VARIANT-VALUE / 2
           ELSE
               COMPUTE WS-VARIANT-VALUE =
                   (WS-VARIANT-VALUE * WS-VARIANT-MULT)
                   + WS-VARIANT-ADDEND
                   ON SIZE ERROR
                       SET VARIANT-OVERFLOWED TO TRUE
               END-COMPUTE
           END-IF
           IF VARIANT-TRACING THEN
               ADD 1 TO WS-VARIANT-STEPS
               ADD 1 TO WS-CHAIN-COUNT
               MOVE WS-VARIANT-VALUE TO WS-CHAIN-VALUE(WS-CHAIN-COUNT)
           END-IF.
       VARIANT-STEP-EXIT.
           EXIT.

      * A new cycle: chain positions WS-CYCLE-FIRST up to the one
      * before the repeat. Its members go on the member list while
      * there is room; a run finding more cycles than the table
      * holds still reports each chain, against the last slot.
       VARIANT-RECORD-CYCLE.
           SET VARIANT-CYCLED TO TRUE
           COMPUTE WS-VARIANT-ENTERED = WS-CYCLE-FIRST - 1
           IF WS-CYCLE-COUNT < 50 THEN
               ADD 1 TO WS-CYCLE-COUNT
               MOVE 0 TO WS-CY-STARTS(WS-CYCLE-COUNT)
           END-IF
           MOVE WS-CYCLE-COUNT TO WS-CYCLE-IX
           COMPUTE WS-CY-LENGTH(WS-CYCLE-IX) =
               WS-CHAIN-COUNT - WS-CYCLE-FIRST
           MOVE WS-CHAIN-VALUE(WS-CYCLE-FIRST) TO WS-CY-MIN(WS-CYCLE-IX)
           PERFORM VARYING WS-VARIANT-SCAN-IX FROM WS-CYCLE-FIRST BY 1
               UNTIL WS-VARIANT-SCAN-IX >= WS-CHAIN-COUNT
               IF WS-CHAIN-VALUE(WS-VARIANT-SCAN-IX)
                   < WS-CY-MIN(WS-CYCLE-IX) THEN
                   MOVE WS-CHAIN-VALUE(WS-VARIANT-SCAN-IX)
                       TO WS-CY-MIN(WS-CYCLE-IX)
               END-IF
               IF WS-CYCLE-MEMBER-COUNT < 2000 THEN
                   ADD 1 TO WS-CYCLE-MEMBER-COUNT
                   MOVE WS-CHAIN-VALUE(WS-VARIANT-SCAN-IX)
                       TO WS-CM-VALUE(WS-CYCLE-MEMBER-COUNT)
                   MOVE WS-CYCLE-IX
                       TO WS-CM-CYCLE(WS-CYCLE-MEMBER-COUNT)
               END-IF
           END-PERFORM.
       VARIANT-RECORD-CYCLE-EXIT.
           EXIT.

      * The cycles the run found and the outcome counts.
       WRITE-VARIANT-SUMMARY.
           MOVE SPACES TO VARIANT-REPORT-LINE
           STRING "CYCLES FOUND " WS-CYCLE-COUNT
               DELIMITED BY SIZE INTO VARIANT-REPORT-LINE
           WRITE VARIANT-REPORT-LINE
           PERFORM VARYING WS-CYCLE-IX FROM 1 BY 1
               UNTIL WS-CYCLE-IX > WS-CYCLE-COUNT
               MOVE WS-CY-MIN(WS-CYCLE-IX) TO WS-VARIANT-MIN-EDIT
               MOVE SPACES TO VARIANT-REPORT-LINE
               STRING "CYCLE MIN " WS-VARIANT-MIN-EDIT
                   " LENGTH " WS-CY-LENGTH(WS-CYCLE-IX)
                   " STARTS " WS-CY-STARTS(WS-CYCLE-IX)
                   DELIMITED BY SIZE INTO VARIANT-REPORT-LINE
               WRITE VARIANT-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO VARIANT-REPORT-LINE
           STRING "CONVERGED " WS-VARIANT-CONVERGED
               " CYCLED " WS-VARIANT-CYCLED
               " DIVERGED " WS-VARIANT-DIVERGED
               DELIMITED BY SIZE INTO VARIANT-REPORT-LINE
           WRITE VARIANT-REPORT-LINE.
       WRITE-VARIANT-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      * Publish how this batch run came out, per the STATUSCD
      * convention, so the job-plan runner can gate dependent steps
