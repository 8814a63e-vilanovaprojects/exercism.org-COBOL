      ******************************************************************
      * COLLREC: the all-time Collatz record-holders register. Each
      * batch reports only the longest chain in its own range; the
      * research group wants the classic lists kept across every
      * run -- a delay record is a starting number whose step count
      * beats every smaller starting number, a peak record one whose
      * highest chain value does. RECORDS holds both lists, each
      * entry with its starting number, its value and the run that
      * found it.
      *
      * COLLATZ-BATCH-RUN and COLLMRG call this service: OPEN at
      * the start of the run, OFFER for every number that came out
      * clean, CLOSE at the end. The offers are kept in a run-local
      * register in the same shape -- a number that is a record
      * overall is necessarily a record among this run's numbers --
      * so CLOSE only has to fold that short list into RECORDS,
      * under the RECORDS lock, in one brief load-and-rewrite rather
      * than holding the lock for the whole batch. A record is only
      * as good as the starting numbers the shop has run: when a
      * later run covers a smaller start that beats an entry, the
      * entry is displaced and the count of displacements is kept.
      *
      * CLOSE (and REPORT, for the menu) writes RECRPT: both current
      * tables, and the records set on the night of the latest run.
      * An OFFER with a zero peak has its chain walked here -- a
      * cache hit or a merged step line carries no chain.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECORDS-FILE ASSIGN TO "RECORDS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECORDS-REPORT ASSIGN TO "RECRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * RR-LIST "D" is a delay record (RR-VALUE the step count), "P"
      * a peak record (RR-VALUE the peak), each list in ascending
      * start order. The one "H" record leads the file: RR-START is
      * the number of runs posted, RR-VALUE the entries the latest
      * run displaced, RR-RUN that run. Unsigned throughout, as on
      * CACHEFIL, so the line-sequential WRITE takes them.
       FD RECORDS-FILE.
       01 RECORDS-RECORD.
           05 RR-LIST PIC X.
               88 RR-HEADER VALUE "H".
               88 RR-DELAY VALUE "D".
               88 RR-PEAK VALUE "P".
           05 FILLER PIC X.
           05 RR-START PIC 9(18).
           05 FILLER PIC X.
           05 RR-VALUE PIC 9(18).
           05 FILLER PIC X.
           05 RR-RUN PIC X(24).

       FD RECORDS-REPORT.
       01 RECORDS-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Four lists of one shape: 1 and 2 are RECORDS' delay and
      * peak lists, 3 and 4 the same lists for this run's offers.
      * Values rise strictly down each list, starts ascending.
       01 WS-REGISTER.
           05 WS-REG-LIST OCCURS 4 TIMES.
               10 WS-REG-COUNT PIC 9(4).
               10 WS-REG-ENTRY OCCURS 500 TIMES.
                   15 WS-REG-START PIC 9(18).
                   15 WS-REG-VALUE PIC 9(18).
                   15 WS-REG-RUN PIC X(24).
       01 WS-LX PIC 9.
       01 WS-RUN-LX PIC 9.
       01 WS-REG-IX PIC 9(4).
       01 WS-POS PIC 9(4).
       01 WS-PAST PIC 9(4).
       01 WS-SHIFT PIC 9(4).
       01 WS-MOVE-IX PIC 9(4).
       01 WS-TO-IX PIC 9(4).

      * One offer into one list.
       01 WS-OFFER-START PIC 9(18).
       01 WS-OFFER-VALUE PIC 9(18).
       01 WS-OFFER-RUN PIC X(24).
       01 WS-OFFER-TAKEN PIC X VALUE "N".
           88 OFFER-TAKEN VALUE "Y".
       01 WS-OFFER-DISPLACED PIC 9(4).

      * This run: "BATCH    20261015 031245" -- source, date, time.
       01 WS-RUN-STAMP.
           05 WS-RUN-SOURCE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-RUN-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-RUN-TIME PIC X(6).
       01 WS-NOW PIC X(21).

      * Off the RECORDS header: runs posted, the latest run, and
      * what it displaced.
       01 WS-RUNS-POSTED PIC 9(8) VALUE 0.
       01 WS-LAST-RUN PIC X(24) VALUE SPACES.
       01 WS-LAST-DISPLACED PIC 9(4) VALUE 0.
       01 WS-NEW-RECORDS PIC 9(4) VALUE 0.
       01 WS-TONIGHT-COUNT PIC 9(4) VALUE 0.
       01 WS-TABLE-FULL PIC X VALUE "N".
           88 TABLE-FULL VALUE "Y".
       01 WS-LOAD-EOF PIC X VALUE "N".
           88 LOAD-EOF VALUE "Y".

      * The chain walk for an offer without a peak: the batch's
      * eighteen-digit arithmetic and overflow bound.
       01 WS-WALK-VALUE PIC 9(18).
       01 WS-WALK-BAD PIC X VALUE "N".
       01 WS-NUMBER-OVERFLOW-LIMIT PIC 9(18)
           VALUE 333333333333333333.

       01 WS-NUMBER-EDIT PIC Z(17)9.
       01 WS-VALUE-EDIT PIC Z(17)9.
       01 WS-STEPS-EDIT PIC ZZZ9.
       01 WS-COUNT-EDIT PIC ZZZ9.
       01 WS-COUNT-EDIT-2 PIC ZZZ9.
       01 WS-RUNS-EDIT PIC Z(7)9.
       01 WS-NEW-FLAG PIC X(5).
       01 WS-LIST-NAME PIC X(5).
       01 WS-VALUE-NAME PIC X(5).

      * Lock request block, serviced by FILELOCK.
       01 WS-LOCK-REQUEST.
           05 WS-LOCK-ACTION PIC X(8).
           05 WS-LOCK-FILE-ID PIC X(8).
           05 WS-LOCK-RESULT PIC 9.

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       LINKAGE SECTION.
      * One request per call. REC-ACTION is OPEN, OFFER, CLOSE or
      * REPORT; REC-SOURCE names the run on OPEN (BATCH, MERGE).
      * An OFFER carries one clean number, its steps and its peak
      * (zero when the caller has no chain to take it from).
      * REC-RESULT comes back 1 from CLOSE when the RECORDS lock
      * stayed busy and the register was not updated;
      * REC-NEW-COUNT is the new records CLOSE posted.
       01 REC-REQUEST.
           05 REC-ACTION PIC X(8).
           05 REC-SOURCE PIC X(8).
           05 REC-NUMBER PIC 9(18).
           05 REC-STEPS PIC 9(4).
           05 REC-PEAK PIC 9(18).
           05 REC-RESULT PIC 9.
           05 REC-NEW-COUNT PIC 9(4).

       PROCEDURE DIVISION USING REC-REQUEST.

       COLLREC-DISPATCH.
           MOVE 0 TO REC-RESULT
           EVALUATE REC-ACTION
               WHEN "OPEN"
                   PERFORM OPEN-RUN
               WHEN "OFFER"
                   PERFORM OFFER-NUMBER
               WHEN "CLOSE"
                   PERFORM CLOSE-RUN
               WHEN "REPORT"
                   PERFORM REPORT-REGISTER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.
       COLLREC-DISPATCH-EXIT.
           EXIT.

      * A fresh run-local register and this run's stamp.
       OPEN-RUN.
           MOVE 0 TO WS-REG-COUNT(3)
           MOVE 0 TO WS-REG-COUNT(4)
           MOVE "N" TO WS-TABLE-FULL
           MOVE REC-SOURCE TO WS-RUN-SOURCE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-RUN-DATE
           MOVE WS-NOW(9:6) TO WS-RUN-TIME.
       OPEN-RUN-EXIT.
           EXIT.

       OFFER-NUMBER.
           IF REC-PEAK = 0 THEN
               PERFORM WALK-FOR-PEAK
           END-IF
           MOVE REC-NUMBER TO WS-OFFER-START
           MOVE WS-RUN-STAMP TO WS-OFFER-RUN
           MOVE 3 TO WS-LX
           MOVE REC-STEPS TO WS-OFFER-VALUE
           PERFORM OFFER-TO-LIST
           IF REC-PEAK > 0 THEN
               MOVE 4 TO WS-LX
               MOVE REC-PEAK TO WS-OFFER-VALUE
               PERFORM OFFER-TO-LIST
           END-IF.
       OFFER-NUMBER-EXIT.
           EXIT.

      * The chain from REC-NUMBER down to 1, keeping the highest
      * value; a chain that would overflow leaves REC-PEAK at zero
      * and the number out of the peak list.
       WALK-FOR-PEAK.
           MOVE REC-NUMBER TO WS-WALK-VALUE
           MOVE REC-NUMBER TO REC-PEAK
           MOVE "N" TO WS-WALK-BAD
           PERFORM UNTIL WS-WALK-VALUE <= 1 OR WS-WALK-BAD = "Y"
               IF FUNCTION MOD(WS-WALK-VALUE, 2) NOT = 0 THEN
                   IF WS-WALK-VALUE >= WS-NUMBER-OVERFLOW-LIMIT THEN
                       MOVE "Y" TO WS-WALK-BAD
                   ELSE
                       COMPUTE WS-WALK-VALUE = (WS-WALK-VALUE * 3) + 1
                   END-IF
               ELSE
                   COMPUTE WS-WALK-VALUE = WS-WALK-VALUE / 2
               END-IF
               IF WS-WALK-VALUE > REC-PEAK THEN
                   MOVE WS-WALK-VALUE TO REC-PEAK
               END-IF
           END-PERFORM
           IF WS-WALK-BAD = "Y" THEN
               MOVE 0 TO REC-PEAK
           END-IF.
       WALK-FOR-PEAK-EXIT.
           EXIT.

      ******************************************************************
      * One candidate into list WS-LX. It is a record when its value
      * beats the entry just before its start (values rise down the
      * list, so that entry holds the best of every smaller start).
      * Taken, it goes in at its place, and the entries after it
      * whose value it equals or beats are no longer records and
      * come out. A start already on the list is left alone -- the
      * same number always has the same chain.
      ******************************************************************
       OFFER-TO-LIST.
           MOVE "N" TO WS-OFFER-TAKEN
           MOVE 0 TO WS-OFFER-DISPLACED
           MOVE 1 TO WS-POS
           PERFORM UNTIL WS-POS > WS-REG-COUNT(WS-LX)
               OR WS-REG-START(WS-LX, WS-POS) >= WS-OFFER-START
               ADD 1 TO WS-POS
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-POS <= WS-REG-COUNT(WS-LX)
                   AND WS-REG-START(WS-LX, WS-POS) = WS-OFFER-START
                   CONTINUE
               WHEN WS-POS > 1
                   AND WS-OFFER-VALUE
                       <= WS-REG-VALUE(WS-LX, WS-POS - 1)
                   CONTINUE
               WHEN OTHER
                   PERFORM INSERT-INTO-LIST
           END-EVALUATE.
       OFFER-TO-LIST-EXIT.
           EXIT.

       INSERT-INTO-LIST.
           MOVE WS-POS TO WS-PAST
           PERFORM UNTIL WS-PAST > WS-REG-COUNT(WS-LX)
               OR WS-REG-VALUE(WS-LX, WS-PAST) > WS-OFFER-VALUE
               ADD 1 TO WS-PAST
           END-PERFORM
           COMPUTE WS-OFFER-DISPLACED = WS-PAST - WS-POS
           EVALUATE TRUE
               WHEN WS-OFFER-DISPLACED = 0
                   AND WS-REG-COUNT(WS-LX) >= 500
                   SET TABLE-FULL TO TRUE
               WHEN WS-OFFER-DISPLACED = 0
                   PERFORM VARYING WS-MOVE-IX
                       FROM WS-REG-COUNT(WS-LX) BY -1
                       UNTIL WS-MOVE-IX < WS-POS
                       MOVE WS-REG-ENTRY(WS-LX, WS-MOVE-IX)
                           TO WS-REG-ENTRY(WS-LX, WS-MOVE-IX + 1)
                   END-PERFORM
                   ADD 1 TO WS-REG-COUNT(WS-LX)
                   SET OFFER-TAKEN TO TRUE
               WHEN OTHER
                   COMPUTE WS-SHIFT = WS-OFFER-DISPLACED - 1
                   IF WS-SHIFT > 0 THEN
                       PERFORM VARYING WS-MOVE-IX FROM WS-PAST BY 1
                           UNTIL WS-MOVE-IX > WS-REG-COUNT(WS-LX)
                           COMPUTE WS-TO-IX = WS-MOVE-IX - WS-SHIFT
                           MOVE WS-REG-ENTRY(WS-LX, WS-MOVE-IX)
                               TO WS-REG-ENTRY(WS-LX, WS-TO-IX)
                       END-PERFORM
                       SUBTRACT WS-SHIFT FROM WS-REG-COUNT(WS-LX)
                   END-IF
                   SET OFFER-TAKEN TO TRUE
           END-EVALUATE
           IF OFFER-TAKEN THEN
               MOVE WS-OFFER-START TO WS-REG-START(WS-LX, WS-POS)
               MOVE WS-OFFER-VALUE TO WS-REG-VALUE(WS-LX, WS-POS)
               MOVE WS-OFFER-RUN TO WS-REG-RUN(WS-LX, WS-POS)
           END-IF.
       INSERT-INTO-LIST-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE: fold this run's records into RECORDS under the lock,
      * then report. A busy lock leaves RECORDS as it was -- the run
      * itself has already finished, so this is a warning, not a
      * failure of the run.
      ******************************************************************
       CLOSE-RUN.
           MOVE 0 TO WS-NEW-RECORDS
           MOVE 0 TO REC-NEW-COUNT
           MOVE "ACQUIRE" TO WS-LOCK-ACTION
           MOVE "RECORDS" TO WS-LOCK-FILE-ID
           CALL "FILELOCK" USING WS-LOCK-REQUEST
           IF WS-LOCK-RESULT NOT = 0 THEN
               MOVE 1 TO REC-RESULT
               DISPLAY "COLLREC: RECORDS BUSY, REGISTER NOT UPDATED"
           ELSE
               PERFORM CLOSE-RUN-LOCKED
               MOVE "RELEASE" TO WS-LOCK-ACTION
               CALL "FILELOCK" USING WS-LOCK-REQUEST
               MOVE WS-NEW-RECORDS TO REC-NEW-COUNT
               PERFORM WRITE-REGISTER-REPORT
           END-IF
           PERFORM LOG-AUDIT-ENTRY.
       CLOSE-RUN-EXIT.
           EXIT.

       CLOSE-RUN-LOCKED.
           PERFORM LOAD-REGISTER
           MOVE 0 TO WS-LAST-DISPLACED
           PERFORM VARYING WS-RUN-LX FROM 3 BY 1 UNTIL WS-RUN-LX > 4
               COMPUTE WS-LX = WS-RUN-LX - 2
               PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT(WS-RUN-LX)
                   PERFORM POST-ONE-RUN-RECORD
               END-PERFORM
           END-PERFORM
           ADD 1 TO WS-RUNS-POSTED
           MOVE WS-RUN-STAMP TO WS-LAST-RUN
           PERFORM SAVE-REGISTER.
       CLOSE-RUN-LOCKED-EXIT.
           EXIT.

       POST-ONE-RUN-RECORD.
           MOVE WS-REG-START(WS-RUN-LX, WS-REG-IX) TO WS-OFFER-START
           MOVE WS-REG-VALUE(WS-RUN-LX, WS-REG-IX) TO WS-OFFER-VALUE
           MOVE WS-REG-RUN(WS-RUN-LX, WS-REG-IX) TO WS-OFFER-RUN
           PERFORM OFFER-TO-LIST
           IF OFFER-TAKEN THEN
               ADD 1 TO WS-NEW-RECORDS
               ADD WS-OFFER-DISPLACED TO WS-LAST-DISPLACED
           END-IF.
       POST-ONE-RUN-RECORD-EXIT.
           EXIT.

      * REPORT: the register as it stands, for the menu.
       REPORT-REGISTER.
           MOVE "N" TO WS-TABLE-FULL
           PERFORM LOAD-REGISTER
           PERFORM WRITE-REGISTER-REPORT
           PERFORM LOG-AUDIT-ENTRY.
       REPORT-REGISTER-EXIT.
           EXIT.

       LOAD-REGISTER.
           MOVE 0 TO WS-REG-COUNT(1)
           MOVE 0 TO WS-REG-COUNT(2)
           MOVE 0 TO WS-RUNS-POSTED
           MOVE 0 TO WS-LAST-DISPLACED
           MOVE SPACES TO WS-LAST-RUN
           MOVE "N" TO WS-LOAD-EOF
           OPEN INPUT RECORDS-FILE
           PERFORM UNTIL LOAD-EOF
               READ RECORDS-FILE
                   AT END
                       SET LOAD-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE RECORDS-FILE.
       LOAD-REGISTER-EXIT.
           EXIT.

       LOAD-ONE-RECORD.
           MOVE 0 TO WS-LX
           EVALUATE TRUE
               WHEN RR-HEADER
                   MOVE RR-START TO WS-RUNS-POSTED
                   MOVE RR-VALUE TO WS-LAST-DISPLACED
                   MOVE RR-RUN TO WS-LAST-RUN
               WHEN RR-DELAY
                   MOVE 1 TO WS-LX
               WHEN RR-PEAK
                   MOVE 2 TO WS-LX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-LX > 0 AND WS-REG-COUNT(WS-LX) < 500 THEN
               ADD 1 TO WS-REG-COUNT(WS-LX)
               MOVE WS-REG-COUNT(WS-LX) TO WS-REG-IX
               MOVE RR-START TO WS-REG-START(WS-LX, WS-REG-IX)
               MOVE RR-VALUE TO WS-REG-VALUE(WS-LX, WS-REG-IX)
               MOVE RR-RUN TO WS-REG-RUN(WS-LX, WS-REG-IX)
           END-IF.
       LOAD-ONE-RECORD-EXIT.
           EXIT.

       SAVE-REGISTER.
           OPEN OUTPUT RECORDS-FILE
           MOVE SPACES TO RECORDS-RECORD
           MOVE "H" TO RR-LIST
           MOVE WS-RUNS-POSTED TO RR-START
           MOVE WS-LAST-DISPLACED TO RR-VALUE
           MOVE WS-LAST-RUN TO RR-RUN
           WRITE RECORDS-RECORD
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 2
               PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT(WS-LX)
                   MOVE SPACES TO RECORDS-RECORD
                   IF WS-LX = 1 THEN
                       MOVE "D" TO RR-LIST
                   ELSE
                       MOVE "P" TO RR-LIST
                   END-IF
                   MOVE WS-REG-START(WS-LX, WS-REG-IX) TO RR-START
                   MOVE WS-REG-VALUE(WS-LX, WS-REG-IX) TO RR-VALUE
                   MOVE WS-REG-RUN(WS-LX, WS-REG-IX) TO RR-RUN
                   WRITE RECORDS-RECORD
               END-PERFORM
           END-PERFORM
           CLOSE RECORDS-FILE.
       SAVE-REGISTER-EXIT.
           EXIT.

      ******************************************************************
      * RECRPT: both tables in start order, entries set on the night
      * of the latest run flagged NEW, then those entries listed on
      * their own. "The night" is the latest run's date, so a
      * sharded night's four batches and its merge read as one.
      ******************************************************************
       WRITE-REGISTER-REPORT.
           MOVE 0 TO WS-TONIGHT-COUNT
           OPEN OUTPUT RECORDS-REPORT
           MOVE SPACES TO RECORDS-REPORT-LINE
           STRING "COLLATZ RECORD-HOLDERS REGISTER  LATEST RUN "
               WS-LAST-RUN
               DELIMITED BY SIZE INTO RECORDS-REPORT-LINE
           WRITE RECORDS-REPORT-LINE
           MOVE WS-RUNS-POSTED TO WS-RUNS-EDIT
           MOVE WS-REG-COUNT(1) TO WS-COUNT-EDIT
           MOVE WS-REG-COUNT(2) TO WS-COUNT-EDIT-2
           MOVE SPACES TO RECORDS-REPORT-LINE
           STRING "RUNS POSTED " WS-RUNS-EDIT
               "  DELAY RECORDS " WS-COUNT-EDIT
               "  PEAK RECORDS " WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO RECORDS-REPORT-LINE
           WRITE RECORDS-REPORT-LINE
           IF TABLE-FULL THEN
               MOVE "A LIST IS FULL AT 500 -- LATER RECORDS NOT HELD"
                   TO RECORDS-REPORT-LINE
               WRITE RECORDS-REPORT-LINE
           END-IF
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 2
               PERFORM WRITE-ONE-TABLE
           END-PERFORM

           MOVE SPACES TO RECORDS-REPORT-LINE
           WRITE RECORDS-REPORT-LINE
           MOVE SPACES TO RECORDS-REPORT-LINE
           STRING "NEW RECORDS ON " WS-LAST-RUN(10:8)
               DELIMITED BY SIZE INTO RECORDS-REPORT-LINE
           WRITE RECORDS-REPORT-LINE
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 2
               PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT(WS-LX)
                   IF WS-LAST-RUN NOT = SPACES
                       AND WS-REG-RUN(WS-LX, WS-REG-IX)(10:8)
                           = WS-LAST-RUN(10:8) THEN
                       PERFORM WRITE-TONIGHT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-TONIGHT-COUNT = 0 THEN
               MOVE "  NONE" TO RECORDS-REPORT-LINE
               WRITE RECORDS-REPORT-LINE
           END-IF
           MOVE WS-TONIGHT-COUNT TO WS-COUNT-EDIT
           MOVE WS-LAST-DISPLACED TO WS-COUNT-EDIT-2
           MOVE SPACES TO RECORDS-REPORT-LINE
           STRING "*** NEW " WS-COUNT-EDIT
               "  DISPLACED BY LATEST RUN " WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO RECORDS-REPORT-LINE
           WRITE RECORDS-REPORT-LINE
           CLOSE RECORDS-REPORT.
       WRITE-REGISTER-REPORT-EXIT.
           EXIT.

       WRITE-ONE-TABLE.
           MOVE SPACES TO RECORDS-REPORT-LINE
           WRITE RECORDS-REPORT-LINE
           IF WS-LX = 1 THEN
               MOVE "DELAY RECORDS -- STEPS ABOVE EVERY SMALLER START"
                   TO RECORDS-REPORT-LINE
               WRITE RECORDS-REPORT-LINE
               MOVE "      START NUMBER  STEPS  FOUND BY RUN"
                   TO RECORDS-REPORT-LINE
           ELSE
               MOVE "PEAK RECORDS -- PEAK ABOVE EVERY SMALLER START"
                   TO RECORDS-REPORT-LINE
               WRITE RECORDS-REPORT-LINE
               MOVE
               "      START NUMBER          PEAK VALUE  FOUND BY RUN"
                   TO RECORDS-REPORT-LINE
           END-IF
           WRITE RECORDS-REPORT-LINE
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
               UNTIL WS-REG-IX > WS-REG-COUNT(WS-LX)
               MOVE SPACES TO WS-NEW-FLAG
               IF WS-LAST-RUN NOT = SPACES
                   AND WS-REG-RUN(WS-LX, WS-REG-IX)(10:8)
                       = WS-LAST-RUN(10:8) THEN
                   MOVE " NEW" TO WS-NEW-FLAG
               END-IF
               MOVE WS-REG-START(WS-LX, WS-REG-IX) TO WS-NUMBER-EDIT
               MOVE SPACES TO RECORDS-REPORT-LINE
               IF WS-LX = 1 THEN
                   MOVE WS-REG-VALUE(WS-LX, WS-REG-IX) TO WS-STEPS-EDIT
                   STRING WS-NUMBER-EDIT "   " WS-STEPS-EDIT "  "
                       WS-REG-RUN(WS-LX, WS-REG-IX) WS-NEW-FLAG
                       DELIMITED BY SIZE INTO RECORDS-REPORT-LINE
               ELSE
                   MOVE WS-REG-VALUE(WS-LX, WS-REG-IX) TO WS-VALUE-EDIT
                   STRING WS-NUMBER-EDIT "  " WS-VALUE-EDIT "  "
                       WS-REG-RUN(WS-LX, WS-REG-IX) WS-NEW-FLAG
                       DELIMITED BY SIZE INTO RECORDS-REPORT-LINE
               END-IF
               WRITE RECORDS-REPORT-LINE
           END-PERFORM.
       WRITE-ONE-TABLE-EXIT.
           EXIT.

       WRITE-TONIGHT-LINE.
           ADD 1 TO WS-TONIGHT-COUNT
           IF WS-LX = 1 THEN
               MOVE "DELAY" TO WS-LIST-NAME
               MOVE "STEPS" TO WS-VALUE-NAME
           ELSE
               MOVE "PEAK" TO WS-LIST-NAME
               MOVE "PEAK" TO WS-VALUE-NAME
           END-IF
           MOVE WS-REG-START(WS-LX, WS-REG-IX) TO WS-NUMBER-EDIT
           MOVE WS-REG-VALUE(WS-LX, WS-REG-IX) TO WS-VALUE-EDIT
           MOVE SPACES TO RECORDS-REPORT-LINE
           STRING "  " WS-LIST-NAME " START " WS-NUMBER-EDIT
               " " WS-VALUE-NAME WS-VALUE-EDIT
               " RUN " WS-REG-RUN(WS-LX, WS-REG-IX)(1:8)
               DELIMITED BY SIZE INTO RECORDS-REPORT-LINE
           WRITE RECORDS-REPORT-LINE.
       WRITE-TONIGHT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this call --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "COLLREC" TO WS-AUDIT-PROGRAM
           MOVE SPACES TO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING REC-ACTION " " REC-SOURCE
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           IF REC-RESULT NOT = 0 THEN
               MOVE "RECORDS BUSY, NOT UPDATED" TO WS-AUDIT-RESULT
           ELSE
               STRING "NEW " WS-NEW-RECORDS
                   " DISPLACED " WS-LAST-DISPLACED
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           END-IF
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
       END PROGRAM COLLREC.
