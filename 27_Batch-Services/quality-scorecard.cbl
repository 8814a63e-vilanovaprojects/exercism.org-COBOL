      ******************************************************************
      * DQSCORE: the daily data-quality scorecard. Every batch that
      * screens a feed leaves its rejects somewhere different --
      * NUMREJ, NUCERR, RNAERR, GCEXCP, DUPRPT, DEGENLOG, TRUNCLOG,
      * QUALRPT -- and nobody added them up, so a sender whose feed
      * was slowly going bad was only noticed when a batch finally
      * failed. This program reads all eight each day and scores
      * each feed behind them:
      *   - today's rejects against today's input count, as a rate;
      *   - the rejects broken down by the reason each file gives;
      *   - the rate's last thirty days from the DQHIST history;
      *   - a flag when the rate is over DQ-REJECT-PCT-MAX
      *     (PARMFILE, default 5 percent) or has risen on each of
      *     the feed's last three scored days.
      * The scorecard goes to DQSCARD, which DISTRIB carries in its
      * report catalog: each feed's owning department gets it by a
      * DQSCARD row on ROUTEFIL, the same as any other report.
      *
      * Which rejects are today's: some of the files are appended
      * to for ever, some are replaced by each run, and TRUNCLOG is
      * swept to its archive. DQMARKS keeps, per file, its line
      * count and a hash of its contents as they stood at the end
      * of the previous scoring day. A file that still begins with
      * exactly those lines has only its lines past them counted;
      * one that does not (replaced or swept since) is counted
      * whole; one unchanged since is counted as nothing. A rerun
      * on the same day scores against the same marks, so it
      * restates the day rather than counting nothing.
      *
      * The input counts come from the files themselves where they
      * carry one (NUMREJ's control line, QUALRPT's samples), else
      * from today's BALHIST entry for the feed, else by counting
      * the feed file as it stands. A feed with neither input nor
      * rejects today is reported as not scored and kept off the
      * history.
      *
      * DQHIST: date(8) time(6) feed(8) input(8) rejects(8)
      *   rate(5, percent to two places) flag(1) -- T over the
      *   threshold, R rising, B both. Appended; the last line for a
      *   feed on a day is how it stands.
      * DQREASON: date(8) time(6) feed(8) file(8) reason(30)
      *   count(6), one line per reason per run.
      * Fields on both are separated by single spaces.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SOURCE-FILE ASSIGN USING WS-SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT OPTIONAL BALANCE-HISTORY ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MARK-FILE ASSIGN TO "DQMARKS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCORE-HISTORY ASSIGN TO "DQHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REASON-HISTORY ASSIGN TO "DQREASON"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCORECARD ASSIGN TO "DQSCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SOURCE-FILE.
       01 SOURCE-LINE PIC X(513).

      * BALANCER's ledger of per-pair input counts.
       FD BALANCE-HISTORY.
       01 BALANCE-HISTORY-RECORD.
           05 BH-DATE PIC 9(8).
           05 FILLER PIC X.
           05 BH-PAIR PIC X(20).
           05 FILLER PIC X.
           05 BH-COUNT PIC 9(8).

      * Per reject file: the scoring day the marks were rolled
      * forward on, the file as it stood before that day, and the
      * file as it stood at the latest scoring.
       FD MARK-FILE.
       01 MARK-RECORD.
           05 MK-SOURCE PIC X(8).
           05 FILLER PIC X.
           05 MK-DATE PIC 9(8).
           05 FILLER PIC X.
           05 MK-START-LINES PIC 9(8).
           05 FILLER PIC X.
           05 MK-START-HASH PIC 9(15).
           05 FILLER PIC X.
           05 MK-END-LINES PIC 9(8).
           05 FILLER PIC X.
           05 MK-END-HASH PIC 9(15).

       FD SCORE-HISTORY.
       01 SCORE-HISTORY-RECORD.
           05 SH-DATE PIC 9(8).
           05 FILLER PIC X.
           05 SH-TIME PIC X(6).
           05 FILLER PIC X.
           05 SH-FEED PIC X(8).
           05 FILLER PIC X.
           05 SH-INPUT PIC 9(8).
           05 FILLER PIC X.
           05 SH-REJECTS PIC 9(8).
           05 FILLER PIC X.
           05 SH-RATE PIC 9(3)V99.
           05 FILLER PIC X.
           05 SH-FLAG PIC X.

       FD REASON-HISTORY.
       01 REASON-HISTORY-RECORD.
           05 RH-DATE PIC 9(8).
           05 FILLER PIC X.
           05 RH-TIME PIC X(6).
           05 FILLER PIC X.
           05 RH-FEED PIC X(8).
           05 FILLER PIC X.
           05 RH-SOURCE PIC X(8).
           05 FILLER PIC X.
           05 RH-REASON PIC X(30).
           05 FILLER PIC X.
           05 RH-COUNT PIC 9(6).

       FD SCORECARD.
       01 SCORECARD-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RUN-STAMP PIC X(26).
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-DAYS PIC 9(7) VALUE 0.

      * The feeds scored, by ordinal, each with the BALANCER pair
      * that counts its input (FASTQIN has none; QUALRPT counts it).
       01 WS-FEED-NAMES.
           05 FILLER PIC X(8) VALUE "NUMFILE".
           05 FILLER PIC X(20) VALUE "NUMFILE->STEPSRPT".
           05 FILLER PIC X(8) VALUE "SEQFILE".
           05 FILLER PIC X(20) VALUE "SEQFILE->RNAFILE".
           05 FILLER PIC X(8) VALUE "SIDESFIL".
           05 FILLER PIC X(20) VALUE "SIDESFIL->RESULTFL".
           05 FILLER PIC X(8) VALUE "NAMEFILE".
           05 FILLER PIC X(20) VALUE "NAMEFILE->GREETFIL".
           05 FILLER PIC X(8) VALUE "FASTQIN".
           05 FILLER PIC X(20) VALUE SPACES.
       01 WS-FEED-NAME-TABLE REDEFINES WS-FEED-NAMES.
           05 WS-FEED-DEF OCCURS 5 TIMES.
               10 WS-FEED-NAME PIC X(8).
               10 WS-FEED-PAIR PIC X(20).
       01 WS-FEED-ID PIC 9 VALUE 0.

      * The reject and exception files, by ordinal, each with the
      * ordinal of the feed its rejects are charged to.
       01 WS-SOURCE-NAMES.
           05 FILLER PIC X(9) VALUE "NUMREJ  1".
           05 FILLER PIC X(9) VALUE "NUCERR  2".
           05 FILLER PIC X(9) VALUE "RNAERR  2".
           05 FILLER PIC X(9) VALUE "GCEXCP  2".
           05 FILLER PIC X(9) VALUE "DUPRPT  2".
           05 FILLER PIC X(9) VALUE "DEGENLOG3".
           05 FILLER PIC X(9) VALUE "TRUNCLOG4".
           05 FILLER PIC X(9) VALUE "QUALRPT 5".
       01 WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
           05 WS-SOURCE-DEF OCCURS 8 TIMES.
               10 WS-SOURCE-NAME PIC X(8).
               10 WS-SOURCE-FEED PIC 9.
       01 WS-SOURCE-ID PIC 9 VALUE 0.
       01 WS-SOURCE-FILE-NAME PIC X(8).
       01 WS-SOURCE-STATUS PIC XX VALUE "00".
       01 WS-SOURCE-EOF PIC X VALUE "N".
           88 SOURCE-EOF VALUE "Y".

      * The marks loaded whole, one row per reject file.
       01 WS-MARK-TABLE.
           05 WS-MARK-ENTRY OCCURS 8 TIMES.
               10 WS-MK-DATE PIC 9(8).
               10 WS-MK-START-LINES PIC 9(8).
               10 WS-MK-START-HASH PIC 9(15).
               10 WS-MK-END-LINES PIC 9(8).
               10 WS-MK-END-HASH PIC 9(15).
       01 WS-MARK-EOF PIC X VALUE "N".
           88 MARK-EOF VALUE "Y".

      * The reject file being read: its lines, its hash whole and
      * over the lines the marks already cover, and how many lines
      * to pass over as counted on an earlier day.
       01 WS-FILE-LINES PIC 9(8).
       01 WS-FILE-HASH PIC 9(15).
       01 WS-PREFIX-HASH PIC 9(15).
       01 WS-SKIP-LINES PIC 9(8).
       01 WS-LINE-NUMBER PIC 9(8).
       01 WS-NEW-LINES PIC 9(8).
       01 WS-HASH-WORK PIC 9(18).
       01 WS-LINE-LENGTH PIC 9(4).
       01 WS-CHAR-INDEX PIC 9(4).

      * One reject-file line taken apart: the rejects it stands for,
      * the reason they carry, and any input it reports.
       01 WS-LINE-REJECTS PIC 9(6).
       01 WS-LINE-INPUT PIC 9(8).
       01 WS-LINE-REASON PIC X(30).
       01 WS-PART-1 PIC X(513).
       01 WS-PART-2 PIC X(513).
       01 WS-WORD-1 PIC X(20).
       01 WS-WORD-2 PIC X(20).
       01 WS-WORD-3 PIC X(20).
       01 WS-TALLY PIC 9(4).
       01 WS-QUOTE-AT PIC 9(4).

      * Today's score per feed. WS-FD-OWN-INPUT is what the reject
      * files themselves report; WS-FD-STATE is S when scored, N
      * when the feed had neither input nor rejects today.
       01 WS-FEED-SCORES.
           05 WS-FEED-SCORE OCCURS 5 TIMES.
               10 WS-FD-OWN-INPUT PIC 9(8).
               10 WS-FD-INPUT PIC 9(8).
               10 WS-FD-REJECTS PIC 9(8).
               10 WS-FD-UNLISTED PIC 9(8).
               10 WS-FD-RATE PIC 9(3)V99.
               10 WS-FD-STATE PIC X.
               10 WS-FD-NO-INPUT PIC X.
               10 WS-FD-FLAG PIC X.
               10 WS-FD-DAYS PIC 99.
               10 WS-FD-AVG PIC 9(3)V99.
               10 WS-FD-MAX PIC 9(3)V99.
       01 WS-RATE-WORK PIC 9(9)V99.
       01 WS-BAL-COUNT PIC 9(8).
       01 WS-BAL-FOUND PIC X.
       01 WS-BAL-EOF PIC X VALUE "N".
           88 BAL-EOF VALUE "Y".

      * Today's rejects broken down by feed, file and reason.
       01 WS-REASON-COUNT PIC 99 VALUE 0.
       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 50 TIMES.
               10 WS-RS-FEED PIC 9.
               10 WS-RS-SOURCE PIC X(8).
               10 WS-RS-REASON PIC X(30).
               10 WS-RS-COUNT PIC 9(6).
       01 WS-REASON-INDEX PIC 99.
       01 WS-REASON-MATCH PIC 99.

      * The thirty days to today per feed, oldest first; day 30 is
      * today. A day with no history line carries no rate.
       01 WS-TREND-TABLE.
           05 WS-TREND-FEED OCCURS 5 TIMES.
               10 WS-TREND-DAY OCCURS 30 TIMES.
                   15 WS-TR-RATE PIC 9(3)V99.
                   15 WS-TR-SEEN PIC X.
       01 WS-DAY-INDEX PIC 99.
       01 WS-DAY-OFFSET PIC S9(7).
       01 WS-HIST-EOF PIC X VALUE "N".
           88 HIST-EOF VALUE "Y".
       01 WS-RATE-SUM PIC 9(6)V99.
       01 WS-RISE-COUNT PIC 9.
       01 WS-RISE-TABLE.
           05 WS-RISE-RATE PIC 9(3)V99 OCCURS 4 TIMES.

      * The flag threshold, from PARMFILE.
       01 WS-THRESHOLD PIC 9(3)V99 VALUE 5.
       01 WS-THRESHOLD-EDIT PIC ZZ9.99.

       01 WS-CTL-SCORED PIC 9 VALUE 0.
       01 WS-CTL-FLAGGED PIC 9 VALUE 0.
       01 WS-COUNT-EDIT PIC Z(7)9.
       01 WS-SMALL-EDIT PIC Z(5)9.
       01 WS-RATE-EDIT PIC ZZ9.99.
       01 WS-DAYS-EDIT PIC Z9.
       01 WS-TREND-EDIT PIC ZZ9.
       01 WS-TREND-COLUMN PIC 999.

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

       DQSCORE-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE SPACES TO WS-ERROR-MESSAGE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE 0 TO WS-CTL-SCORED
           MOVE 0 TO WS-CTL-FLAGGED
           MOVE 0 TO WS-REASON-COUNT
           INITIALIZE WS-FEED-SCORES
           INITIALIZE WS-TREND-TABLE
           PERFORM LOAD-THRESHOLD
           PERFORM LOAD-MARKS
           PERFORM VARYING WS-SOURCE-ID FROM 1 BY 1
               UNTIL WS-SOURCE-ID > 8
               PERFORM SCORE-ONE-SOURCE
           END-PERFORM
           PERFORM VARYING WS-FEED-ID FROM 1 BY 1
               UNTIL WS-FEED-ID > 5
               PERFORM RATE-ONE-FEED
           END-PERFORM
           PERFORM LOAD-TREND-HISTORY
           PERFORM VARYING WS-FEED-ID FROM 1 BY 1
               UNTIL WS-FEED-ID > 5
               PERFORM FLAG-ONE-FEED
           END-PERFORM
           PERFORM WRITE-SCORECARD
           PERFORM APPEND-HISTORY
           PERFORM SAVE-MARKS
           IF WS-CTL-FLAGGED > 0 THEN
               SET WS-INVALID-INPUT TO TRUE
               STRING WS-CTL-FLAGGED " FEEDS FLAGGED FOR REJECT RATE,"
                   " SEE DQSCARD"
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-IF
           PERFORM LOG-AUDIT-ENTRY
      * Publish the outcome per the STATUSCD convention so the
      * job-plan runner can gate dependent steps on it.
           MOVE WS-RETURN-CODE TO WS-PUBLISHED-RETURN-CODE
           MOVE WS-ERROR-MESSAGE TO WS-PUBLISHED-ERROR-MESSAGE
           PERFORM RAISE-ALERT-IF-SEVERE
           DISPLAY "DQSCORE FEEDS SCORED " WS-CTL-SCORED
               " FLAGGED " WS-CTL-FLAGGED " -- SEE DQSCARD"
           GOBACK.
       DQSCORE-RUN-EXIT.
           EXIT.

       LOAD-THRESHOLD.
           MOVE "DQ-REJECT-PCT-MAX" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0 THEN
               IF FUNCTION NUMVAL(WS-PARM-VALUE) > 0
                   AND FUNCTION NUMVAL(WS-PARM-VALUE) < 1000 THEN
                   COMPUTE WS-THRESHOLD =
                       FUNCTION NUMVAL(WS-PARM-VALUE)
               END-IF
           END-IF.
       LOAD-THRESHOLD-EXIT.
           EXIT.

      ******************************************************************
      * The marks, matched to the reject files by name. A file with
      * no row yet starts from nothing, so its first scoring counts
      * everything it holds.
      ******************************************************************
       LOAD-MARKS.
           INITIALIZE WS-MARK-TABLE
           MOVE "N" TO WS-MARK-EOF
           OPEN INPUT MARK-FILE
           PERFORM UNTIL MARK-EOF
               READ MARK-FILE
                   AT END
                       SET MARK-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-SOURCE-ID FROM 1 BY 1
                           UNTIL WS-SOURCE-ID > 8
                           IF MK-SOURCE = WS-SOURCE-NAME(WS-SOURCE-ID)
                               AND MK-DATE IS NUMERIC THEN
                               PERFORM TAKE-MARK-ROW
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE MARK-FILE.
       LOAD-MARKS-EXIT.
           EXIT.

       TAKE-MARK-ROW.
           MOVE MK-DATE TO WS-MK-DATE(WS-SOURCE-ID)
           MOVE MK-START-LINES TO WS-MK-START-LINES(WS-SOURCE-ID)
           MOVE MK-START-HASH TO WS-MK-START-HASH(WS-SOURCE-ID)
           MOVE MK-END-LINES TO WS-MK-END-LINES(WS-SOURCE-ID)
           MOVE MK-END-HASH TO WS-MK-END-HASH(WS-SOURCE-ID).
       TAKE-MARK-ROW-EXIT.
           EXIT.

      ******************************************************************
      * One reject file. The first scoring on a new day rolls the
      * marks forward, so the file as last scored becomes the part
      * already counted. Pass one counts and hashes the file; pass
      * two takes apart only the lines not counted before.
      ******************************************************************
       SCORE-ONE-SOURCE.
           IF WS-MK-DATE(WS-SOURCE-ID) NOT = WS-TODAY THEN
               MOVE WS-TODAY TO WS-MK-DATE(WS-SOURCE-ID)
               MOVE WS-MK-END-LINES(WS-SOURCE-ID)
                   TO WS-MK-START-LINES(WS-SOURCE-ID)
               MOVE WS-MK-END-HASH(WS-SOURCE-ID)
                   TO WS-MK-START-HASH(WS-SOURCE-ID)
           END-IF
           MOVE WS-SOURCE-NAME(WS-SOURCE-ID) TO WS-SOURCE-FILE-NAME
           MOVE WS-SOURCE-FEED(WS-SOURCE-ID) TO WS-FEED-ID
           PERFORM HASH-SOURCE-FILE
           IF WS-FILE-LINES >= WS-MK-START-LINES(WS-SOURCE-ID)
               AND WS-PREFIX-HASH = WS-MK-START-HASH(WS-SOURCE-ID)
               THEN
               MOVE WS-MK-START-LINES(WS-SOURCE-ID) TO WS-SKIP-LINES
           ELSE
               MOVE 0 TO WS-SKIP-LINES
           END-IF
           COMPUTE WS-NEW-LINES = WS-FILE-LINES - WS-SKIP-LINES
           IF WS-NEW-LINES > 0 THEN
               PERFORM READ-NEW-LINES
           END-IF
           MOVE WS-FILE-LINES TO WS-MK-END-LINES(WS-SOURCE-ID)
           MOVE WS-FILE-HASH TO WS-MK-END-HASH(WS-SOURCE-ID).
       SCORE-ONE-SOURCE-EXIT.
           EXIT.

       HASH-SOURCE-FILE.
           MOVE 0 TO WS-FILE-LINES
           MOVE 0 TO WS-FILE-HASH
           MOVE 0 TO WS-PREFIX-HASH
           MOVE "N" TO WS-SOURCE-EOF
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS NOT = "00" THEN
               IF WS-SOURCE-STATUS = "05" THEN
                   CLOSE SOURCE-FILE
               END-IF
               SET SOURCE-EOF TO TRUE
           END-IF
           PERFORM UNTIL SOURCE-EOF
               READ SOURCE-FILE
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-LINES
                       PERFORM HASH-SOURCE-LINE
                       IF WS-FILE-LINES
                           = WS-MK-START-LINES(WS-SOURCE-ID) THEN
                           MOVE WS-FILE-HASH TO WS-PREFIX-HASH
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SOURCE-STATUS = "00" OR WS-SOURCE-STATUS = "10" THEN
               CLOSE SOURCE-FILE
           END-IF.
       HASH-SOURCE-FILE-EXIT.
           EXIT.

      * Each character weighted by its place in the line, so a
      * replaced report with the same lines in another order, or
      * the same digits moved about, hashes differently.
       HASH-SOURCE-LINE.
           MOVE WS-FILE-HASH TO WS-HASH-WORK
           IF SOURCE-LINE NOT = SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(SOURCE-LINE
                   TRAILING)) TO WS-LINE-LENGTH
               PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
                   UNTIL WS-CHAR-INDEX > WS-LINE-LENGTH
                   IF SOURCE-LINE(WS-CHAR-INDEX:1) NOT = SPACE THEN
                       COMPUTE WS-HASH-WORK = WS-HASH-WORK
                           + (FUNCTION ORD(
                               SOURCE-LINE(WS-CHAR-INDEX:1)) - 1)
                           * WS-CHAR-INDEX
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-FILE-HASH =
               FUNCTION MOD(WS-HASH-WORK + WS-FILE-LINES,
                   1000000000000000).
       HASH-SOURCE-LINE-EXIT.
           EXIT.

       READ-NEW-LINES.
           MOVE 0 TO WS-LINE-NUMBER
           MOVE "N" TO WS-SOURCE-EOF
           OPEN INPUT SOURCE-FILE
           PERFORM UNTIL SOURCE-EOF
               READ SOURCE-FILE
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       IF WS-LINE-NUMBER > WS-SKIP-LINES
                           AND SOURCE-LINE NOT = SPACES THEN
                           PERFORM CLASSIFY-SOURCE-LINE
                           PERFORM TALLY-SOURCE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE.
       READ-NEW-LINES-EXIT.
           EXIT.

      ******************************************************************
      * What one line of each reject file stands for, in that
      * file's own words. Summary and control lines carry no
      * rejects; NUMREJ's control line and QUALRPT's samples give
      * the input count.
      ******************************************************************
       CLASSIFY-SOURCE-LINE.
           MOVE 0 TO WS-LINE-REJECTS
           MOVE 0 TO WS-LINE-INPUT
           MOVE SPACES TO WS-LINE-REASON
           MOVE SPACES TO WS-PART-1
           MOVE SPACES TO WS-PART-2
           EVALUATE WS-SOURCE-NAME(WS-SOURCE-ID)
               WHEN "NUMREJ"
                   EVALUATE TRUE
                       WHEN SOURCE-LINE(1:7) = "RECORD "
                           MOVE 1 TO WS-LINE-REJECTS
                           PERFORM FIND-LAST-QUOTE
                           IF WS-QUOTE-AT > 0
                               AND WS-QUOTE-AT < 510 THEN
                               MOVE SOURCE-LINE(WS-QUOTE-AT + 2:30)
                                   TO WS-LINE-REASON
                           END-IF
                       WHEN SOURCE-LINE(1:13) = "CONTROL READ "
                           UNSTRING SOURCE-LINE DELIMITED BY ALL SPACE
                               INTO WS-WORD-1 WS-WORD-2 WS-WORD-3
                           IF FUNCTION TEST-NUMVAL(WS-WORD-3) = 0 THEN
                               COMPUTE WS-LINE-INPUT =
                                   FUNCTION NUMVAL(WS-WORD-3)
                           END-IF
                   END-EVALUATE
               WHEN "NUCERR"
               WHEN "RNAERR"
                   IF SOURCE-LINE(1:7) = "STRAND " THEN
                       MOVE 1 TO WS-LINE-REJECTS
                       UNSTRING SOURCE-LINE
                           DELIMITED BY " INVALID CHARACTER "
                           INTO WS-PART-1 WS-PART-2
                       STRING "INVALID CHARACTER " WS-PART-2(1:3)
                           DELIMITED BY SIZE INTO WS-LINE-REASON
                   END-IF
               WHEN "GCEXCP"
                   IF SOURCE-LINE(1:7) = "STRAND " THEN
                       MOVE 1 TO WS-LINE-REJECTS
                       MOVE "GC OR AMBIGUITY OUT OF BANDS"
                           TO WS-LINE-REASON
                   END-IF
               WHEN "DUPRPT"
                   IF SOURCE-LINE(1:7) = "SAMPLE " THEN
                       MOVE 1 TO WS-LINE-REJECTS
                       MOVE 0 TO WS-TALLY
                       INSPECT SOURCE-LINE
                           TALLYING WS-TALLY FOR ALL " ON SEQDONE"
                       IF WS-TALLY > 0 THEN
                           MOVE "DUPLICATES AN ARCHIVED SAMPLE"
                               TO WS-LINE-REASON
                       ELSE
                           MOVE "DUPLICATE WITHIN THE FEED"
                               TO WS-LINE-REASON
                       END-IF
                   END-IF
               WHEN "DEGENLOG"
      * The reason goes out full width, so two spaces end it ahead
      * of any PART/REV that follows.
                   MOVE 1 TO WS-LINE-REJECTS
                   UNSTRING SOURCE-LINE DELIMITED BY " REASON "
                       INTO WS-PART-1 WS-PART-2
                   UNSTRING WS-PART-2 DELIMITED BY "  "
                       INTO WS-LINE-REASON
               WHEN "TRUNCLOG"
                   MOVE 1 TO WS-LINE-REJECTS
                   UNSTRING SOURCE-LINE DELIMITED BY ":"
                       INTO WS-LINE-REASON
               WHEN "QUALRPT"
                   EVALUATE TRUE
                       WHEN SOURCE-LINE(1:7) = "SAMPLE "
                           MOVE 1 TO WS-LINE-INPUT
                           UNSTRING SOURCE-LINE DELIMITED BY " MASKED "
                               INTO WS-PART-1 WS-PART-2
                           IF WS-PART-2(1:6) IS NUMERIC THEN
                               IF WS-PART-2(1:6) > "000000" THEN
                                   MOVE 1 TO WS-LINE-REJECTS
                                   MOVE "BASES MASKED FOR LOW QUALITY"
                                       TO WS-LINE-REASON
                               END-IF
                           END-IF
                       WHEN SOURCE-LINE(1:6) = "PAIRS "
                           UNSTRING SOURCE-LINE
                               DELIMITED BY " UNPAIRED RECORDS "
                               INTO WS-PART-1 WS-PART-2
                           IF WS-PART-2(1:4) IS NUMERIC THEN
                               MOVE WS-PART-2(1:4) TO WS-LINE-REJECTS
                               MOVE WS-PART-2(1:4) TO WS-LINE-INPUT
                               MOVE "UNPAIRED RECORD"
                                   TO WS-LINE-REASON
                           END-IF
                   END-EVALUATE
           END-EVALUATE
           IF WS-LINE-REJECTS > 0 AND WS-LINE-REASON = SPACES THEN
               MOVE "REASON NOT GIVEN" TO WS-LINE-REASON
           END-IF.
       CLASSIFY-SOURCE-LINE-EXIT.
           EXIT.

      * NUMREJ quotes the rejected value; its reason follows the
      * closing quote.
       FIND-LAST-QUOTE.
           MOVE 0 TO WS-QUOTE-AT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SOURCE-LINE TRAILING))
               TO WS-LINE-LENGTH
           PERFORM VARYING WS-CHAR-INDEX FROM WS-LINE-LENGTH BY -1
               UNTIL WS-CHAR-INDEX < 1 OR WS-QUOTE-AT > 0
               IF SOURCE-LINE(WS-CHAR-INDEX:1) = "'" THEN
                   MOVE WS-CHAR-INDEX TO WS-QUOTE-AT
               END-IF
           END-PERFORM.
       FIND-LAST-QUOTE-EXIT.
           EXIT.

       TALLY-SOURCE-LINE.
           ADD WS-LINE-INPUT TO WS-FD-OWN-INPUT(WS-FEED-ID)
           IF WS-LINE-REJECTS > 0 THEN
               ADD WS-LINE-REJECTS TO WS-FD-REJECTS(WS-FEED-ID)
               MOVE 0 TO WS-REASON-MATCH
               PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
                   UNTIL WS-REASON-INDEX > WS-REASON-COUNT
                   IF WS-RS-FEED(WS-REASON-INDEX) = WS-FEED-ID
                       AND WS-RS-SOURCE(WS-REASON-INDEX)
                           = WS-SOURCE-NAME(WS-SOURCE-ID)
                       AND WS-RS-REASON(WS-REASON-INDEX)
                           = WS-LINE-REASON THEN
                       MOVE WS-REASON-INDEX TO WS-REASON-MATCH
                   END-IF
               END-PERFORM
               IF WS-REASON-MATCH = 0 AND WS-REASON-COUNT < 50 THEN
                   ADD 1 TO WS-REASON-COUNT
                   MOVE WS-REASON-COUNT TO WS-REASON-MATCH
                   MOVE WS-FEED-ID TO WS-RS-FEED(WS-REASON-MATCH)
                   MOVE WS-SOURCE-NAME(WS-SOURCE-ID)
                       TO WS-RS-SOURCE(WS-REASON-MATCH)
                   MOVE WS-LINE-REASON
                       TO WS-RS-REASON(WS-REASON-MATCH)
                   MOVE 0 TO WS-RS-COUNT(WS-REASON-MATCH)
               END-IF
               IF WS-REASON-MATCH > 0 THEN
                   ADD WS-LINE-REJECTS TO WS-RS-COUNT(WS-REASON-MATCH)
               ELSE
                   ADD WS-LINE-REJECTS TO WS-FD-UNLISTED(WS-FEED-ID)
               END-IF
           END-IF.
       TALLY-SOURCE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * A feed's input count and rate. A feed with rejects but no
      * input count is rated against its rejects alone -- 100
      * percent -- and says so, rather than passing as clean.
      ******************************************************************
       RATE-ONE-FEED.
           MOVE WS-FD-OWN-INPUT(WS-FEED-ID) TO WS-FD-INPUT(WS-FEED-ID)
           IF WS-FD-INPUT(WS-FEED-ID) = 0
               AND WS-FEED-PAIR(WS-FEED-ID) NOT = SPACES THEN
               PERFORM FIND-BALANCE-COUNT
               IF WS-BAL-FOUND = "Y" THEN
                   MOVE WS-BAL-COUNT TO WS-FD-INPUT(WS-FEED-ID)
               ELSE
                   PERFORM COUNT-FEED-FILE
               END-IF
           END-IF
           MOVE "N" TO WS-FD-NO-INPUT(WS-FEED-ID)
           IF WS-FD-INPUT(WS-FEED-ID) = 0
               AND WS-FD-REJECTS(WS-FEED-ID) = 0 THEN
               MOVE "N" TO WS-FD-STATE(WS-FEED-ID)
           ELSE
               MOVE "S" TO WS-FD-STATE(WS-FEED-ID)
               ADD 1 TO WS-CTL-SCORED
               IF WS-FD-INPUT(WS-FEED-ID) = 0 THEN
                   MOVE "Y" TO WS-FD-NO-INPUT(WS-FEED-ID)
                   MOVE 100 TO WS-FD-RATE(WS-FEED-ID)
               ELSE
                   COMPUTE WS-RATE-WORK ROUNDED =
                       (WS-FD-REJECTS(WS-FEED-ID) * 100)
                       / WS-FD-INPUT(WS-FEED-ID)
                   IF WS-RATE-WORK > 999.99 THEN
                       MOVE 999.99 TO WS-FD-RATE(WS-FEED-ID)
                   ELSE
                       MOVE WS-RATE-WORK TO WS-FD-RATE(WS-FEED-ID)
                   END-IF
               END-IF
           END-IF.
       RATE-ONE-FEED-EXIT.
           EXIT.

      * Today's last BALHIST entry for the feed's pair.
       FIND-BALANCE-COUNT.
           MOVE "N" TO WS-BAL-FOUND
           MOVE 0 TO WS-BAL-COUNT
           MOVE "N" TO WS-BAL-EOF
           OPEN INPUT BALANCE-HISTORY
           PERFORM UNTIL BAL-EOF
               READ BALANCE-HISTORY
                   AT END
                       SET BAL-EOF TO TRUE
                   NOT AT END
                       IF BH-DATE = WS-TODAY
                           AND BH-PAIR = WS-FEED-PAIR(WS-FEED-ID)
                           AND BH-COUNT IS NUMERIC THEN
                           MOVE "Y" TO WS-BAL-FOUND
                           MOVE BH-COUNT TO WS-BAL-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-HISTORY.
       FIND-BALANCE-COUNT-EXIT.
           EXIT.

       COUNT-FEED-FILE.
           MOVE WS-FEED-NAME(WS-FEED-ID) TO WS-SOURCE-FILE-NAME
           MOVE "N" TO WS-SOURCE-EOF
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS NOT = "00" THEN
               IF WS-SOURCE-STATUS = "05" THEN
                   CLOSE SOURCE-FILE
               END-IF
               SET SOURCE-EOF TO TRUE
           END-IF
           PERFORM UNTIL SOURCE-EOF
               READ SOURCE-FILE
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FD-INPUT(WS-FEED-ID)
               END-READ
           END-PERFORM
           IF WS-SOURCE-STATUS = "00" OR WS-SOURCE-STATUS = "10" THEN
               CLOSE SOURCE-FILE
           END-IF.
       COUNT-FEED-FILE-EXIT.
           EXIT.

      ******************************************************************
      * The twenty-nine days before today off DQHIST, one rate per
      * feed per day, the day's last line winning; today's own rate
      * fills day thirty.
      ******************************************************************
       LOAD-TREND-HISTORY.
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT SCORE-HISTORY
           PERFORM UNTIL HIST-EOF
               READ SCORE-HISTORY
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF SH-DATE IS NUMERIC
                           AND SH-DATE > 16010101
                           AND SH-DATE < WS-TODAY
                           AND SH-RATE IS NUMERIC THEN
                           PERFORM FOLD-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORE-HISTORY
           PERFORM VARYING WS-FEED-ID FROM 1 BY 1
               UNTIL WS-FEED-ID > 5
               IF WS-FD-STATE(WS-FEED-ID) = "S" THEN
                   MOVE WS-FD-RATE(WS-FEED-ID)
                       TO WS-TR-RATE(WS-FEED-ID, 30)
                   MOVE "Y" TO WS-TR-SEEN(WS-FEED-ID, 30)
               END-IF
           END-PERFORM.
       LOAD-TREND-HISTORY-EXIT.
           EXIT.

       FOLD-HISTORY-LINE.
           COMPUTE WS-DAY-OFFSET = WS-TODAY-DAYS
               - FUNCTION INTEGER-OF-DATE(SH-DATE)
           IF WS-DAY-OFFSET > 0 AND WS-DAY-OFFSET < 30 THEN
               COMPUTE WS-DAY-INDEX = 30 - WS-DAY-OFFSET
               PERFORM VARYING WS-FEED-ID FROM 1 BY 1
                   UNTIL WS-FEED-ID > 5
                   IF SH-FEED = WS-FEED-NAME(WS-FEED-ID) THEN
                       MOVE SH-RATE
                           TO WS-TR-RATE(WS-FEED-ID, WS-DAY-INDEX)
                       MOVE "Y"
                           TO WS-TR-SEEN(WS-FEED-ID, WS-DAY-INDEX)
                   END-IF
               END-PERFORM
           END-IF.
       FOLD-HISTORY-LINE-EXIT.
           EXIT.

      ******************************************************************
      * The thirty-day figures and the flag. Rising means the
      * feed's last four scored days, today the last of them, each
      * came in above the one before -- three rises running.
      ******************************************************************
       FLAG-ONE-FEED.
           MOVE 0 TO WS-FD-DAYS(WS-FEED-ID)
           MOVE 0 TO WS-FD-MAX(WS-FEED-ID)
           MOVE 0 TO WS-FD-AVG(WS-FEED-ID)
           MOVE 0 TO WS-RATE-SUM
           MOVE 0 TO WS-RISE-COUNT
           PERFORM VARYING WS-DAY-INDEX FROM 30 BY -1
               UNTIL WS-DAY-INDEX < 1
               IF WS-TR-SEEN(WS-FEED-ID, WS-DAY-INDEX) = "Y" THEN
                   ADD 1 TO WS-FD-DAYS(WS-FEED-ID)
                   ADD WS-TR-RATE(WS-FEED-ID, WS-DAY-INDEX)
                       TO WS-RATE-SUM
                   IF WS-TR-RATE(WS-FEED-ID, WS-DAY-INDEX)
                       > WS-FD-MAX(WS-FEED-ID) THEN
                       MOVE WS-TR-RATE(WS-FEED-ID, WS-DAY-INDEX)
                           TO WS-FD-MAX(WS-FEED-ID)
                   END-IF
                   IF WS-RISE-COUNT < 4 THEN
                       ADD 1 TO WS-RISE-COUNT
                       MOVE WS-TR-RATE(WS-FEED-ID, WS-DAY-INDEX)
                           TO WS-RISE-RATE(WS-RISE-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FD-DAYS(WS-FEED-ID) > 0 THEN
               COMPUTE WS-FD-AVG(WS-FEED-ID) ROUNDED =
                   WS-RATE-SUM / WS-FD-DAYS(WS-FEED-ID)
           END-IF
           MOVE SPACE TO WS-FD-FLAG(WS-FEED-ID)
           IF WS-FD-STATE(WS-FEED-ID) = "S" THEN
               IF WS-FD-RATE(WS-FEED-ID) > WS-THRESHOLD THEN
                   MOVE "T" TO WS-FD-FLAG(WS-FEED-ID)
               END-IF
               IF WS-RISE-COUNT = 4
                   AND WS-RISE-RATE(1) > WS-RISE-RATE(2)
                   AND WS-RISE-RATE(2) > WS-RISE-RATE(3)
                   AND WS-RISE-RATE(3) > WS-RISE-RATE(4) THEN
                   IF WS-FD-FLAG(WS-FEED-ID) = "T" THEN
                       MOVE "B" TO WS-FD-FLAG(WS-FEED-ID)
                   ELSE
                       MOVE "R" TO WS-FD-FLAG(WS-FEED-ID)
                   END-IF
               END-IF
               IF WS-FD-FLAG(WS-FEED-ID) NOT = SPACE THEN
                   ADD 1 TO WS-CTL-FLAGGED
               END-IF
           END-IF.
       FLAG-ONE-FEED-EXIT.
           EXIT.

      ******************************************************************
      * The scorecard: a line per feed, its reasons beneath it, then
      * its thirty-day trend oldest first, "." for a day not scored.
      ******************************************************************
       WRITE-SCORECARD.
           OPEN OUTPUT SCORECARD
           MOVE WS-THRESHOLD TO WS-THRESHOLD-EDIT
           MOVE SPACES TO SCORECARD-LINE
           STRING "DATA QUALITY SCORECARD FOR "
               WS-RUN-STAMP(1:4) "-" WS-RUN-STAMP(5:2) "-"
               WS-RUN-STAMP(7:2) ", RUN " WS-RUN-STAMP(9:2) ":"
               WS-RUN-STAMP(11:2) " -- FLAGGED OVER "
               FUNCTION TRIM(WS-THRESHOLD-EDIT)
               " PCT OR RISING THREE DAYS RUNNING"
               DELIMITED BY SIZE INTO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE SPACES TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE SPACES TO SCORECARD-LINE
           MOVE "FEED" TO SCORECARD-LINE(1:4)
           MOVE "INPUT" TO SCORECARD-LINE(14:5)
           MOVE "REJECTS" TO SCORECARD-LINE(21:7)
           MOVE "RATE PCT" TO SCORECARD-LINE(30:8)
           MOVE "30-DAY AVG" TO SCORECARD-LINE(40:10)
           MOVE "MAX" TO SCORECARD-LINE(54:3)
           MOVE "DAYS" TO SCORECARD-LINE(59:4)
           MOVE "FLAG" TO SCORECARD-LINE(65:4)
           WRITE SCORECARD-LINE
           PERFORM VARYING WS-FEED-ID FROM 1 BY 1
               UNTIL WS-FEED-ID > 5
               PERFORM WRITE-FEED-SCORE
           END-PERFORM
           MOVE SPACES TO SCORECARD-LINE
           STRING "*** CONTROL FEEDS 5 SCORED " WS-CTL-SCORED
               " FLAGGED " WS-CTL-FLAGGED
               DELIMITED BY SIZE INTO SCORECARD-LINE
           WRITE SCORECARD-LINE
           CLOSE SCORECARD.
       WRITE-SCORECARD-EXIT.
           EXIT.

       WRITE-FEED-SCORE.
           MOVE SPACES TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE SPACES TO SCORECARD-LINE
           MOVE WS-FEED-NAME(WS-FEED-ID) TO SCORECARD-LINE(1:8)
           IF WS-FD-STATE(WS-FEED-ID) = "S" THEN
               MOVE WS-FD-INPUT(WS-FEED-ID) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO SCORECARD-LINE(11:8)
               MOVE WS-FD-REJECTS(WS-FEED-ID) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO SCORECARD-LINE(20:8)
               MOVE WS-FD-RATE(WS-FEED-ID) TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO SCORECARD-LINE(32:6)
           ELSE
               MOVE "NOT SCORED TODAY" TO SCORECARD-LINE(11:16)
           END-IF
           MOVE WS-FD-AVG(WS-FEED-ID) TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT TO SCORECARD-LINE(44:6)
           MOVE WS-FD-MAX(WS-FEED-ID) TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT TO SCORECARD-LINE(51:6)
           MOVE WS-FD-DAYS(WS-FEED-ID) TO WS-DAYS-EDIT
           MOVE WS-DAYS-EDIT TO SCORECARD-LINE(61:2)
           EVALUATE WS-FD-FLAG(WS-FEED-ID)
               WHEN "T"
                   MOVE "OVER THRESHOLD" TO SCORECARD-LINE(65:14)
               WHEN "R"
                   MOVE "RISING THREE DAYS" TO SCORECARD-LINE(65:17)
               WHEN "B"
                   MOVE "OVER THRESHOLD, RISING THREE DAYS"
                       TO SCORECARD-LINE(65:33)
           END-EVALUATE
           WRITE SCORECARD-LINE
           IF WS-FD-NO-INPUT(WS-FEED-ID) = "Y" THEN
               MOVE SPACES TO SCORECARD-LINE
               MOVE "NO INPUT COUNT TODAY -- RATED ON REJECTS ALONE"
                   TO SCORECARD-LINE(11:46)
               WRITE SCORECARD-LINE
           END-IF
           PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
               UNTIL WS-REASON-INDEX > WS-REASON-COUNT
               IF WS-RS-FEED(WS-REASON-INDEX) = WS-FEED-ID THEN
                   MOVE SPACES TO SCORECARD-LINE
                   MOVE WS-RS-SOURCE(WS-REASON-INDEX)
                       TO SCORECARD-LINE(11:8)
                   MOVE WS-RS-REASON(WS-REASON-INDEX)
                       TO SCORECARD-LINE(21:30)
                   MOVE WS-RS-COUNT(WS-REASON-INDEX) TO WS-SMALL-EDIT
                   MOVE WS-SMALL-EDIT TO SCORECARD-LINE(52:6)
                   WRITE SCORECARD-LINE
               END-IF
           END-PERFORM
           IF WS-FD-UNLISTED(WS-FEED-ID) > 0 THEN
               MOVE SPACES TO SCORECARD-LINE
               MOVE "(OTHER REASONS)" TO SCORECARD-LINE(21:15)
               MOVE WS-FD-UNLISTED(WS-FEED-ID) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO SCORECARD-LINE(50:8)
               WRITE SCORECARD-LINE
           END-IF
           MOVE SPACES TO SCORECARD-LINE
           MOVE "30-DAY TREND PCT" TO SCORECARD-LINE(11:16)
           MOVE 28 TO WS-TREND-COLUMN
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > 15
               PERFORM PLACE-TREND-DAY
           END-PERFORM
           WRITE SCORECARD-LINE
           MOVE SPACES TO SCORECARD-LINE
           MOVE "TO TODAY" TO SCORECARD-LINE(19:8)
           MOVE 28 TO WS-TREND-COLUMN
           PERFORM VARYING WS-DAY-INDEX FROM 16 BY 1
               UNTIL WS-DAY-INDEX > 30
               PERFORM PLACE-TREND-DAY
           END-PERFORM
           WRITE SCORECARD-LINE.
       WRITE-FEED-SCORE-EXIT.
           EXIT.

      * One day of the trend, whole percent, four columns wide.
       PLACE-TREND-DAY.
           IF WS-TR-SEEN(WS-FEED-ID, WS-DAY-INDEX) = "Y" THEN
               COMPUTE WS-TREND-EDIT ROUNDED =
                   WS-TR-RATE(WS-FEED-ID, WS-DAY-INDEX)
               MOVE WS-TREND-EDIT
                   TO SCORECARD-LINE(WS-TREND-COLUMN:3)
           ELSE
               MOVE "." TO SCORECARD-LINE(WS-TREND-COLUMN + 2:1)
           END-IF
           ADD 4 TO WS-TREND-COLUMN.
       PLACE-TREND-DAY-EXIT.
           EXIT.

      ******************************************************************
      * Today's scores and their reasons onto the dated history.
      ******************************************************************
       APPEND-HISTORY.
           OPEN EXTEND SCORE-HISTORY
           PERFORM VARYING WS-FEED-ID FROM 1 BY 1
               UNTIL WS-FEED-ID > 5
               IF WS-FD-STATE(WS-FEED-ID) = "S" THEN
      * Same status-71 bug class as the shop's other LINE SEQUENTIAL
      * writes: clear the record's FILLER bytes before filling it.
                   MOVE SPACES TO SCORE-HISTORY-RECORD
                   MOVE WS-TODAY TO SH-DATE
                   MOVE WS-RUN-STAMP(9:6) TO SH-TIME
                   MOVE WS-FEED-NAME(WS-FEED-ID) TO SH-FEED
                   MOVE WS-FD-INPUT(WS-FEED-ID) TO SH-INPUT
                   MOVE WS-FD-REJECTS(WS-FEED-ID) TO SH-REJECTS
                   MOVE WS-FD-RATE(WS-FEED-ID) TO SH-RATE
                   MOVE WS-FD-FLAG(WS-FEED-ID) TO SH-FLAG
                   WRITE SCORE-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE SCORE-HISTORY
           OPEN EXTEND REASON-HISTORY
           PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
               UNTIL WS-REASON-INDEX > WS-REASON-COUNT
               MOVE SPACES TO REASON-HISTORY-RECORD
               MOVE WS-TODAY TO RH-DATE
               MOVE WS-RUN-STAMP(9:6) TO RH-TIME
               MOVE WS-FEED-NAME(WS-RS-FEED(WS-REASON-INDEX))
                   TO RH-FEED
               MOVE WS-RS-SOURCE(WS-REASON-INDEX) TO RH-SOURCE
               MOVE WS-RS-REASON(WS-REASON-INDEX) TO RH-REASON
               MOVE WS-RS-COUNT(WS-REASON-INDEX) TO RH-COUNT
               WRITE REASON-HISTORY-RECORD
           END-PERFORM
           CLOSE REASON-HISTORY.
       APPEND-HISTORY-EXIT.
           EXIT.

       SAVE-MARKS.
           OPEN OUTPUT MARK-FILE
           PERFORM VARYING WS-SOURCE-ID FROM 1 BY 1
               UNTIL WS-SOURCE-ID > 8
               MOVE SPACES TO MARK-RECORD
               MOVE WS-SOURCE-NAME(WS-SOURCE-ID) TO MK-SOURCE
               MOVE WS-MK-DATE(WS-SOURCE-ID) TO MK-DATE
               MOVE WS-MK-START-LINES(WS-SOURCE-ID) TO MK-START-LINES
               MOVE WS-MK-START-HASH(WS-SOURCE-ID) TO MK-START-HASH
               MOVE WS-MK-END-LINES(WS-SOURCE-ID) TO MK-END-LINES
               MOVE WS-MK-END-HASH(WS-SOURCE-ID) TO MK-END-HASH
               WRITE MARK-RECORD
           END-PERFORM
           CLOSE MARK-FILE.
       SAVE-MARKS-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "DQSCORE" TO WS-AUDIT-PROGRAM
           MOVE "REJECT FILES+DQHIST" TO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "SCORED " WS-CTL-SCORED
               " FLAGGED " WS-CTL-FLAGGED
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

       RAISE-ALERT-IF-SEVERE.
           IF WS-PROCESSING-ERROR THEN
               MOVE "DQSCORE" TO WS-ALERT-PROGRAM
               MOVE WS-RETURN-CODE TO WS-ALERT-CODE
               MOVE WS-ERROR-MESSAGE TO WS-ALERT-MESSAGE
               CALL "ALERTSVC" USING WS-ALERT-REQUEST
           END-IF.
       RAISE-ALERT-IF-SEVERE-EXIT.
           EXIT.
       END PROGRAM DQSCORE.
