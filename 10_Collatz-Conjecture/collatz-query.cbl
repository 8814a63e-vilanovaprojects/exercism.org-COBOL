      ******************************************************************
      * COLQUERY: inverse lookup for the Collatz researchers. The
      * batch answers "how many steps from N"; the researchers keep
      * asking the other way round -- every start with exactly 111
      * steps, every start whose peak exceeds a value, every chain
      * that passes through 9232 -- and until now somebody grepped
      * CACHEFIL and TRAJFILE by hand to answer them. This program
      * takes one question and searches both files:
      *   STEPS  n       steps to reach 1 equal n
      *   RANGE  lo hi   steps to reach 1 from lo to hi inclusive
      *   PEAK   n       chain peak greater than n
      *   PASSES n       chain visits the value n
      * Every number CACHEFIL holds (the batch caches each chain
      * member with its steps left, not only the starts) and every
      * start TRAJFILE holds is a candidate. Steps come off whichever
      * file has the number; the peak and the visited values come
      * off TRAJFILE's trajectory where there is one, otherwise the
      * chain is walked here -- the arithmetic is cheap next to a
      * rerun. Hits go to COLQRPT, ascending by start with their
      * steps and peak, and their starting numbers to COLQNUM in
      * NUMFILE format (one 18-digit start per record, as NUMSCAN
      * writes NUMCLEAN) so a hit list can go straight back in as
      * the next batch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLQUERY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CACHE-FILE ASSIGN TO "CACHEFIL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRAJECTORY-FILE ASSIGN TO "TRAJFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUERY-REPORT ASSIGN TO "COLQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIT-FILE ASSIGN TO "COLQNUM"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Layout must match collatz-conjecture's CACHE-FILE
      * field-for-field.
       FD CACHE-FILE.
       01 CACHE-FILE-RECORD.
           05 CF-NUMBER PIC 9(18).
           05 FILLER PIC X.
           05 CF-STEPS PIC 9(4).

      * Lines as WRITE-TRAJECTORY writes them: "START " start(18)
      * " STEP " step(4) " VALUE " value(18) per step, then
      * "START " start(18) " STEPS " steps(4) " PEAK " peak(18);
      * a capture-table overflow adds a " TRUNCATED AFTER " line
      * before the summary.
       FD TRAJECTORY-FILE.
       01 TRAJECTORY-FILE-LINE PIC X(60).

       FD QUERY-REPORT.
       01 QUERY-REPORT-LINE PIC X(132).

      * NUMFILE-format: the same unsigned 18 digits NUMCLEAN holds.
       FD HIT-FILE.
       01 HIT-FILE-RECORD PIC X(18).

       WORKING-STORAGE SECTION.
      * The question, set by the menu; the names must match its
      * EXTERNAL items. WS-COLLATZ-QUERY-HIGH is only read for RANGE.
       01 WS-COLLATZ-QUERY-TYPE IS EXTERNAL PIC X(6).
       01 WS-COLLATZ-QUERY-LOW IS EXTERNAL PIC X(18).
       01 WS-COLLATZ-QUERY-HIGH IS EXTERNAL PIC X(18).

       01 WS-QUERY-TYPE PIC X(6).
           88 QUERY-STEPS VALUE "STEPS".
           88 QUERY-RANGE VALUE "RANGE".
           88 QUERY-PEAK VALUE "PEAK".
           88 QUERY-PASSES VALUE "PASSES".
           88 QUERY-TYPE-VALID VALUE "STEPS" "RANGE" "PEAK" "PASSES".
       01 WS-QUERY-LOW PIC 9(18) VALUE 0.
       01 WS-QUERY-HIGH PIC 9(18) VALUE 0.
       01 WS-QUERY-TEXT PIC X(18).
       01 WS-QUERY-DESCRIPTION PIC X(80).

       01 WS-CACHE-EOF PIC X VALUE "N".
           88 CACHE-EOF VALUE "Y".
       01 WS-TRAJ-EOF PIC X VALUE "N".
           88 TRAJ-EOF VALUE "Y".

      * Every number either file knows, kept ascending by start so
      * the report and COLQNUM come out in order. Sized for a full
      * CACHEFIL (1000 entries) plus two trajectory starts per
      * cached number. WS-CD-PEAK-KNOWN is "Y" once TRAJFILE's
      * summary or a chain walk has supplied the peak;
      * WS-CD-TRUNCATED marks a trajectory whose per-step lines stop
      * short of 1, so its chain is walked rather than trusted.
       01 WS-CAND-COUNT PIC 9(4) VALUE 0.
       01 WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 3000 TIMES.
               10 WS-CD-NUMBER PIC 9(18).
               10 WS-CD-STEPS PIC 9(4).
               10 WS-CD-PEAK PIC 9(18).
               10 WS-CD-PEAK-KNOWN PIC X.
               10 WS-CD-IN-CACHE PIC X.
               10 WS-CD-IN-TRAJ PIC X.
               10 WS-CD-TRUNCATED PIC X.
               10 WS-CD-PASSES PIC X.
               10 WS-CD-OVERFLOW PIC X.
               10 WS-CD-WALKED PIC X.
       01 WS-CAND-IX PIC 9(4).
       01 WS-CAND-MATCH PIC 9(4).
       01 WS-CAND-SHIFT PIC 9(4).
       01 WS-CAND-DROPPED PIC 9(6) VALUE 0.
       01 WS-LOOK-NUMBER PIC 9(18).

       01 WS-PARSE-START PIC 9(18).
       01 WS-PARSE-STEPS PIC 9(4).
       01 WS-PARSE-VALUE PIC 9(18).

      * One chain walked here: the candidate's steps are already
      * known, so the walk only gathers the peak and watches for the
      * PASSES value. A 3n+1 that would not fit 18 digits stops the
      * walk and flags the candidate rather than report a wrong peak.
       01 WS-WALK-VALUE PIC 9(18).
       01 WS-WALK-HALF PIC 9(18).
       01 WS-WALK-REMAINDER PIC 9.
       01 WS-WALK-COUNT PIC 9(6).
       01 WS-WALK-DONE PIC X.

       01 WS-HIT-FLAG PIC X.
           88 CANDIDATE-HIT VALUE "Y".
       01 WS-HIT-COUNT PIC 9(6) VALUE 0.
       01 WS-CACHE-READ PIC 9(6) VALUE 0.
       01 WS-TRAJ-STARTS PIC 9(6) VALUE 0.
       01 WS-WALKED-COUNT PIC 9(6) VALUE 0.

       01 WS-SOURCE-TEXT PIC X(10).
       01 WS-PEAK-TEXT PIC X(20).
       01 WS-COUNT-EDIT PIC Z(5)9.
       01 WS-STEPS-EDIT PIC Z(3)9.
       01 WS-NUMBER-EDIT PIC Z(17)9.
       01 WS-NUMBER-EDIT-2 PIC Z(17)9.
       01 WS-RUN-DATE PIC X(8).

      * Shared error/status convention.
       COPY STATUSCD.

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       PROCEDURE DIVISION.

       COLQUERY-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE 0 TO WS-CAND-COUNT
           MOVE 0 TO WS-HIT-COUNT
           MOVE 0 TO WS-CACHE-READ
           MOVE 0 TO WS-TRAJ-STARTS
           MOVE 0 TO WS-WALKED-COUNT
           MOVE 0 TO WS-CAND-DROPPED
           PERFORM VALIDATE-QUERY
           OPEN OUTPUT QUERY-REPORT
           OPEN OUTPUT HIT-FILE
           PERFORM WRITE-REPORT-HEADER
           IF WS-SUCCESS THEN
               PERFORM LOAD-CACHE-CANDIDATES
               PERFORM LOAD-TRAJECTORY-CANDIDATES
               PERFORM WRITE-HIT-LINES
               PERFORM WRITE-REPORT-TOTALS
           ELSE
               MOVE SPACES TO QUERY-REPORT-LINE
               STRING "QUERY REJECTED: " WS-ERROR-MESSAGE
                   DELIMITED BY SIZE INTO QUERY-REPORT-LINE
               WRITE QUERY-REPORT-LINE
               DISPLAY "COLQUERY: " FUNCTION TRIM(WS-ERROR-MESSAGE)
           END-IF
           CLOSE QUERY-REPORT
           CLOSE HIT-FILE
           IF WS-SUCCESS THEN
               MOVE WS-HIT-COUNT TO WS-COUNT-EDIT
               DISPLAY "COLQUERY " FUNCTION TRIM(WS-QUERY-DESCRIPTION)
                   ": " FUNCTION TRIM(WS-COUNT-EDIT) " HIT(S)"
           END-IF
           PERFORM LOG-AUDIT-ENTRY
      * Publish the outcome per the STATUSCD convention so the
      * job-plan runner can gate dependent steps on it.
           MOVE WS-RETURN-CODE TO WS-PUBLISHED-RETURN-CODE
           MOVE WS-ERROR-MESSAGE TO WS-PUBLISHED-ERROR-MESSAGE
           GOBACK.
       COLQUERY-RUN-EXIT.
           EXIT.

      ******************************************************************
      * The question as the menu handed it over: a known type and a
      * value that is all digits once trimmed; RANGE also needs a
      * high end no lower than the low end.
      ******************************************************************
       VALIDATE-QUERY.
           MOVE FUNCTION UPPER-CASE(WS-COLLATZ-QUERY-TYPE)
               TO WS-QUERY-TYPE
           MOVE 0 TO WS-QUERY-LOW
           MOVE 0 TO WS-QUERY-HIGH
           MOVE SPACES TO WS-QUERY-DESCRIPTION
           IF NOT QUERY-TYPE-VALID THEN
               SET WS-INVALID-INPUT TO TRUE
               MOVE "QUERY TYPE MUST BE STEPS, RANGE, PEAK OR PASSES"
                   TO WS-ERROR-MESSAGE
           ELSE
               MOVE WS-COLLATZ-QUERY-LOW TO WS-QUERY-TEXT
               IF FUNCTION TRIM(WS-QUERY-TEXT) = SPACES
                   OR FUNCTION TRIM(WS-QUERY-TEXT) IS NOT NUMERIC THEN
                   SET WS-INVALID-INPUT TO TRUE
                   MOVE "QUERY VALUE MUST BE A WHOLE NUMBER"
                       TO WS-ERROR-MESSAGE
               ELSE
                   COMPUTE WS-QUERY-LOW =
                       FUNCTION NUMVAL(WS-QUERY-TEXT)
                   MOVE WS-QUERY-LOW TO WS-QUERY-HIGH
               END-IF
           END-IF
           IF WS-SUCCESS AND QUERY-RANGE THEN
               MOVE WS-COLLATZ-QUERY-HIGH TO WS-QUERY-TEXT
               IF FUNCTION TRIM(WS-QUERY-TEXT) = SPACES
                   OR FUNCTION TRIM(WS-QUERY-TEXT) IS NOT NUMERIC THEN
                   SET WS-INVALID-INPUT TO TRUE
                   MOVE "RANGE HIGH END MUST BE A WHOLE NUMBER"
                       TO WS-ERROR-MESSAGE
               ELSE
                   COMPUTE WS-QUERY-HIGH =
                       FUNCTION NUMVAL(WS-QUERY-TEXT)
                   IF WS-QUERY-HIGH < WS-QUERY-LOW THEN
                       SET WS-INVALID-INPUT TO TRUE
                       MOVE "RANGE HIGH END IS BELOW THE LOW END"
                           TO WS-ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF
           IF WS-SUCCESS THEN
               PERFORM DESCRIBE-QUERY
           END-IF.
       VALIDATE-QUERY-EXIT.
           EXIT.

       DESCRIBE-QUERY.
           MOVE WS-QUERY-LOW TO WS-NUMBER-EDIT
           MOVE WS-QUERY-HIGH TO WS-NUMBER-EDIT-2
           EVALUATE TRUE
               WHEN QUERY-STEPS
                   STRING "STEPS EQUAL "
                       FUNCTION TRIM(WS-NUMBER-EDIT)
                       DELIMITED BY SIZE INTO WS-QUERY-DESCRIPTION
               WHEN QUERY-RANGE
                   STRING "STEPS FROM "
                       FUNCTION TRIM(WS-NUMBER-EDIT)
                       " TO " FUNCTION TRIM(WS-NUMBER-EDIT-2)
                       DELIMITED BY SIZE INTO WS-QUERY-DESCRIPTION
               WHEN QUERY-PEAK
                   STRING "PEAK GREATER THAN "
                       FUNCTION TRIM(WS-NUMBER-EDIT)
                       DELIMITED BY SIZE INTO WS-QUERY-DESCRIPTION
               WHEN QUERY-PASSES
                   STRING "CHAIN PASSES THROUGH "
                       FUNCTION TRIM(WS-NUMBER-EDIT)
                       DELIMITED BY SIZE INTO WS-QUERY-DESCRIPTION
           END-EVALUATE.
       DESCRIBE-QUERY-EXIT.
           EXIT.

      ******************************************************************
      * Every CACHEFIL number is a candidate with its cached steps.
      ******************************************************************
       LOAD-CACHE-CANDIDATES.
           MOVE "N" TO WS-CACHE-EOF
           OPEN INPUT CACHE-FILE
           PERFORM UNTIL CACHE-EOF
               READ CACHE-FILE
                   AT END
                       SET CACHE-EOF TO TRUE
                   NOT AT END
                       IF CF-NUMBER IS NUMERIC
                           AND CF-STEPS IS NUMERIC
                           AND CF-NUMBER > 0 THEN
                           ADD 1 TO WS-CACHE-READ
                           MOVE CF-NUMBER TO WS-LOOK-NUMBER
                           PERFORM FIND-OR-ADD-CANDIDATE
                           IF WS-CAND-MATCH > 0 THEN
                               MOVE CF-STEPS
                                   TO WS-CD-STEPS(WS-CAND-MATCH)
                               MOVE "Y"
                                   TO WS-CD-IN-CACHE(WS-CAND-MATCH)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CACHE-FILE.
       LOAD-CACHE-CANDIDATES-EXIT.
           EXIT.

      ******************************************************************
      * TRAJFILE adds its starts, with the summary's steps and peak.
      * For PASSES each per-step VALUE is checked as it goes by.
      ******************************************************************
       LOAD-TRAJECTORY-CANDIDATES.
           MOVE "N" TO WS-TRAJ-EOF
           OPEN INPUT TRAJECTORY-FILE
           PERFORM UNTIL TRAJ-EOF
               READ TRAJECTORY-FILE
                   AT END
                       SET TRAJ-EOF TO TRUE
                   NOT AT END
                       IF TRAJECTORY-FILE-LINE(1:6) = "START "
                           AND TRAJECTORY-FILE-LINE(7:18)
                               IS NUMERIC THEN
                           PERFORM FOLD-TRAJECTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAJECTORY-FILE.
       LOAD-TRAJECTORY-CANDIDATES-EXIT.
           EXIT.

       FOLD-TRAJECTORY-LINE.
           MOVE TRAJECTORY-FILE-LINE(7:18) TO WS-PARSE-START
           EVALUATE TRUE
               WHEN TRAJECTORY-FILE-LINE(25:7) = " STEPS "
                   AND TRAJECTORY-FILE-LINE(32:4) IS NUMERIC
                   AND TRAJECTORY-FILE-LINE(42:18) IS NUMERIC
                   MOVE TRAJECTORY-FILE-LINE(32:4) TO WS-PARSE-STEPS
                   MOVE TRAJECTORY-FILE-LINE(42:18) TO WS-PARSE-VALUE
                   MOVE WS-PARSE-START TO WS-LOOK-NUMBER
                   PERFORM FIND-OR-ADD-CANDIDATE
                   IF WS-CAND-MATCH > 0 THEN
                       IF WS-CD-IN-TRAJ(WS-CAND-MATCH) NOT = "Y" THEN
                           ADD 1 TO WS-TRAJ-STARTS
                       END-IF
                       MOVE "Y" TO WS-CD-IN-TRAJ(WS-CAND-MATCH)
                       MOVE WS-PARSE-STEPS
                           TO WS-CD-STEPS(WS-CAND-MATCH)
                       MOVE WS-PARSE-VALUE
                           TO WS-CD-PEAK(WS-CAND-MATCH)
                       MOVE "Y" TO WS-CD-PEAK-KNOWN(WS-CAND-MATCH)
                   END-IF
               WHEN TRAJECTORY-FILE-LINE(25:6) = " STEP "
                   AND TRAJECTORY-FILE-LINE(42:18) IS NUMERIC
                   IF QUERY-PASSES THEN
                       MOVE TRAJECTORY-FILE-LINE(42:18)
                           TO WS-PARSE-VALUE
                       IF WS-PARSE-VALUE = WS-QUERY-LOW THEN
                           MOVE WS-PARSE-START TO WS-LOOK-NUMBER
                           PERFORM FIND-OR-ADD-CANDIDATE
                           IF WS-CAND-MATCH > 0 THEN
                               MOVE "Y"
                                   TO WS-CD-PASSES(WS-CAND-MATCH)
                           END-IF
                       END-IF
                   END-IF
               WHEN TRAJECTORY-FILE-LINE(25:17) = " TRUNCATED AFTER "
                   MOVE WS-PARSE-START TO WS-LOOK-NUMBER
                   PERFORM FIND-OR-ADD-CANDIDATE
                   IF WS-CAND-MATCH > 0 THEN
                       MOVE "Y" TO WS-CD-TRUNCATED(WS-CAND-MATCH)
                   END-IF
           END-EVALUATE.
       FOLD-TRAJECTORY-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WS-CAND-MATCH comes back as WS-LOOK-NUMBER's entry -- found,
      * or inserted in ascending place with nothing known yet -- or
      * zero when the table is full (counted, and said on the report).
      ******************************************************************
       FIND-OR-ADD-CANDIDATE.
           MOVE 0 TO WS-CAND-MATCH
           PERFORM VARYING WS-CAND-IX FROM 1 BY 1
               UNTIL WS-CAND-IX > WS-CAND-COUNT
               OR WS-CD-NUMBER(WS-CAND-IX) >= WS-LOOK-NUMBER
               CONTINUE
           END-PERFORM
           IF WS-CAND-IX <= WS-CAND-COUNT
               AND WS-CD-NUMBER(WS-CAND-IX) = WS-LOOK-NUMBER THEN
               MOVE WS-CAND-IX TO WS-CAND-MATCH
           ELSE
               IF WS-CAND-COUNT < 3000 THEN
                   PERFORM VARYING WS-CAND-SHIFT FROM WS-CAND-COUNT
                       BY -1 UNTIL WS-CAND-SHIFT < WS-CAND-IX
                       MOVE WS-CAND-ENTRY(WS-CAND-SHIFT)
                           TO WS-CAND-ENTRY(WS-CAND-SHIFT + 1)
                   END-PERFORM
                   ADD 1 TO WS-CAND-COUNT
                   MOVE WS-CAND-IX TO WS-CAND-MATCH
                   MOVE WS-LOOK-NUMBER TO WS-CD-NUMBER(WS-CAND-MATCH)
                   MOVE 0 TO WS-CD-STEPS(WS-CAND-MATCH)
                   MOVE 0 TO WS-CD-PEAK(WS-CAND-MATCH)
                   MOVE "N" TO WS-CD-PEAK-KNOWN(WS-CAND-MATCH)
                   MOVE "N" TO WS-CD-IN-CACHE(WS-CAND-MATCH)
                   MOVE "N" TO WS-CD-IN-TRAJ(WS-CAND-MATCH)
                   MOVE "N" TO WS-CD-TRUNCATED(WS-CAND-MATCH)
                   MOVE "N" TO WS-CD-PASSES(WS-CAND-MATCH)
                   MOVE "N" TO WS-CD-OVERFLOW(WS-CAND-MATCH)
                   MOVE "N" TO WS-CD-WALKED(WS-CAND-MATCH)
               ELSE
                   ADD 1 TO WS-CAND-DROPPED
               END-IF
           END-IF.
       FIND-OR-ADD-CANDIDATE-EXIT.
           EXIT.

      ******************************************************************
      * Each candidate against the question; hits to the report and
      * to COLQNUM in start order. A cache-only number (or, for
      * PASSES, a truncated trajectory) has its chain walked first.
      ******************************************************************
       WRITE-HIT-LINES.
           PERFORM VARYING WS-CAND-IX FROM 1 BY 1
               UNTIL WS-CAND-IX > WS-CAND-COUNT
               IF QUERY-PEAK OR QUERY-PASSES THEN
                   PERFORM COMPLETE-CANDIDATE-CHAIN
               END-IF
               PERFORM TEST-CANDIDATE
               IF CANDIDATE-HIT THEN
                   PERFORM COMPLETE-CANDIDATE-CHAIN
                   ADD 1 TO WS-HIT-COUNT
                   PERFORM WRITE-ONE-HIT
               END-IF
           END-PERFORM.
       WRITE-HIT-LINES-EXIT.
           EXIT.

      * A number with no trajectory, or one whose trajectory stopped
      * short (its summary peak covers only the captured values),
      * is walked here -- once.
       COMPLETE-CANDIDATE-CHAIN.
           IF WS-CD-WALKED(WS-CAND-IX) NOT = "Y"
               AND (WS-CD-PEAK-KNOWN(WS-CAND-IX) NOT = "Y"
               OR WS-CD-TRUNCATED(WS-CAND-IX) = "Y") THEN
               PERFORM WALK-CANDIDATE-CHAIN
           END-IF.
       COMPLETE-CANDIDATE-CHAIN-EXIT.
           EXIT.

       TEST-CANDIDATE.
           MOVE "N" TO WS-HIT-FLAG
           EVALUATE TRUE
               WHEN QUERY-STEPS OR QUERY-RANGE
                   IF WS-CD-STEPS(WS-CAND-IX) >= WS-QUERY-LOW
                       AND WS-CD-STEPS(WS-CAND-IX) <= WS-QUERY-HIGH
                       THEN
                       SET CANDIDATE-HIT TO TRUE
                   END-IF
               WHEN QUERY-PEAK
                   IF WS-CD-PEAK-KNOWN(WS-CAND-IX) = "Y"
                       AND WS-CD-PEAK(WS-CAND-IX) > WS-QUERY-LOW THEN
                       SET CANDIDATE-HIT TO TRUE
                   END-IF
               WHEN QUERY-PASSES
                   IF WS-CD-PASSES(WS-CAND-IX) = "Y"
                       OR WS-CD-NUMBER(WS-CAND-IX) = WS-QUERY-LOW THEN
                       SET CANDIDATE-HIT TO TRUE
                   END-IF
           END-EVALUATE.
       TEST-CANDIDATE-EXIT.
           EXIT.

      ******************************************************************
      * Walk WS-CAND-IX's chain to 1 for its peak, noting a visit to
      * the PASSES value on the way.
      ******************************************************************
       WALK-CANDIDATE-CHAIN.
           ADD 1 TO WS-WALKED-COUNT
           MOVE "Y" TO WS-CD-WALKED(WS-CAND-IX)
           MOVE WS-CD-NUMBER(WS-CAND-IX) TO WS-WALK-VALUE
           MOVE WS-WALK-VALUE TO WS-CD-PEAK(WS-CAND-IX)
           MOVE 0 TO WS-WALK-COUNT
           MOVE "N" TO WS-WALK-DONE
           PERFORM UNTIL WS-WALK-DONE = "Y"
               IF QUERY-PASSES AND WS-WALK-VALUE = WS-QUERY-LOW THEN
                   MOVE "Y" TO WS-CD-PASSES(WS-CAND-IX)
               END-IF
               IF WS-WALK-VALUE > WS-CD-PEAK(WS-CAND-IX) THEN
                   MOVE WS-WALK-VALUE TO WS-CD-PEAK(WS-CAND-IX)
               END-IF
               IF WS-WALK-VALUE <= 1 OR WS-WALK-COUNT >= 999999 THEN
                   MOVE "Y" TO WS-WALK-DONE
               ELSE
                   DIVIDE WS-WALK-VALUE BY 2 GIVING WS-WALK-HALF
                       REMAINDER WS-WALK-REMAINDER
                   IF WS-WALK-REMAINDER = 0 THEN
                       MOVE WS-WALK-HALF TO WS-WALK-VALUE
                   ELSE
                       COMPUTE WS-WALK-VALUE = WS-WALK-VALUE * 3 + 1
                           ON SIZE ERROR
                               MOVE "Y" TO WS-CD-OVERFLOW(WS-CAND-IX)
                               MOVE "Y" TO WS-WALK-DONE
                       END-COMPUTE
                   END-IF
                   ADD 1 TO WS-WALK-COUNT
               END-IF
           END-PERFORM
           IF WS-CD-OVERFLOW(WS-CAND-IX) = "Y" THEN
               MOVE "N" TO WS-CD-PEAK-KNOWN(WS-CAND-IX)
           ELSE
               MOVE "Y" TO WS-CD-PEAK-KNOWN(WS-CAND-IX)
           END-IF.
       WALK-CANDIDATE-CHAIN-EXIT.
           EXIT.

      ******************************************************************
      * Report and printouts
      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO QUERY-REPORT-LINE
           STRING "COLLATZ INVERSE LOOKUP  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO QUERY-REPORT-LINE
           WRITE QUERY-REPORT-LINE
           IF WS-SUCCESS THEN
               MOVE SPACES TO QUERY-REPORT-LINE
               STRING "QUERY: " WS-QUERY-DESCRIPTION
                   DELIMITED BY SIZE INTO QUERY-REPORT-LINE
               WRITE QUERY-REPORT-LINE
               MOVE SPACES TO QUERY-REPORT-LINE
               WRITE QUERY-REPORT-LINE
               MOVE SPACES TO QUERY-REPORT-LINE
               STRING "             START-NUMBER  STEPS"
                   "                PEAK  SOURCE"
                   DELIMITED BY SIZE INTO QUERY-REPORT-LINE
               WRITE QUERY-REPORT-LINE
           END-IF.
       WRITE-REPORT-HEADER-EXIT.
           EXIT.

       WRITE-ONE-HIT.
           EVALUATE TRUE
               WHEN WS-CD-IN-CACHE(WS-CAND-IX) = "Y"
                   AND WS-CD-IN-TRAJ(WS-CAND-IX) = "Y"
                   MOVE "BOTH" TO WS-SOURCE-TEXT
               WHEN WS-CD-IN-TRAJ(WS-CAND-IX) = "Y"
                   MOVE "TRAJFILE" TO WS-SOURCE-TEXT
               WHEN OTHER
                   MOVE "CACHEFIL" TO WS-SOURCE-TEXT
           END-EVALUATE
           IF WS-CD-PEAK-KNOWN(WS-CAND-IX) = "Y" THEN
               MOVE WS-CD-PEAK(WS-CAND-IX) TO WS-NUMBER-EDIT-2
               MOVE WS-NUMBER-EDIT-2 TO WS-PEAK-TEXT
           ELSE
               MOVE "  OVER 18 DIGITS" TO WS-PEAK-TEXT
           END-IF
           MOVE WS-CD-NUMBER(WS-CAND-IX) TO WS-NUMBER-EDIT
           MOVE WS-CD-STEPS(WS-CAND-IX) TO WS-STEPS-EDIT
           MOVE SPACES TO QUERY-REPORT-LINE
           STRING "       " WS-NUMBER-EDIT "   " WS-STEPS-EDIT
               "  " WS-PEAK-TEXT(1:18) "  " WS-SOURCE-TEXT
               DELIMITED BY SIZE INTO QUERY-REPORT-LINE
           WRITE QUERY-REPORT-LINE
           MOVE WS-CD-NUMBER(WS-CAND-IX) TO HIT-FILE-RECORD
           WRITE HIT-FILE-RECORD.
       WRITE-ONE-HIT-EXIT.
           EXIT.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO QUERY-REPORT-LINE
           WRITE QUERY-REPORT-LINE
           IF WS-HIT-COUNT = 0 THEN
               MOVE SPACES TO QUERY-REPORT-LINE
               MOVE "NO STARTING NUMBER ON FILE ANSWERS THIS QUERY"
                   TO QUERY-REPORT-LINE
               WRITE QUERY-REPORT-LINE
           END-IF
           MOVE SPACES TO QUERY-REPORT-LINE
           MOVE WS-CACHE-READ TO WS-COUNT-EDIT
           STRING "CACHEFIL ENTRIES    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO QUERY-REPORT-LINE
           WRITE QUERY-REPORT-LINE
           MOVE SPACES TO QUERY-REPORT-LINE
           MOVE WS-TRAJ-STARTS TO WS-COUNT-EDIT
           STRING "TRAJFILE STARTS     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO QUERY-REPORT-LINE
           WRITE QUERY-REPORT-LINE
           MOVE SPACES TO QUERY-REPORT-LINE
           MOVE WS-CAND-COUNT TO WS-COUNT-EDIT
           STRING "NUMBERS SEARCHED    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO QUERY-REPORT-LINE
           WRITE QUERY-REPORT-LINE
           MOVE SPACES TO QUERY-REPORT-LINE
           MOVE WS-WALKED-COUNT TO WS-COUNT-EDIT
           STRING "CHAINS WALKED       " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO QUERY-REPORT-LINE
           WRITE QUERY-REPORT-LINE
           MOVE SPACES TO QUERY-REPORT-LINE
           MOVE WS-HIT-COUNT TO WS-COUNT-EDIT
           STRING "HITS TO COLQNUM     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO QUERY-REPORT-LINE
           WRITE QUERY-REPORT-LINE
           IF WS-CAND-DROPPED > 0 THEN
               MOVE SPACES TO QUERY-REPORT-LINE
               MOVE WS-CAND-DROPPED TO WS-COUNT-EDIT
               STRING "NOT SEARCHED        " WS-COUNT-EDIT
                   " -- CANDIDATE TABLE FULL AT 3000"
                   DELIMITED BY SIZE INTO QUERY-REPORT-LINE
               WRITE QUERY-REPORT-LINE
           END-IF.
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "COLQUERY" TO WS-AUDIT-PROGRAM
           MOVE "CACHEFIL/TRAJFILE" TO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           IF WS-SUCCESS THEN
               MOVE WS-HIT-COUNT TO WS-COUNT-EDIT
               STRING WS-QUERY-TYPE " HITS "
                   FUNCTION TRIM(WS-COUNT-EDIT)
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           ELSE
               MOVE WS-ERROR-MESSAGE TO WS-AUDIT-RESULT
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
       END PROGRAM COLQUERY.
