      ******************************************************************
      * NUMGEN: NUMFILE generator. Test and research feeds for the
      * Collatz batch used to be typed up by hand or knocked out with
      * one-off scripts, and nobody could say afterwards exactly
      * which numbers a given run had been fed. This program builds
      * the feed from a one-line specification set by the menu:
      *   RANGE   lo hi          every number from lo to hi
      *   STRIDE  lo hi s        lo, lo+s, lo+2s ... up to hi
      *   ODD     lo hi          only the odd numbers from lo to hi
      *   RESIDUE lo hi m r      only the numbers n with n mod m = r
      *   SAMPLE  lo hi k seed   k different numbers drawn at random
      *                          from lo to hi, in ascending order
      * NUMFILE is written clean -- one unsigned 18-digit start per
      * record, as NUMSCAN writes NUMCLEAN -- and closes with the
      * standard "*** CONTROL READ n WRITTEN n REJECTED n" trailer,
      * READ counting the candidates considered and REJECTED the
      * ones a sample passed over. The batch, NUMSCAN and BALANCER
      * all take that trailer as the end of the feed.
      *
      * The specification goes to the audit trail in a normalised
      * form (leading zeros and extra blanks dropped) and that same
      * line, entered again, rebuilds the identical file. SAMPLE
      * draws from the shop's own Park-Miller generator
      * (seed * 16807 mod 2**31-1) rather than the runtime's random
      * function, so a seed picks the same numbers on any machine,
      * and selects by the sequential method: every candidate in the
      * span is considered once, in order, so the sample needs no
      * duplicate table and comes out ascending. That bounds the
      * span a sample can cover at 99,999,999 numbers.
      *
      * A feed is capped at NUMGEN-MAX-RECORDS records (PARMFILE,
      * default 100000, at most 999999 -- NUMSCAN's own counters).
      * A specification that is rejected leaves any existing NUMFILE
      * untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMBER-FILE ASSIGN TO "NUMFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * NUMFILE-format: the same unsigned 18 digits NUMCLEAN holds;
      * the trailer line is the longer of the two records.
       FD NUMBER-FILE.
       01 NUMBER-FILE-RECORD PIC X(18).
       01 NUMBER-FILE-TRAILER PIC X(60).

       WORKING-STORAGE SECTION.
      * The specification, set by the menu; the name must match its
      * EXTERNAL item.
       01 WS-NUMGEN-SPEC IS EXTERNAL PIC X(60).

       01 WS-SPEC-TEXT PIC X(60).
       01 WS-SPEC-NORMAL PIC X(60).
       01 WS-SPEC-TYPE PIC X(8).
           88 SPEC-RANGE VALUE "RANGE".
           88 SPEC-STRIDE VALUE "STRIDE".
           88 SPEC-ODD VALUE "ODD".
           88 SPEC-RESIDUE VALUE "RESIDUE".
           88 SPEC-SAMPLE VALUE "SAMPLE".
           88 SPEC-TYPE-VALID VALUE "RANGE" "STRIDE" "ODD"
               "RESIDUE" "SAMPLE".
      * The words after the type, as text and as values; a fifth
      * slot catches anything past the last one a type takes.
       01 WS-SPEC-WORD-COUNT PIC 9 VALUE 0.
       01 WS-SPEC-WORDS-WANTED PIC 9 VALUE 0.
       01 WS-SPEC-WORD-TABLE.
           05 WS-SPEC-WORD PIC X(20) OCCURS 5 TIMES.
       01 WS-SPEC-VALUE-TABLE.
           05 WS-SPEC-VALUE PIC 9(18) OCCURS 5 TIMES.
       01 WS-SPEC-IX PIC 9.
       01 WS-SPEC-EDIT PIC Z(17)9.

       01 WS-LOW PIC 9(18) VALUE 0.
       01 WS-HIGH PIC 9(18) VALUE 0.
      * An arithmetic progression covers every type but SAMPLE:
      * first value, step, and how many terms fall in the range.
       01 WS-FIRST PIC 9(18) VALUE 0.
       01 WS-STEP PIC 9(18) VALUE 0.
       01 WS-MODULUS PIC 9(18) VALUE 0.
       01 WS-RESIDUE PIC 9(18) VALUE 0.
       01 WS-LOW-REMAINDER PIC 9(18) VALUE 0.
       01 WS-CLASS-PAST-END PIC X VALUE "N".
           88 CLASS-PAST-END VALUE "Y".
       01 WS-TERM-COUNT PIC 9(18) VALUE 0.
       01 WS-TERM-IX PIC 9(8) VALUE 0.
       01 WS-CURRENT PIC 9(18) VALUE 0.

      * SAMPLE: the span, the sample size and the generator state.
       01 WS-SPAN PIC 9(18) VALUE 0.
       01 WS-SAMPLE-SIZE PIC 9(18) VALUE 0.
       01 WS-SEED PIC 9(18) VALUE 0.
       01 WS-RANDOM-STATE PIC 9(18) VALUE 0.
       01 WS-RANDOM-MODULUS PIC 9(10) VALUE 2147483647.
       01 WS-RANDOM-MULTIPLIER PIC 9(5) VALUE 16807.
       01 WS-SAMPLE-SEEN PIC 9(18) VALUE 0.
       01 WS-SAMPLE-TAKEN PIC 9(18) VALUE 0.
       01 WS-SAMPLE-LEFT PIC 9(18) VALUE 0.
       01 WS-SAMPLE-NEEDED PIC 9(18) VALUE 0.

       01 WS-MAX-RECORDS PIC 9(6) VALUE 100000.
       01 WS-SPAN-LIMIT PIC 9(8) VALUE 99999999.
       01 WS-MAX-EDIT PIC Z(5)9.

      * Control totals for the trailer.
       01 WS-CTL-READ PIC 9(8) VALUE 0.
       01 WS-CTL-WRITTEN PIC 9(8) VALUE 0.
       01 WS-CTL-REJECTED PIC 9(8) VALUE 0.

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

       NUMGEN-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE 0 TO WS-CTL-READ
           MOVE 0 TO WS-CTL-WRITTEN
           MOVE 0 TO WS-CTL-REJECTED
           MOVE SPACES TO WS-SPEC-NORMAL
           MOVE "NUMGEN-MAX-RECORDS" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND FUNCTION NUMVAL(WS-PARM-VALUE) >= 1
               AND FUNCTION NUMVAL(WS-PARM-VALUE) <= 999999 THEN
               COMPUTE WS-MAX-RECORDS = FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           PERFORM PARSE-SPEC
           IF WS-SUCCESS THEN
               PERFORM PLAN-FEED
           END-IF
           IF WS-SUCCESS THEN
               OPEN OUTPUT NUMBER-FILE
               IF SPEC-SAMPLE THEN
                   PERFORM WRITE-SAMPLE
               ELSE
                   PERFORM WRITE-PROGRESSION
               END-IF
               MOVE SPACES TO NUMBER-FILE-TRAILER
               STRING "*** CONTROL READ " WS-CTL-READ
                   " WRITTEN " WS-CTL-WRITTEN
                   " REJECTED " WS-CTL-REJECTED
                   DELIMITED BY SIZE INTO NUMBER-FILE-TRAILER
               WRITE NUMBER-FILE-TRAILER
               CLOSE NUMBER-FILE
               DISPLAY "NUMGEN " FUNCTION TRIM(WS-SPEC-NORMAL)
               DISPLAY "NUMGEN READ " WS-CTL-READ
                   " WRITTEN " WS-CTL-WRITTEN
                   " REJECTED " WS-CTL-REJECTED
           ELSE
               DISPLAY "NUMGEN: " FUNCTION TRIM(WS-ERROR-MESSAGE)
           END-IF
           PERFORM LOG-AUDIT-ENTRY
      * Publish the outcome per the STATUSCD convention so the
      * job-plan runner can gate dependent steps on it.
           MOVE WS-RETURN-CODE TO WS-PUBLISHED-RETURN-CODE
           MOVE WS-ERROR-MESSAGE TO WS-PUBLISHED-ERROR-MESSAGE
           PERFORM RAISE-ALERT-IF-SEVERE
           GOBACK.
       NUMGEN-RUN-EXIT.
           EXIT.

      ******************************************************************
      * The specification as the menu handed it over: a known type
      * followed by exactly the number of values that type takes,
      * each all digits and no longer than 18. The normalised form
      * kept for the audit trail is rebuilt from the parsed values.
      ******************************************************************
       PARSE-SPEC.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NUMGEN-SPEC))
               TO WS-SPEC-TEXT
           MOVE SPACES TO WS-SPEC-TYPE
           MOVE SPACES TO WS-SPEC-WORD-TABLE
           MOVE 0 TO WS-SPEC-WORD-COUNT
           UNSTRING WS-SPEC-TEXT DELIMITED BY ALL SPACE
               INTO WS-SPEC-TYPE
                   WS-SPEC-WORD(1) WS-SPEC-WORD(2)
                   WS-SPEC-WORD(3) WS-SPEC-WORD(4)
                   WS-SPEC-WORD(5)
           END-UNSTRING
           PERFORM VARYING WS-SPEC-IX FROM 1 BY 1
               UNTIL WS-SPEC-IX > 5
               IF WS-SPEC-WORD(WS-SPEC-IX) NOT = SPACES THEN
                   ADD 1 TO WS-SPEC-WORD-COUNT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN SPEC-RANGE MOVE 2 TO WS-SPEC-WORDS-WANTED
               WHEN SPEC-ODD MOVE 2 TO WS-SPEC-WORDS-WANTED
               WHEN SPEC-STRIDE MOVE 3 TO WS-SPEC-WORDS-WANTED
               WHEN SPEC-RESIDUE MOVE 4 TO WS-SPEC-WORDS-WANTED
               WHEN SPEC-SAMPLE MOVE 4 TO WS-SPEC-WORDS-WANTED
               WHEN OTHER MOVE 0 TO WS-SPEC-WORDS-WANTED
           END-EVALUATE
           IF NOT SPEC-TYPE-VALID THEN
               SET WS-INVALID-INPUT TO TRUE
               MOVE "SPEC MUST BE RANGE, STRIDE, ODD, RESIDUE OR SAMPLE"
                   TO WS-ERROR-MESSAGE
           ELSE
               IF WS-SPEC-WORD-COUNT NOT = WS-SPEC-WORDS-WANTED THEN
                   SET WS-INVALID-INPUT TO TRUE
                   STRING FUNCTION TRIM(WS-SPEC-TYPE) " TAKES "
                       WS-SPEC-WORDS-WANTED " VALUES"
                       DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               END-IF
           END-IF
           IF WS-SUCCESS THEN
               PERFORM VARYING WS-SPEC-IX FROM 1 BY 1
                   UNTIL WS-SPEC-IX > WS-SPEC-WORDS-WANTED
                   OR NOT WS-SUCCESS
                   PERFORM CONVERT-SPEC-WORD
               END-PERFORM
           END-IF
           IF WS-SUCCESS THEN
               MOVE SPACES TO WS-SPEC-NORMAL
               MOVE WS-SPEC-TYPE TO WS-SPEC-NORMAL
               MOVE SPACES TO WS-SPEC-TEXT
               PERFORM VARYING WS-SPEC-IX FROM 1 BY 1
                   UNTIL WS-SPEC-IX > WS-SPEC-WORDS-WANTED
                   MOVE WS-SPEC-VALUE(WS-SPEC-IX) TO WS-SPEC-EDIT
                   STRING FUNCTION TRIM(WS-SPEC-NORMAL) " "
                       FUNCTION TRIM(WS-SPEC-EDIT)
                       DELIMITED BY SIZE INTO WS-SPEC-TEXT
                   MOVE WS-SPEC-TEXT TO WS-SPEC-NORMAL
                   MOVE SPACES TO WS-SPEC-TEXT
               END-PERFORM
           ELSE
               MOVE WS-NUMGEN-SPEC TO WS-SPEC-NORMAL
           END-IF.
       PARSE-SPEC-EXIT.
           EXIT.

       CONVERT-SPEC-WORD.
           IF FUNCTION TRIM(WS-SPEC-WORD(WS-SPEC-IX)) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(
                   WS-SPEC-WORD(WS-SPEC-IX))) <= 18 THEN
               COMPUTE WS-SPEC-VALUE(WS-SPEC-IX) =
                   FUNCTION NUMVAL(WS-SPEC-WORD(WS-SPEC-IX))
           ELSE
               SET WS-INVALID-INPUT TO TRUE
               STRING "SPEC VALUE '"
                   FUNCTION TRIM(WS-SPEC-WORD(WS-SPEC-IX))
                   "' IS NOT A WHOLE NUMBER OF UP TO 18 DIGITS"
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-IF.
       CONVERT-SPEC-WORD-EXIT.
           EXIT.

      ******************************************************************
      * Turn the parsed values into a feed plan and check it: the
      * range must start at 1 or more and not run backwards, the
      * type's own values must make sense, and the feed must select
      * at least one number and no more than NUMGEN-MAX-RECORDS.
      ******************************************************************
       PLAN-FEED.
           MOVE WS-SPEC-VALUE(1) TO WS-LOW
           MOVE WS-SPEC-VALUE(2) TO WS-HIGH
           MOVE WS-LOW TO WS-FIRST
           MOVE 1 TO WS-STEP
           MOVE "N" TO WS-CLASS-PAST-END
           IF WS-LOW = 0 THEN
               SET WS-INVALID-INPUT TO TRUE
               MOVE "RANGE MUST START AT 1 OR MORE" TO WS-ERROR-MESSAGE
           END-IF
           IF WS-SUCCESS AND WS-HIGH < WS-LOW THEN
               SET WS-INVALID-INPUT TO TRUE
               MOVE "RANGE HIGH END IS BELOW THE LOW END"
                   TO WS-ERROR-MESSAGE
           END-IF
           IF WS-SUCCESS THEN
               EVALUATE TRUE
                   WHEN SPEC-STRIDE
                       PERFORM PLAN-STRIDE
                   WHEN SPEC-ODD
                       MOVE 2 TO WS-MODULUS
                       MOVE 1 TO WS-RESIDUE
                       PERFORM PLAN-RESIDUE-CLASS
                   WHEN SPEC-RESIDUE
                       MOVE WS-SPEC-VALUE(3) TO WS-MODULUS
                       MOVE WS-SPEC-VALUE(4) TO WS-RESIDUE
                       PERFORM PLAN-RESIDUE
                   WHEN SPEC-SAMPLE
                       PERFORM PLAN-SAMPLE
               END-EVALUATE
           END-IF
           IF WS-SUCCESS AND NOT SPEC-SAMPLE THEN
               IF WS-FIRST > WS-HIGH OR CLASS-PAST-END THEN
                   MOVE 0 TO WS-TERM-COUNT
               ELSE
                   COMPUTE WS-TERM-COUNT =
                       (WS-HIGH - WS-FIRST) / WS-STEP + 1
               END-IF
               IF WS-TERM-COUNT = 0 THEN
                   SET WS-INVALID-INPUT TO TRUE
                   MOVE "SPEC SELECTS NO NUMBERS IN THE RANGE"
                       TO WS-ERROR-MESSAGE
               END-IF
               IF WS-SUCCESS AND WS-TERM-COUNT > WS-MAX-RECORDS THEN
                   PERFORM REJECT-TOO-MANY
               END-IF
           END-IF.
       PLAN-FEED-EXIT.
           EXIT.

       PLAN-STRIDE.
           MOVE WS-SPEC-VALUE(3) TO WS-STEP
           IF WS-STEP = 0 THEN
               SET WS-INVALID-INPUT TO TRUE
               MOVE "STRIDE MUST BE 1 OR MORE" TO WS-ERROR-MESSAGE
           END-IF.
       PLAN-STRIDE-EXIT.
           EXIT.

       PLAN-RESIDUE.
           IF WS-MODULUS < 2 THEN
               SET WS-INVALID-INPUT TO TRUE
               MOVE "RESIDUE MODULUS MUST BE 2 OR MORE"
                   TO WS-ERROR-MESSAGE
           ELSE
               IF WS-RESIDUE >= WS-MODULUS THEN
                   SET WS-INVALID-INPUT TO TRUE
                   MOVE "RESIDUE MUST BE LESS THAN THE MODULUS"
                       TO WS-ERROR-MESSAGE
               ELSE
                   PERFORM PLAN-RESIDUE-CLASS
               END-IF
           END-IF.
       PLAN-RESIDUE-EXIT.
           EXIT.

      * The first number at or above the low end in the class; one
      * that would not fit 18 digits is past any high end anyway.
       PLAN-RESIDUE-CLASS.
           MOVE WS-MODULUS TO WS-STEP
           MOVE "N" TO WS-CLASS-PAST-END
           COMPUTE WS-LOW-REMAINDER = FUNCTION MOD(WS-LOW, WS-MODULUS)
           IF WS-LOW-REMAINDER <= WS-RESIDUE THEN
               COMPUTE WS-FIRST =
                   WS-LOW + WS-RESIDUE - WS-LOW-REMAINDER
           ELSE
               COMPUTE WS-FIRST =
                   WS-LOW + WS-MODULUS - WS-LOW-REMAINDER + WS-RESIDUE
                   ON SIZE ERROR
                       SET CLASS-PAST-END TO TRUE
               END-COMPUTE
           END-IF.
       PLAN-RESIDUE-CLASS-EXIT.
           EXIT.

       PLAN-SAMPLE.
           MOVE WS-SPEC-VALUE(3) TO WS-SAMPLE-SIZE
           MOVE WS-SPEC-VALUE(4) TO WS-SEED
           COMPUTE WS-SPAN = WS-HIGH - WS-LOW + 1
           EVALUATE TRUE
               WHEN WS-SPAN > WS-SPAN-LIMIT
                   SET WS-INVALID-INPUT TO TRUE
                   MOVE "SAMPLE SPAN IS OVER 99999999 NUMBERS"
                       TO WS-ERROR-MESSAGE
               WHEN WS-SAMPLE-SIZE = 0
                   SET WS-INVALID-INPUT TO TRUE
                   MOVE "SAMPLE SIZE MUST BE 1 OR MORE"
                       TO WS-ERROR-MESSAGE
               WHEN WS-SAMPLE-SIZE > WS-SPAN
                   SET WS-INVALID-INPUT TO TRUE
                   MOVE "SAMPLE SIZE IS LARGER THAN THE RANGE"
                       TO WS-ERROR-MESSAGE
               WHEN WS-SAMPLE-SIZE > WS-MAX-RECORDS
                   PERFORM REJECT-TOO-MANY
               WHEN WS-SEED = 0
                   OR WS-SEED >= WS-RANDOM-MODULUS
                   SET WS-INVALID-INPUT TO TRUE
                   MOVE "SAMPLE SEED MUST BE FROM 1 TO 2147483646"
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.
       PLAN-SAMPLE-EXIT.
           EXIT.

       REJECT-TOO-MANY.
           SET WS-INVALID-INPUT TO TRUE
           MOVE WS-MAX-RECORDS TO WS-MAX-EDIT
           STRING "SPEC SELECTS MORE THAN "
               FUNCTION TRIM(WS-MAX-EDIT) " NUMBERS"
               DELIMITED BY SIZE INTO WS-ERROR-MESSAGE.
       REJECT-TOO-MANY-EXIT.
           EXIT.

      ******************************************************************
      * RANGE, STRIDE, ODD and RESIDUE: every term of the planned
      * progression, in order. The step past the last term is never
      * taken, so a range ending near the top of 18 digits is safe.
      ******************************************************************
       WRITE-PROGRESSION.
           MOVE WS-FIRST TO WS-CURRENT
           PERFORM VARYING WS-TERM-IX FROM 1 BY 1
               UNTIL WS-TERM-IX > WS-TERM-COUNT
               PERFORM WRITE-ONE-NUMBER
               IF WS-TERM-IX < WS-TERM-COUNT THEN
                   ADD WS-STEP TO WS-CURRENT
               END-IF
           END-PERFORM
           MOVE WS-CTL-WRITTEN TO WS-CTL-READ.
       WRITE-PROGRESSION-EXIT.
           EXIT.

      ******************************************************************
      * SAMPLE: each candidate from the low end up is taken with
      * probability (still needed) / (still left), which draws
      * exactly k numbers, each k-subset equally likely. The draw
      * u = state / (2**31-1) is compared in whole numbers:
      *   state * left < needed * (2**31-1)
      * The scan stops as soon as the sample is complete.
      ******************************************************************
       WRITE-SAMPLE.
           MOVE WS-SEED TO WS-RANDOM-STATE
           MOVE WS-LOW TO WS-CURRENT
           MOVE 0 TO WS-SAMPLE-SEEN
           MOVE 0 TO WS-SAMPLE-TAKEN
           PERFORM UNTIL WS-SAMPLE-TAKEN >= WS-SAMPLE-SIZE
               COMPUTE WS-RANDOM-STATE = FUNCTION MOD(
                   WS-RANDOM-STATE * WS-RANDOM-MULTIPLIER,
                   WS-RANDOM-MODULUS)
               COMPUTE WS-SAMPLE-LEFT = WS-SPAN - WS-SAMPLE-SEEN
               COMPUTE WS-SAMPLE-NEEDED =
                   WS-SAMPLE-SIZE - WS-SAMPLE-TAKEN
               ADD 1 TO WS-SAMPLE-SEEN
               IF WS-RANDOM-STATE * WS-SAMPLE-LEFT
                   < WS-SAMPLE-NEEDED * WS-RANDOM-MODULUS THEN
                   PERFORM WRITE-ONE-NUMBER
                   ADD 1 TO WS-SAMPLE-TAKEN
               ELSE
                   ADD 1 TO WS-CTL-REJECTED
               END-IF
               IF WS-SAMPLE-TAKEN < WS-SAMPLE-SIZE THEN
                   ADD 1 TO WS-CURRENT
               END-IF
           END-PERFORM
           MOVE WS-SAMPLE-SEEN TO WS-CTL-READ.
       WRITE-SAMPLE-EXIT.
           EXIT.

       WRITE-ONE-NUMBER.
           MOVE SPACES TO NUMBER-FILE-RECORD
           MOVE WS-CURRENT TO NUMBER-FILE-RECORD
           WRITE NUMBER-FILE-RECORD
           ADD 1 TO WS-CTL-WRITTEN.
       WRITE-ONE-NUMBER-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, the normalised specification (the
      * line that reproduces this feed), and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "NUMGEN" TO WS-AUDIT-PROGRAM
           MOVE WS-SPEC-NORMAL TO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           IF WS-SUCCESS THEN
               STRING "READ " WS-CTL-READ
                   " WRITTEN " WS-CTL-WRITTEN
                   " REJECTED " WS-CTL-REJECTED
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
      ******************************************************************
      * A severe outcome raises an immediate operator alert through
      * ALERTSVC alongside the published status.
      ******************************************************************
       RAISE-ALERT-IF-SEVERE.
           IF WS-PROCESSING-ERROR THEN
               MOVE "NUMGEN" TO WS-ALERT-PROGRAM
               MOVE WS-RETURN-CODE TO WS-ALERT-CODE
               MOVE WS-ERROR-MESSAGE TO WS-ALERT-MESSAGE
               CALL "ALERTSVC" USING WS-ALERT-REQUEST
           END-IF.
       RAISE-ALERT-IF-SEVERE-EXIT.
           EXIT.
       END PROGRAM NUMGEN.
