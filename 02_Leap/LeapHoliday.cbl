      * holidays shifted to the nearest weekday when they land on a
      * weekend -- so the closure calendar is generated instead of
      * keyed in by hand every January.
      *
      * Every HOLFILE line carries a region code in columns 46-49:
      * "ALL" for the national closures every site observes, or the
      * site code (SITE-ID, as SITEXCH stamps it) for a closure only
      * that site observes. The regional closures come off the
      * HOLRULES rule file, one rule per line ("*" comments
      * ignored):
      *   cols 1-4   region code
      *   cols 6-11  FIXED  mmdd   fixed date, shifted off weekends
      *                            like the national fixed holidays
      *              EASTER +nnn   day offset from Easter Sunday
      *              NTHDOW mmnd   the n-th weekday d (1=Mon..7=Sun)
      *                            of month mm; n of L is the last
      *   cols 13-20 the rule parameter above
      *   cols 22-37 holiday name
      * so the east-side site's local closures are generated with
      * everyone else's instead of hand-edited into HOLFILE after
      * each run, and each site's calendar picks only its own.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAPHOL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REGION-RULE-FILE ASSIGN TO "HOLRULES"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD YEAR-FILE.
       FD HOLIDAY-FILE.
       01 HOLIDAY-FILE-LINE PIC X(60).

       FD REGION-RULE-FILE.
       01 REGION-RULE-RECORD.
           05 HR-REGION PIC X(4).
           05 FILLER PIC X.
           05 HR-TYPE PIC X(6).
           05 FILLER PIC X.
           05 HR-PARM PIC X(8).
           05 FILLER PIC X.
           05 HR-NAME PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-YEAR PIC 9(4).

       01 WS-HOLIDAY-INTEGER PIC 9(8).
       01 WS-HOLIDAY-DOW PIC 9.
       01 WS-HOLIDAY-NOTE PIC X(16).
       01 WS-HOLIDAY-REGION PIC X(4) VALUE "ALL".
       01 WS-HOLIDAY-SPLIT.
           05 WS-HOL-YEAR PIC 9(4).
           05 WS-HOL-MONTH PIC 99.
           05 WS-HOL-DAY PIC 99.

      * The regional rules loaded whole; a rule that does not parse
      * is dropped at load with a console warning.
       01 WS-RULE-EOF PIC X VALUE "N".
           88 RULE-EOF VALUE "Y".
       01 WS-RULE-COUNT PIC 99 VALUE 0.
       01 WS-RULE-SKIPPED PIC 99 VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 50 TIMES.
               10 WS-RULE-REGION PIC X(4).
               10 WS-RULE-TYPE PIC X(6).
               10 WS-RULE-MONTH PIC 99.
               10 WS-RULE-DAY PIC 99.
               10 WS-RULE-NTH PIC X.
               10 WS-RULE-WEEKDAY PIC 9.
               10 WS-RULE-OFFSET PIC S9(3).
               10 WS-RULE-NAME PIC X(16).
       01 WS-RULE-INDEX PIC 99.
       01 WS-RULE-OK PIC X.
       01 WS-RULE-PARM PIC X(8).
       01 WS-RULE-PARM-MMDD REDEFINES WS-RULE-PARM.
           05 WS-RULE-PARM-MM PIC 99.
           05 WS-RULE-PARM-DD PIC 99.
           05 FILLER PIC X(4).
       01 WS-RULE-PARM-NTH REDEFINES WS-RULE-PARM.
           05 FILLER PIC XX.
           05 WS-RULE-PARM-N PIC X.
           05 WS-RULE-PARM-D PIC X.
           05 FILLER PIC X(4).

      * NTHDOW derivation: the month's first day and length, and
      * the day the rule lands on.
       01 WS-MONTH-FIRST-INTEGER PIC 9(8).
       01 WS-MONTH-FIRST-DOW PIC 9.
       01 WS-MONTH-LAST-INTEGER PIC 9(8).
       01 WS-NTH-COUNT PIC 9.
       01 WS-NTH-SHIFT PIC 9.
       01 WS-NEXT-MONTH-DATE PIC 9(8).
       01 WS-REGION-WRITTEN PIC 9(6) VALUE 0.

      * Operator alert request block, serviced by ALERTSVC: a
      * severe outcome reaches the console feed the moment it
      * happens instead of a report nobody reads until morning.
           MOVE "N" TO WS-BATCH-EOF
           MOVE 0 TO WS-YEARS-DONE
           SET WS-SUCCESS TO TRUE
           PERFORM LOAD-REGION-RULES
           MOVE 0 TO WS-REGION-WRITTEN
           OPEN INPUT YEAR-FILE
           OPEN OUTPUT HOLIDAY-FILE

           ELSE
               ADD 1 TO WS-YEARS-DONE
               PERFORM COMPUTE-EASTER-SUNDAY
               MOVE "ALL" TO WS-HOLIDAY-REGION

               MOVE "GOOD FRIDAY" TO WS-HOLIDAY-NAME
               COMPUTE WS-HOLIDAY-INTEGER = WS-EASTER-INTEGER - 2
               MOVE "CHRISTMAS DAY" TO WS-HOLIDAY-NAME
               COMPUTE WS-HOLIDAY-DATE = (WS-YEAR * 10000) + 1225
               PERFORM WRITE-FIXED-HOLIDAY

               PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX > WS-RULE-COUNT
                   PERFORM WRITE-REGION-HOLIDAY
               END-PERFORM
           END-IF.
       WRITE-HOLIDAYS-FOR-YEAR-EXIT.
           EXIT.

      ******************************************************************
      * One HOLRULES rule applied to the year under work, through
      * the same fixed and offset writers the national closures
      * use. An NTHDOW rule whose n-th weekday does not exist that
      * month writes nothing.
      ******************************************************************
       WRITE-REGION-HOLIDAY.
           MOVE WS-RULE-REGION(WS-RULE-INDEX) TO WS-HOLIDAY-REGION
           MOVE WS-RULE-NAME(WS-RULE-INDEX) TO WS-HOLIDAY-NAME
           EVALUATE WS-RULE-TYPE(WS-RULE-INDEX)
               WHEN "FIXED"
                   COMPUTE WS-HOLIDAY-DATE = (WS-YEAR * 10000)
                       + (WS-RULE-MONTH(WS-RULE-INDEX) * 100)
                       + WS-RULE-DAY(WS-RULE-INDEX)
                   IF FUNCTION INTEGER-OF-DATE(WS-HOLIDAY-DATE) > 0
                       THEN
                       ADD 1 TO WS-REGION-WRITTEN
                       PERFORM WRITE-FIXED-HOLIDAY
                   END-IF
               WHEN "EASTER"
                   COMPUTE WS-HOLIDAY-INTEGER = WS-EASTER-INTEGER
                       + WS-RULE-OFFSET(WS-RULE-INDEX)
                   ADD 1 TO WS-REGION-WRITTEN
                   PERFORM WRITE-OFFSET-HOLIDAY
               WHEN "NTHDOW"
                   PERFORM FIND-NTH-WEEKDAY
                   IF WS-HOLIDAY-INTEGER > 0 THEN
                       ADD 1 TO WS-REGION-WRITTEN
                       PERFORM WRITE-OFFSET-HOLIDAY
                   END-IF
           END-EVALUATE.
       WRITE-REGION-HOLIDAY-EXIT.
           EXIT.

      * The n-th (or last) weekday d of the rule's month, as a day
      * number in WS-HOLIDAY-INTEGER; zero when the month has no
      * such day. Weekdays run 1=Monday .. 7=Sunday; MOD 7 of the
      * day number gives 0 for Sunday and is folded to 7.
       FIND-NTH-WEEKDAY.
           MOVE 0 TO WS-HOLIDAY-INTEGER
           COMPUTE WS-HOLIDAY-DATE = (WS-YEAR * 10000)
               + (WS-RULE-MONTH(WS-RULE-INDEX) * 100) + 1
           COMPUTE WS-MONTH-FIRST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-HOLIDAY-DATE)
           IF WS-RULE-MONTH(WS-RULE-INDEX) = 12 THEN
               COMPUTE WS-MONTH-LAST-INTEGER =
                   WS-MONTH-FIRST-INTEGER + 30
           ELSE
               COMPUTE WS-NEXT-MONTH-DATE = (WS-YEAR * 10000)
                   + ((WS-RULE-MONTH(WS-RULE-INDEX) + 1) * 100) + 1
               COMPUTE WS-MONTH-LAST-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1
           END-IF
           COMPUTE WS-MONTH-FIRST-DOW =
               FUNCTION MOD(WS-MONTH-FIRST-INTEGER, 7)
           IF WS-MONTH-FIRST-DOW = 0 THEN
               MOVE 7 TO WS-MONTH-FIRST-DOW
           END-IF
           COMPUTE WS-NTH-SHIFT = FUNCTION MOD(
               WS-RULE-WEEKDAY(WS-RULE-INDEX) - WS-MONTH-FIRST-DOW
               + 7, 7)
           IF WS-RULE-NTH(WS-RULE-INDEX) = "L" THEN
               COMPUTE WS-HOLIDAY-INTEGER =
                   WS-MONTH-FIRST-INTEGER + WS-NTH-SHIFT + 28
               IF WS-HOLIDAY-INTEGER > WS-MONTH-LAST-INTEGER THEN
                   SUBTRACT 7 FROM WS-HOLIDAY-INTEGER
               END-IF
           ELSE
               MOVE WS-RULE-NTH(WS-RULE-INDEX) TO WS-NTH-COUNT
               COMPUTE WS-HOLIDAY-INTEGER = WS-MONTH-FIRST-INTEGER
                   + WS-NTH-SHIFT + ((WS-NTH-COUNT - 1) * 7)
               IF WS-HOLIDAY-INTEGER > WS-MONTH-LAST-INTEGER THEN
                   MOVE 0 TO WS-HOLIDAY-INTEGER
               END-IF
           END-IF.
       FIND-NTH-WEEKDAY-EXIT.
           EXIT.

      ******************************************************************
      * Anonymous Gregorian computus for Easter Sunday, yielding
      * WS-EASTER-MONTH/WS-EASTER-DAY and the day number
           MOVE SPACES TO HOLIDAY-FILE-LINE
           STRING WS-HOL-YEAR " " WS-HOL-MONTH " " WS-HOL-DAY
               " " WS-HOLIDAY-NAME " " WS-HOLIDAY-NOTE
               " " WS-HOLIDAY-REGION
               DELIMITED BY SIZE INTO HOLIDAY-FILE-LINE
           WRITE HOLIDAY-FILE-LINE.
       WRITE-HOLIDAY-LINE-EXIT.
           EXIT.

      ******************************************************************
      * HOLRULES loaded whole. A rule is kept only when its region,
      * type, and parameter all make sense; anything else is named
      * on the console and skipped rather than written as a
      * closure nobody asked for.
      ******************************************************************
       LOAD-REGION-RULES.
           MOVE 0 TO WS-RULE-COUNT
           MOVE 0 TO WS-RULE-SKIPPED
           MOVE "N" TO WS-RULE-EOF
           OPEN INPUT REGION-RULE-FILE
           PERFORM UNTIL RULE-EOF
               READ REGION-RULE-FILE
                   AT END
                       SET RULE-EOF TO TRUE
                   NOT AT END
                       IF REGION-RULE-RECORD NOT = SPACES
                           AND HR-REGION(1:1) NOT = "*" THEN
                           PERFORM FOLD-REGION-RULE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGION-RULE-FILE.
       LOAD-REGION-RULES-EXIT.
           EXIT.

       FOLD-REGION-RULE.
           MOVE "Y" TO WS-RULE-OK
           MOVE HR-PARM TO WS-RULE-PARM
           IF HR-REGION = SPACES OR WS-RULE-COUNT >= 50 THEN
               MOVE "N" TO WS-RULE-OK
           END-IF
           EVALUATE HR-TYPE
               WHEN "FIXED"
                   IF WS-RULE-PARM(1:4) IS NOT NUMERIC THEN
                       MOVE "N" TO WS-RULE-OK
                   ELSE
                       IF WS-RULE-PARM-MM < 1
                           OR WS-RULE-PARM-MM > 12
                           OR WS-RULE-PARM-DD < 1
                           OR WS-RULE-PARM-DD > 31 THEN
                           MOVE "N" TO WS-RULE-OK
                       END-IF
                   END-IF
               WHEN "EASTER"
                   IF FUNCTION TEST-NUMVAL(HR-PARM) NOT = 0 THEN
                       MOVE "N" TO WS-RULE-OK
                   ELSE
                       IF FUNCTION NUMVAL(HR-PARM) < -99
                           OR FUNCTION NUMVAL(HR-PARM) > 99 THEN
                           MOVE "N" TO WS-RULE-OK
                       END-IF
                   END-IF
               WHEN "NTHDOW"
                   IF WS-RULE-PARM(1:2) IS NOT NUMERIC
                       OR WS-RULE-PARM-D IS NOT NUMERIC THEN
                       MOVE "N" TO WS-RULE-OK
                   ELSE
                       IF WS-RULE-PARM-MM < 1
                           OR WS-RULE-PARM-MM > 12
                           OR WS-RULE-PARM-D < "1"
                           OR WS-RULE-PARM-D > "7"
                           OR (WS-RULE-PARM-N NOT = "L"
                               AND (WS-RULE-PARM-N < "1"
                                   OR WS-RULE-PARM-N > "5")) THEN
                           MOVE "N" TO WS-RULE-OK
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-RULE-OK
           END-EVALUATE
           IF WS-RULE-OK = "N" THEN
               ADD 1 TO WS-RULE-SKIPPED
               DISPLAY "LEAPHOL WARNING: HOLRULES RULE SKIPPED: "
                   REGION-RULE-RECORD
           ELSE
               ADD 1 TO WS-RULE-COUNT
               MOVE HR-REGION TO WS-RULE-REGION(WS-RULE-COUNT)
               MOVE HR-TYPE TO WS-RULE-TYPE(WS-RULE-COUNT)
               MOVE HR-NAME TO WS-RULE-NAME(WS-RULE-COUNT)
               MOVE 0 TO WS-RULE-MONTH(WS-RULE-COUNT)
               MOVE 0 TO WS-RULE-DAY(WS-RULE-COUNT)
               MOVE SPACE TO WS-RULE-NTH(WS-RULE-COUNT)
               MOVE 0 TO WS-RULE-WEEKDAY(WS-RULE-COUNT)
               MOVE 0 TO WS-RULE-OFFSET(WS-RULE-COUNT)
               EVALUATE HR-TYPE
                   WHEN "FIXED"
                       MOVE WS-RULE-PARM-MM
                           TO WS-RULE-MONTH(WS-RULE-COUNT)
                       MOVE WS-RULE-PARM-DD
                           TO WS-RULE-DAY(WS-RULE-COUNT)
                   WHEN "EASTER"
                       COMPUTE WS-RULE-OFFSET(WS-RULE-COUNT) =
                           FUNCTION NUMVAL(HR-PARM)
                   WHEN "NTHDOW"
                       MOVE WS-RULE-PARM-MM
                           TO WS-RULE-MONTH(WS-RULE-COUNT)
                       MOVE WS-RULE-PARM-N
                           TO WS-RULE-NTH(WS-RULE-COUNT)
                       MOVE WS-RULE-PARM-D
                           TO WS-RULE-WEEKDAY(WS-RULE-COUNT)
               END-EVALUATE
           END-IF.
       FOLD-REGION-RULE-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "LEAPHOL" TO WS-AUDIT-PROGRAM
           MOVE "YEARFILE+HOLRULES" TO WS-AUDIT-INPUT
           STRING "YEARS " WS-YEARS-DONE
               " RULES " WS-RULE-COUNT
               " SKIPPED " WS-RULE-SKIPPED
               " REGIONAL " WS-REGION-WRITTEN
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           IF WS-AUDIT-OPERATOR = LOW-VALUES THEN
               MOVE SPACES TO WS-AUDIT-OPERATOR
