      * builds the full schedule from our own calendar: the years
      * and month lengths come off CALOUT (LEAP's BATCHCAL run), the
      * frequency comes off the PAYRULES rule file, holiday and
      * weekend conflicts shift to the prior business day off the
      * DAYCAL day master through DAYSVC, and the output is
      * written in PAYDATES format -- one year row per year for
      * LEAPCHK's screening, one "D" date row per pay date for
      * PAYADJ and everything downstream -- so the old system can
      * finally be switched off.
      *
      * PAYRULES holds one rule record per payroll group ("*"
      * comments ignored):
      *   WEEKLY    d            pay on weekday d (1=Mon..7=Sun)
      *   BIWEEKLY  yyyymmdd     every 14 days anchored to the seed
      *   SEMIMONTH d1 d2        fixed days each month (a day past
      *                          the month's end pays on month end)
      * followed by the group code in columns 29-36 and the group's
      * site region in columns 38-41 (blank for the region the
      * DAYCAL calendar was built for). Hourly staff,
      * salaried staff, and contractors are paid on different
      * frequencies off different anchors, so each group gets its
      * own schedule on PAYDATES with the group code stamped on
      * every year and "D" row, and its dates shifted off the
      * closures of its own region, so the east-side site's local
      * holidays move only the east-side groups' pay dates. A rule
      * with no group code (the
      * single-rule files written before groups existed) is the
      * DEFAULT group; a second rule for a group already loaded is
      * ignored with a console warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYGEN.
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL RULE-FILE ASSIGN TO "PAYRULES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYDATE-EXTRACT ASSIGN TO "PAYDATES"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05 FR-PARM-1 PIC X(8).
           05 FILLER PIC X.
           05 FR-PARM-2 PIC X(8).
           05 FILLER PIC X.
           05 FR-GROUP PIC X(8).
           05 FILLER PIC X.
           05 FR-REGION PIC X(4).

      * Written in the format LEAPCHK and PAYADJ read: year rows
      * "yyyy nn", date rows "D yyyymmdd", each with the payroll
      * group code in columns 12-19 and its region in 21-24.
       FD PAYDATE-EXTRACT.
       01 PAYDATE-EXTRACT-LINE PIC X(24).

       WORKING-STORAGE SECTION.
       01 WS-CAL-EOF PIC X VALUE "N".
           88 CAL-EOF VALUE "Y".
       01 WS-RULE-EOF PIC X VALUE "N".
           88 RULE-EOF VALUE "Y".

      * CALOUT loaded whole: the month lengths, and the distinct
      * years they cover.
       01 WS-YEAR-INDEX PIC 99.
       01 WS-YEAR-SEEN PIC X.

      * Every group's frequency rule, loaded whole.
       01 WS-GROUP-COUNT PIC 99 VALUE 0.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 20 TIMES.
               10 WS-GRP-CODE PIC X(8).
               10 WS-GRP-REGION PIC X(4).
               10 WS-GRP-TYPE PIC X(10).
               10 WS-GRP-WEEKDAY PIC 9.
               10 WS-GRP-SEED PIC 9(8).
               10 WS-GRP-DAY-1 PIC 99.
               10 WS-GRP-DAY-2 PIC 99.
       01 WS-GROUP-INDEX PIC 99.
       01 WS-GROUP-MATCH PIC 99 VALUE 0.
       01 WS-RULE-GROUP PIC X(8) VALUE SPACES.

      * The frequency rule of the group being generated.
       01 WS-GEN-GROUP PIC X(8) VALUE SPACES.
       01 WS-GEN-REGION PIC X(4) VALUE SPACES.
       01 WS-RULE-TYPE PIC X(10) VALUE SPACES.
       01 WS-RULE-WEEKDAY PIC 9 VALUE 4.
       01 WS-RULE-SEED PIC 9(8) VALUE 0.
       01 WS-RULE-DAY-1 PIC 99 VALUE 15.
       01 WS-RULE-DAY-2 PIC 99 VALUE 31.

      * Business-day arithmetic request block, serviced by DAYSVC
      * off the DAYCAL day master.
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
           05 WS-DAYSVC-REGION PIC X(4).

      * Generation work fields.
       01 WS-GEN-YEAR PIC 9(4) VALUE 0.
       01 WS-STEP-WORK PIC S9(8) VALUE 0.
       01 WS-MONTH-LEN PIC 99 VALUE 0.
       01 WS-FEB-LEN PIC 99 VALUE 28.
       01 WS-DATES-WRITTEN PIC 9(6) VALUE 0.
       01 WS-YEARS-DONE PIC 9(4) VALUE 0.

      * FILE STATUS catcher for the non-OPTIONAL files.
       01 WS-FILE-STATUS PIC XX VALUE "00".
       PAYGEN-BODY.
           PERFORM LOAD-CALENDAR-TABLE
           PERFORM LOAD-PAY-RULE
           MOVE 0 TO WS-DATES-WRITTEN
           MOVE 0 TO WS-YEARS-DONE
           OPEN OUTPUT PAYDATE-EXTRACT
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
               UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT
               PERFORM SELECT-GROUP-RULE
               PERFORM VARYING WS-YEAR-INDEX FROM 1 BY 1
                   UNTIL WS-YEAR-INDEX > WS-YEAR-COUNT
                   MOVE WS-YEAR-ENTRY(WS-YEAR-INDEX) TO WS-GEN-YEAR
                   PERFORM GENERATE-ONE-YEAR
               END-PERFORM
           END-PERFORM
           CLOSE CALENDAR-FILE
           CLOSE PAYDATE-EXTRACT
       PAYGEN-BODY-EXIT.
           EXIT.

      * The group's rule becomes the current rule the generation
      * paragraphs below work from.
       SELECT-GROUP-RULE.
           MOVE WS-GRP-CODE(WS-GROUP-INDEX) TO WS-GEN-GROUP
           MOVE WS-GRP-REGION(WS-GROUP-INDEX) TO WS-GEN-REGION
           MOVE WS-GRP-TYPE(WS-GROUP-INDEX) TO WS-RULE-TYPE
           MOVE WS-GRP-WEEKDAY(WS-GROUP-INDEX) TO WS-RULE-WEEKDAY
           MOVE WS-GRP-SEED(WS-GROUP-INDEX) TO WS-RULE-SEED
           MOVE WS-GRP-DAY-1(WS-GROUP-INDEX) TO WS-RULE-DAY-1
           MOVE WS-GRP-DAY-2(WS-GROUP-INDEX) TO WS-RULE-DAY-2.
       SELECT-GROUP-RULE-EXIT.
           EXIT.

      ******************************************************************
      * One year: the LEAPCHK year row first (February's length off
      * CALOUT), then every generated pay date, shifted off
               END-IF
           END-PERFORM
           MOVE SPACES TO PAYDATE-EXTRACT-LINE
           STRING WS-GEN-YEAR " " WS-FEB-LEN "    " WS-GEN-GROUP
               " " WS-GEN-REGION
               DELIMITED BY SIZE INTO PAYDATE-EXTRACT-LINE
           WRITE PAYDATE-EXTRACT-LINE

      * being repaired afterwards.
      ******************************************************************
       SHIFT-AND-WRITE-DATE.
           MOVE "HOLIDAY" TO WS-DAYSVC-ACTION
           MOVE WS-GEN-DATE TO WS-DAYSVC-DATE
           MOVE WS-GEN-REGION TO WS-DAYSVC-REGION
           CALL "DAYSVC" USING WS-DAYSVC-REQUEST
           IF WS-DAYSVC-BUSINESS = "N" THEN
               MOVE "PREVBUS" TO WS-DAYSVC-ACTION
               CALL "DAYSVC" USING WS-DAYSVC-REQUEST
               IF WS-DAYSVC-RESULT-DATE > 0 THEN
                   MOVE WS-DAYSVC-RESULT-DATE TO WS-GEN-DATE
               END-IF
           END-IF
           ADD 1 TO WS-DATES-WRITTEN
           MOVE SPACES TO PAYDATE-EXTRACT-LINE
           STRING "D " WS-GEN-DATE " " WS-GEN-GROUP
               " " WS-GEN-REGION
               DELIMITED BY SIZE INTO PAYDATE-EXTRACT-LINE
           WRITE PAYDATE-EXTRACT-LINE.
       SHIFT-AND-WRITE-DATE-EXIT.
           EXIT.

       LOAD-CALENDAR-TABLE.
           MOVE 0 TO WS-CAL-COUNT
           MOVE 0 TO WS-YEAR-COUNT
           EXIT.

       LOAD-PAY-RULE.
           MOVE 0 TO WS-GROUP-COUNT
           MOVE "N" TO WS-RULE-EOF
           OPEN INPUT RULE-FILE
           PERFORM UNTIL RULE-EOF
                       SET RULE-EOF TO TRUE
                   NOT AT END
                       IF FR-TYPE NOT = SPACES
                           AND FR-TYPE(1:1) NOT = "*" THEN
                           PERFORM FOLD-PAY-RULE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RULE-FILE
      * No rule on file keeps the shop default: one DEFAULT group
      * paid weekly on the pay Thursday the 53-week check assumes.
           IF WS-GROUP-COUNT = 0 THEN
               MOVE 1 TO WS-GROUP-COUNT
               MOVE "DEFAULT" TO WS-GRP-CODE(1)
               MOVE SPACES TO WS-GRP-REGION(1)
               MOVE "WEEKLY" TO WS-GRP-TYPE(1)
               MOVE 4 TO WS-GRP-WEEKDAY(1)
               MOVE 0 TO WS-GRP-SEED(1)
               MOVE 15 TO WS-GRP-DAY-1(1)
               MOVE 31 TO WS-GRP-DAY-2(1)
           END-IF.
       LOAD-PAY-RULE-EXIT.
           EXIT.

       FOLD-PAY-RULE.
           MOVE FR-GROUP TO WS-RULE-GROUP
           IF WS-RULE-GROUP = SPACES THEN
               MOVE "DEFAULT" TO WS-RULE-GROUP
           END-IF
           MOVE 0 TO WS-GROUP-MATCH
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
               UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT
               IF WS-GRP-CODE(WS-GROUP-INDEX) = WS-RULE-GROUP THEN
                   MOVE WS-GROUP-INDEX TO WS-GROUP-MATCH
               END-IF
           END-PERFORM
           IF WS-GROUP-MATCH > 0 THEN
               DISPLAY "PAYGEN WARNING: SECOND RULE FOR GROUP "
                   FUNCTION TRIM(WS-RULE-GROUP) " IGNORED"
           ELSE
               IF WS-GROUP-COUNT >= 20 THEN
                   DISPLAY "PAYGEN WARNING: MORE THAN 20 GROUPS, "
                       FUNCTION TRIM(WS-RULE-GROUP) " IGNORED"
               ELSE
                   PERFORM ADD-GROUP-RULE
               END-IF
           END-IF.
       FOLD-PAY-RULE-EXIT.
           EXIT.

      * Unparseable parameters keep the compiled-in defaults, as
      * the single-rule file always did.
       ADD-GROUP-RULE.
           ADD 1 TO WS-GROUP-COUNT
           MOVE WS-RULE-GROUP TO WS-GRP-CODE(WS-GROUP-COUNT)
           MOVE FR-REGION TO WS-GRP-REGION(WS-GROUP-COUNT)
           MOVE FR-TYPE TO WS-GRP-TYPE(WS-GROUP-COUNT)
           MOVE 4 TO WS-GRP-WEEKDAY(WS-GROUP-COUNT)
           MOVE 0 TO WS-GRP-SEED(WS-GROUP-COUNT)
           MOVE 15 TO WS-GRP-DAY-1(WS-GROUP-COUNT)
           MOVE 31 TO WS-GRP-DAY-2(WS-GROUP-COUNT)
           EVALUATE FR-TYPE
               WHEN "WEEKLY"
                   IF FR-PARM-1(1:1) >= "1"
                       AND FR-PARM-1(1:1) <= "7" THEN
                       MOVE FR-PARM-1(1:1)
                           TO WS-GRP-WEEKDAY(WS-GROUP-COUNT)
                   END-IF
               WHEN "BIWEEKLY"
                   IF FR-PARM-1 IS NUMERIC THEN
                       MOVE FR-PARM-1 TO WS-GRP-SEED(WS-GROUP-COUNT)
                   END-IF
               WHEN "SEMIMONTH"
                   IF FR-PARM-1(1:2) IS NUMERIC THEN
                       MOVE FR-PARM-1(1:2)
                           TO WS-GRP-DAY-1(WS-GROUP-COUNT)
                   END-IF
                   IF FR-PARM-2(1:2) IS NUMERIC THEN
                       MOVE FR-PARM-2(1:2)
                           TO WS-GRP-DAY-2(WS-GROUP-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       ADD-GROUP-RULE-EXIT.
           EXIT.

      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "PAYGEN" TO WS-AUDIT-PROGRAM
           MOVE SPACES TO WS-AUDIT-INPUT
           STRING "PAYRULES GROUPS " WS-GROUP-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           STRING "YEARS " WS-YEARS-DONE
               " DATES " WS-DATES-WRITTEN
