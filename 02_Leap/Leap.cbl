      * one authority instead of each re-deriving calendar math.
           SELECT OPTIONAL DAY-CALENDAR ASSIGN TO "DAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL.
      * 4-4-5 fiscal calendar, published by the same BATCHCAL run:
      * one record per DAYCAL date with its fiscal year, quarter,
      * period, and fiscal week, plus a one-page period-boundary
      * report per year, so finance closes on the same dates the
      * rest of the suite uses.
           SELECT OPTIONAL FISCAL-CALENDAR ASSIGN TO "FISCAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FISCAL-REPORT ASSIGN TO "FISCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * The closure calendar LEAPHOL publishes, read here so each
      * DAYCAL record carries its holiday flag. Only the national
      * ("ALL") closures and those of this calendar's region
      * (CALENDAR-REGION on PARMFILE) are taken, so the east-side
      * site's local closures stay off our calendar and ours off
      * theirs.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      * One record per date: the date, day-of-week (1=Monday ..
      * 7=Sunday), "H" when the date is a HOLFILE closure, the
      * business-day-of-month ordinal (zeros on weekends and
      * closures), the Monday-start week number of the year, and
      * the region whose closures the calendar was built with.
       FD DAY-CALENDAR.
       01 DAY-CALENDAR-RECORD.
           05 DC-DATE PIC 9(8).
           05 DC-BUSDAY PIC 99.
           05 FILLER PIC X.
           05 DC-WEEK PIC 99.
           05 FILLER PIC X.
           05 DC-REGION PIC X(4).

      * One record per DAYCAL date: the fiscal year the date closes
      * in (a few days either side of New Year belong to the
      * neighbouring fiscal year), quarter 1-4, period 1-12, and
      * fiscal week 1-53.
       FD FISCAL-CALENDAR.
       01 FISCAL-CALENDAR-RECORD.
           05 FC-DATE PIC 9(8).
           05 FILLER PIC X.
           05 FC-YEAR PIC 9(4).
           05 FILLER PIC X.
           05 FC-QUARTER PIC 9.
           05 FILLER PIC X.
           05 FC-PERIOD PIC 99.
           05 FILLER PIC X.
           05 FC-WEEK PIC 99.

       FD FISCAL-REPORT.
       01 FISCAL-REPORT-LINE PIC X(80).

      * Lines as LEAPHOL writes them: year, month, day at fixed
      * positions, the region code from column 46.
       FD HOLIDAY-FILE.
       01 HOLIDAY-FILE-LINE.
           05 HF-YEAR PIC X(4).
           05 HF-MONTH PIC XX.
           05 FILLER PIC X.
           05 HF-DAY PIC XX.
           05 FILLER PIC X(35).
           05 HF-REGION PIC X(4).
           05 FILLER PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-YEAR IS EXTERNAL PIC 9(4).
       01 WS-DAYCAL-HOL-EOF PIC X VALUE "N".
           88 DAYCAL-HOL-EOF VALUE "Y".
       01 WS-DAYCAL-LOADED PIC X VALUE "N".
      * The region this calendar is built for; "ALL" (the default)
      * takes the national closures only. A HOLFILE line written
      * before regions existed has a blank region and counts as
      * national.
       01 WS-CALENDAR-REGION PIC X(4) VALUE "ALL".
       01 WS-DAY-OF-MONTH PIC 99 VALUE 0.
       01 WS-DAY-DATE PIC 9(8) VALUE 0.
       01 WS-DAY-INTEGER PIC 9(8) VALUE 0.
       01 WS-WEEK-NUMBER PIC 99 VALUE 0.
       01 WS-MONTH-LEN PIC 99 VALUE 0.

      * Fiscal-calendar working storage. The fiscal year is 52 or
      * 53 Monday-start weeks, week 1 holding the year's first
      * Thursday -- which makes the 53-week fiscal years exactly the
      * years CHECK-53-WEEK-YEAR flags for 53 pay Thursdays. Each
      * quarter runs 4-4-5 weeks; the table holds the last fiscal
      * week of each period, and a 53rd week joins period 12.
       01 WS-FISCAL-PERIOD-TABLE.
           05 FILLER PIC X(24) VALUE "040813172126303439434752".
       01 WS-FISCAL-PERIOD-ENDS REDEFINES WS-FISCAL-PERIOD-TABLE.
           05 WS-PERIOD-END-WEEK PIC 99 OCCURS 12 TIMES.
       01 WS-PERIOD-INDEX PIC 99.
       01 WS-FISCAL-YEAR PIC 9(4) VALUE 0.
       01 WS-FISCAL-WEEK PIC 99 VALUE 0.
       01 WS-FISCAL-PERIOD PIC 99 VALUE 0.
       01 WS-FISCAL-QUARTER PIC 9 VALUE 0.
       01 WS-FISCAL-WEEKS PIC 99 VALUE 0.
       01 WS-WEEK-MONDAY-INT PIC 9(8) VALUE 0.
       01 WS-WEEK-THURSDAY PIC 9(8) VALUE 0.
       01 WS-FY-START-INT PIC 9(8) VALUE 0.
       01 WS-FY-NEXT-START-INT PIC 9(8) VALUE 0.
       01 WS-FY-WORK-YEAR PIC 9(4) VALUE 0.
       01 WS-FY-WORK-INT PIC 9(8) VALUE 0.
       01 WS-FY-WORK-DOW PIC 9 VALUE 0.
       01 WS-PERIOD-FIRST-WEEK PIC 99 VALUE 0.
       01 WS-PERIOD-LAST-WEEK PIC 99 VALUE 0.
       01 WS-PERIOD-START-DATE PIC 9(8) VALUE 0.
       01 WS-PERIOD-END-DATE PIC 9(8) VALUE 0.
       01 WS-PERIOD-WEEKS PIC 99 VALUE 0.
       01 WS-FISCAL-FLAG PIC X(14) VALUE SPACES.

      * Request 004: reconciliation-run working storage.
       01 WS-RECON-EOF PIC X VALUE "N".
           88 RECON-EOF VALUE "Y".
               AND FUNCTION NUMVAL(WS-PARM-VALUE) > 0 THEN
               COMPUTE WS-YEAR-MAX =
                   FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           MOVE "CALENDAR-REGION" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND WS-PARM-VALUE(1:4) NOT = SPACES THEN
               MOVE WS-PARM-VALUE(1:4) TO WS-CALENDAR-REGION
           END-IF.
       LOAD-SHOP-PARAMETERS-EXIT.
           EXIT.
           IF CALENDAR-WANTED THEN
               OPEN OUTPUT CALENDAR-FILE
               OPEN OUTPUT DAY-CALENDAR
               OPEN OUTPUT FISCAL-CALENDAR
               OPEN OUTPUT FISCAL-REPORT
               PERFORM LOAD-DAYCAL-HOLIDAYS
           END-IF

      * applies.
                           IF WS-YEAR >= 1601 THEN
                               PERFORM WRITE-DAY-CALENDAR-YEAR
                               PERFORM WRITE-FISCAL-YEAR-REPORT
                           END-IF
                       END-IF
               END-READ
           IF CALENDAR-WANTED THEN
               CLOSE CALENDAR-FILE
               CLOSE DAY-CALENDAR
               CLOSE FISCAL-CALENDAR
               CLOSE FISCAL-REPORT
           END-IF.
           PERFORM LOG-RUN-END.
       LEAP-BATCH-BODY-EXIT.
               MOVE 0 TO DC-BUSDAY
           END-IF
           MOVE WS-WEEK-NUMBER TO DC-WEEK
           MOVE WS-CALENDAR-REGION TO DC-REGION
           WRITE DAY-CALENDAR-RECORD
           PERFORM WRITE-ONE-FISCAL-RECORD.
       WRITE-ONE-DAY-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * The fiscal coordinates of the DAYCAL date just written. The
      * fiscal year is the calendar year of the date's week's
      * Thursday; the fiscal week counts from that year's first
      * Monday-start week; the period comes off the 4-4-5 table.
      ******************************************************************
       WRITE-ONE-FISCAL-RECORD.
           COMPUTE WS-WEEK-MONDAY-INT =
               WS-DAY-INTEGER - WS-DAY-DOW + 1
           COMPUTE WS-WEEK-THURSDAY =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-MONDAY-INT + 3)
           COMPUTE WS-FISCAL-YEAR = WS-WEEK-THURSDAY / 10000
           MOVE WS-FISCAL-YEAR TO WS-FY-WORK-YEAR
           PERFORM FIND-FISCAL-YEAR-START
           MOVE WS-FY-WORK-INT TO WS-FY-START-INT
           COMPUTE WS-FISCAL-WEEK =
               ((WS-WEEK-MONDAY-INT - WS-FY-START-INT) / 7) + 1
           PERFORM FIND-FISCAL-PERIOD
           MOVE SPACES TO FISCAL-CALENDAR-RECORD
           MOVE WS-DAY-DATE TO FC-DATE
           MOVE WS-FISCAL-YEAR TO FC-YEAR
           MOVE WS-FISCAL-QUARTER TO FC-QUARTER
           MOVE WS-FISCAL-PERIOD TO FC-PERIOD
           MOVE WS-FISCAL-WEEK TO FC-WEEK
           WRITE FISCAL-CALENDAR-RECORD.
       WRITE-ONE-FISCAL-RECORD-EXIT.
           EXIT.

      * Day number of the Monday that opens fiscal year
      * WS-FY-WORK-YEAR: the Monday of the week holding January 4,
      * which is always the week holding the first Thursday.
       FIND-FISCAL-YEAR-START.
           COMPUTE WS-FY-WORK-INT = FUNCTION INTEGER-OF-DATE(
               (WS-FY-WORK-YEAR * 10000) + 0104)
           COMPUTE WS-FY-WORK-DOW = FUNCTION MOD(WS-FY-WORK-INT, 7)
           IF WS-FY-WORK-DOW = 0 THEN
               MOVE 7 TO WS-FY-WORK-DOW
           END-IF
           COMPUTE WS-FY-WORK-INT = WS-FY-WORK-INT - WS-FY-WORK-DOW + 1.
       FIND-FISCAL-YEAR-START-EXIT.
           EXIT.

       FIND-FISCAL-PERIOD.
           MOVE 12 TO WS-FISCAL-PERIOD
           PERFORM VARYING WS-PERIOD-INDEX FROM 12 BY -1
               UNTIL WS-PERIOD-INDEX < 1
               IF WS-FISCAL-WEEK <= WS-PERIOD-END-WEEK(WS-PERIOD-INDEX)
                   THEN
                   MOVE WS-PERIOD-INDEX TO WS-FISCAL-PERIOD
               END-IF
           END-PERFORM
           COMPUTE WS-FISCAL-QUARTER = ((WS-FISCAL-PERIOD - 1) / 3) + 1.
       FIND-FISCAL-PERIOD-EXIT.
           EXIT.

      ******************************************************************
      * One page per year for finance and payroll: the first and
      * last day and the week count of each of the twelve periods
      * of the fiscal year named after the year just classified.
      ******************************************************************
       WRITE-FISCAL-YEAR-REPORT.
           MOVE WS-YEAR TO WS-FY-WORK-YEAR
           PERFORM FIND-FISCAL-YEAR-START
           MOVE WS-FY-WORK-INT TO WS-FY-START-INT
           COMPUTE WS-FY-WORK-YEAR = WS-YEAR + 1
           PERFORM FIND-FISCAL-YEAR-START
           MOVE WS-FY-WORK-INT TO WS-FY-NEXT-START-INT
           COMPUTE WS-FISCAL-WEEKS =
               (WS-FY-NEXT-START-INT - WS-FY-START-INT) / 7
           MOVE SPACES TO WS-FISCAL-FLAG
           IF WS-FISCAL-WEEKS = 53 THEN
               MOVE "53-WEEK YEAR" TO WS-FISCAL-FLAG
           END-IF
           MOVE ALL "=" TO FISCAL-REPORT-LINE
           WRITE FISCAL-REPORT-LINE
           MOVE SPACES TO FISCAL-REPORT-LINE
           STRING "FISCAL YEAR " WS-YEAR " 4-4-5 PERIOD BOUNDARIES  "
               WS-FISCAL-WEEKS " WEEKS  " WS-FISCAL-FLAG
               DELIMITED BY SIZE INTO FISCAL-REPORT-LINE
           WRITE FISCAL-REPORT-LINE
           MOVE ALL "=" TO FISCAL-REPORT-LINE
           WRITE FISCAL-REPORT-LINE
           MOVE "QTR  PER    WKS  1ST WK     FIRST DAY   LAST DAY"
               TO FISCAL-REPORT-LINE
           WRITE FISCAL-REPORT-LINE
           MOVE 1 TO WS-PERIOD-FIRST-WEEK
           PERFORM VARYING WS-PERIOD-INDEX FROM 1 BY 1
               UNTIL WS-PERIOD-INDEX > 12
               PERFORM WRITE-FISCAL-PERIOD-LINE
           END-PERFORM
           MOVE SPACES TO FISCAL-REPORT-LINE
           WRITE FISCAL-REPORT-LINE.
       WRITE-FISCAL-YEAR-REPORT-EXIT.
           EXIT.

       WRITE-FISCAL-PERIOD-LINE.
           MOVE WS-PERIOD-END-WEEK(WS-PERIOD-INDEX)
               TO WS-PERIOD-LAST-WEEK
           IF WS-PERIOD-INDEX = 12 THEN
               MOVE WS-FISCAL-WEEKS TO WS-PERIOD-LAST-WEEK
           END-IF
           COMPUTE WS-PERIOD-WEEKS =
               WS-PERIOD-LAST-WEEK - WS-PERIOD-FIRST-WEEK + 1
           COMPUTE WS-PERIOD-START-DATE = FUNCTION DATE-OF-INTEGER(
               WS-FY-START-INT + ((WS-PERIOD-FIRST-WEEK - 1) * 7))
           COMPUTE WS-PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER(
               WS-FY-START-INT + (WS-PERIOD-LAST-WEEK * 7) - 1)
           COMPUTE WS-FISCAL-QUARTER = ((WS-PERIOD-INDEX - 1) / 3) + 1
           MOVE SPACES TO FISCAL-REPORT-LINE
           STRING " " WS-FISCAL-QUARTER "    " WS-PERIOD-INDEX
               "     " WS-PERIOD-WEEKS "      " WS-PERIOD-FIRST-WEEK
               "      " WS-PERIOD-START-DATE "   " WS-PERIOD-END-DATE
               DELIMITED BY SIZE INTO FISCAL-REPORT-LINE
           WRITE FISCAL-REPORT-LINE
           COMPUTE WS-PERIOD-FIRST-WEEK = WS-PERIOD-LAST-WEEK + 1.
       WRITE-FISCAL-PERIOD-LINE-EXIT.
           EXIT.

       LOAD-DAYCAL-HOLIDAYS.
           MOVE 0 TO WS-DAYCAL-HOL-COUNT
           MOVE "N" TO WS-DAYCAL-HOL-EOF
                   NOT AT END
                       IF HF-YEAR IS NUMERIC
                           AND HF-MONTH IS NUMERIC
                           AND HF-DAY IS NUMERIC
                           AND (HF-REGION = SPACES
                               OR HF-REGION = "ALL"
                               OR HF-REGION = WS-CALENDAR-REGION) THEN
                           ADD 1 TO WS-DAYCAL-HOL-COUNT
                           COMPUTE WS-DAYCAL-HOL-DATE(
                               WS-DAYCAL-HOL-COUNT) =
