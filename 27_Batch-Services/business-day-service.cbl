      ******************************************************************
      * DAYSVC: shared business-day arithmetic over the DAYCAL day
      * master. TICKETMG aged tickets in calendar days, EODCLOSE
      * read its own weekday mask, and PAYGEN and PAYADJ each
      * carried a private prior-business-day walk over HOLFILE, so
      * a closure keyed into HOLFILE took effect wherever someone
      * remembered to look for it. Every caller now asks here, and
      * the answer comes from DAYCAL as LEAP's BATCHCAL run built
      * it off HOLFILE -- one closure list, honored everywhere.
      *
      * Actions, one per call:
      *   ADDBUS  - DSV-DATE moved DSV-DAYS business days (negative
      *             counts backward); zero returns DSV-DATE itself
      *   NEXTBUS - first business day after DSV-DATE
      *   PREVBUS - last business day before DSV-DATE
      *   BETWEEN - business days after DSV-DATE through
      *             DSV-TO-DATE, negative when DSV-TO-DATE is the
      *             earlier of the two
      *   HOLIDAY - whether DSV-DATE is a DAYCAL closure and
      *             whether it is a business day
      *
      * DSV-REGION names the site region the answer is for (a
      * payroll group's region, say); blank means the region DAYCAL
      * was built for. DAYCAL carries the closures of one region
      * only, so a question about another region is answered from
      * DAYCAL's days with that region's closures -- the national
      * "ALL" lines plus its own -- taken off HOLFILE instead.
      *
      * DAYCAL and HOLFILE load once per run unit (the PARMSVC
      * caching pattern). A date DAYCAL does not carry is classed
      * Monday to Friday less the region's HOLFILE closures and
      * DSV-COVERED comes back "N", so a caller that must not
      * guess -- PAYCUT -- can refuse the answer; "Y" means every
      * day the answer touched was on DAYCAL, and "E" means
      * DSV-DATE (or DSV-TO-DATE) is not a calendar date and
      * nothing was computed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYSVC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DAY-CALENDAR ASSIGN TO "DAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Records as LEAP's BATCHCAL run writes them.
       FD DAY-CALENDAR.
       01 DAY-CALENDAR-RECORD.
           05 DC-DATE PIC 9(8).
           05 FILLER PIC X.
           05 DC-DOW PIC 9.
           05 FILLER PIC X.
           05 DC-HOLIDAY PIC X.
           05 FILLER PIC X.
           05 DC-BUSDAY PIC 99.
           05 FILLER PIC X.
           05 DC-WEEK PIC 99.
           05 FILLER PIC X.
           05 DC-REGION PIC X(4).

      * Lines as LEAPHOL writes them: year, month, day at fixed
      * positions, the region code from column 46.
       FD HOLIDAY-FILE.
       01 HOLIDAY-FILE-LINE.
           05 HF-YEAR PIC X(4).
           05 FILLER PIC X.
           05 HF-MONTH PIC XX.
           05 FILLER PIC X.
           05 HF-DAY PIC XX.
           05 FILLER PIC X(35).
           05 HF-REGION PIC X(4).
           05 FILLER PIC X(10).

       WORKING-STORAGE SECTION.
       01 DAYS-LOADED PIC X VALUE "N".
           88 DAYCAL-LOADED VALUE "Y".
       01 DAYS-EOF PIC X VALUE "N".
           88 DAYS-FILE-EOF VALUE "Y".

      * DAYCAL held whole: twenty years of days fit. BATCHCAL writes
      * the days in order without gaps, so a day's slot is normally
      * its distance from the first day; DAYS-CONTIGUOUS drops to
      * "N" when the file is not laid out that way and lookups fall
      * back to a search.
       01 DAYS-COUNT PIC 9(4) VALUE 0.
       01 DAYS-TABLE.
           05 DAYS-ENTRY OCCURS 7320 TIMES.
               10 DAYS-TBL-DATE PIC 9(8).
               10 DAYS-TBL-INTEGER PIC 9(8).
               10 DAYS-TBL-BUSINESS PIC X.
               10 DAYS-TBL-HOLIDAY PIC X.
       01 DAYS-INDEX PIC 9(4).
       01 DAYS-FIRST-INTEGER PIC 9(8) VALUE 0.
       01 DAYS-LAST-INTEGER PIC 9(8) VALUE 0.
       01 DAYS-CONTIGUOUS PIC X VALUE "Y".
       01 DAYS-CAL-REGION PIC X(4) VALUE "ALL".

      * Every HOLFILE closure with its region, for questions about
      * a region other than DAYCAL's. A line written before regions
      * existed has a blank region and counts as national.
       01 DAYS-HOL-EOF PIC X VALUE "N".
           88 DAYS-HOL-FILE-EOF VALUE "Y".
       01 DAYS-HOL-COUNT PIC 9(4) VALUE 0.
       01 DAYS-HOL-TABLE.
           05 DAYS-HOL-ENTRY OCCURS 1000 TIMES.
               10 DAYS-HOL-DATE PIC 9(8).
               10 DAYS-HOL-REGION PIC X(4).
       01 DAYS-HOL-INDEX PIC 9(4).
       01 DAYS-REQ-REGION PIC X(4) VALUE SPACES.
       01 DAYS-PROBE-DATE PIC 9(8) VALUE 0.

      * The day under examination and what DAYCAL says of it.
       01 DAYS-PROBE-INTEGER PIC 9(8) VALUE 0.
       01 DAYS-PROBE-SLOT PIC S9(8) VALUE 0.
       01 DAYS-PROBE-MATCH PIC 9(4) VALUE 0.
       01 DAYS-PROBE-DOW PIC 9 VALUE 0.
       01 DAYS-PROBE-BUSINESS PIC X VALUE "N".
       01 DAYS-PROBE-HOLIDAY PIC X VALUE "N".

      * Walk control: the signed step, the business days still to
      * find, and a ceiling of ten years of days so a bad count
      * cannot spin.
       01 DAYS-STEP PIC S9 VALUE 1.
       01 DAYS-REMAINING PIC 9(5) VALUE 0.
       01 DAYS-WALKED PIC 9(5) VALUE 0.
       01 DAYS-WALK-LIMIT PIC 9(5) VALUE 3660.
       01 DAYS-START-INTEGER PIC 9(8) VALUE 0.
       01 DAYS-END-INTEGER PIC 9(8) VALUE 0.
       01 DAYS-TALLY PIC 9(5) VALUE 0.

      * Date validation work area.
       01 DAYS-CHECK-DATE PIC 9(8) VALUE 0.
       01 DAYS-CHECK-SPLIT REDEFINES DAYS-CHECK-DATE.
           05 DAYS-CHECK-YEAR PIC 9(4).
           05 DAYS-CHECK-MONTH PIC 99.
           05 DAYS-CHECK-DAY PIC 99.
       01 DAYS-CHECK-OK PIC X VALUE "N".
           88 DAYS-DATE-VALID VALUE "Y".

       LINKAGE SECTION.
       01 DAYSVC-REQUEST.
           05 DSV-ACTION PIC X(8).
           05 DSV-DATE PIC 9(8).
           05 DSV-TO-DATE PIC 9(8).
           05 DSV-DAYS PIC S9(5).
           05 DSV-RESULT-DATE PIC 9(8).
           05 DSV-RESULT-DAYS PIC S9(5).
           05 DSV-HOLIDAY PIC X.
           05 DSV-BUSINESS PIC X.
           05 DSV-COVERED PIC X.
           05 DSV-REGION PIC X(4).

       PROCEDURE DIVISION USING DAYSVC-REQUEST.

       DAYSVC-DISPATCH.
           IF NOT DAYCAL-LOADED THEN
               PERFORM LOAD-DAY-CALENDAR
           END-IF
           MOVE 0 TO DSV-RESULT-DATE
           MOVE 0 TO DSV-RESULT-DAYS
           MOVE "N" TO DSV-HOLIDAY
           MOVE "N" TO DSV-BUSINESS
           MOVE "Y" TO DSV-COVERED
           MOVE DSV-REGION TO DAYS-REQ-REGION
           IF DAYS-REQ-REGION = SPACES THEN
               MOVE DAYS-CAL-REGION TO DAYS-REQ-REGION
           END-IF
           MOVE DSV-DATE TO DAYS-CHECK-DATE
           PERFORM CHECK-REQUEST-DATE
           IF NOT DAYS-DATE-VALID THEN
               MOVE "E" TO DSV-COVERED
               GOBACK
           END-IF
           COMPUTE DAYS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(DSV-DATE)
           EVALUATE DSV-ACTION
               WHEN "ADDBUS"
                   PERFORM ADD-BUSINESS-DAYS
               WHEN "NEXTBUS"
                   MOVE 1 TO DAYS-STEP
                   MOVE 1 TO DAYS-REMAINING
                   PERFORM WALK-BUSINESS-DAYS
               WHEN "PREVBUS"
                   MOVE -1 TO DAYS-STEP
                   MOVE 1 TO DAYS-REMAINING
                   PERFORM WALK-BUSINESS-DAYS
               WHEN "BETWEEN"
                   MOVE DSV-TO-DATE TO DAYS-CHECK-DATE
                   PERFORM CHECK-REQUEST-DATE
                   IF DAYS-DATE-VALID THEN
                       PERFORM COUNT-BUSINESS-DAYS-BETWEEN
                   ELSE
                       MOVE "E" TO DSV-COVERED
                   END-IF
               WHEN "HOLIDAY"
                   MOVE DAYS-START-INTEGER TO DAYS-PROBE-INTEGER
                   PERFORM CLASSIFY-PROBE-DAY
                   MOVE DAYS-PROBE-HOLIDAY TO DSV-HOLIDAY
                   MOVE DAYS-PROBE-BUSINESS TO DSV-BUSINESS
               WHEN OTHER
                   MOVE "E" TO DSV-COVERED
           END-EVALUATE
           GOBACK.
       DAYSVC-DISPATCH-EXIT.
           EXIT.

      * A zero count answers with the date itself, classified, so
      * "ADDBUS 0" doubles as "is this a business day".
       ADD-BUSINESS-DAYS.
           IF DSV-DAYS = 0 THEN
               MOVE DSV-DATE TO DSV-RESULT-DATE
               MOVE DAYS-START-INTEGER TO DAYS-PROBE-INTEGER
               PERFORM CLASSIFY-PROBE-DAY
               MOVE DAYS-PROBE-HOLIDAY TO DSV-HOLIDAY
               MOVE DAYS-PROBE-BUSINESS TO DSV-BUSINESS
           ELSE
               IF DSV-DAYS > 0 THEN
                   MOVE 1 TO DAYS-STEP
                   MOVE DSV-DAYS TO DAYS-REMAINING
               ELSE
                   MOVE -1 TO DAYS-STEP
                   COMPUTE DAYS-REMAINING = 0 - DSV-DAYS
               END-IF
               PERFORM WALK-BUSINESS-DAYS
           END-IF.
       ADD-BUSINESS-DAYS-EXIT.
           EXIT.

      ******************************************************************
      * Step a day at a time in DAYS-STEP's direction until
      * DAYS-REMAINING business days have gone by; the last one
      * reached is the answer. A walk that hits the ceiling returns
      * no date.
      ******************************************************************
       WALK-BUSINESS-DAYS.
           MOVE DAYS-START-INTEGER TO DAYS-PROBE-INTEGER
           MOVE 0 TO DAYS-WALKED
           PERFORM UNTIL DAYS-REMAINING = 0
               OR DAYS-WALKED >= DAYS-WALK-LIMIT
               COMPUTE DAYS-PROBE-INTEGER =
                   DAYS-PROBE-INTEGER + DAYS-STEP
               ADD 1 TO DAYS-WALKED
               PERFORM CLASSIFY-PROBE-DAY
               IF DAYS-PROBE-BUSINESS = "Y" THEN
                   SUBTRACT 1 FROM DAYS-REMAINING
               END-IF
           END-PERFORM
           IF DAYS-REMAINING = 0 THEN
               COMPUTE DSV-RESULT-DATE =
                   FUNCTION DATE-OF-INTEGER(DAYS-PROBE-INTEGER)
               MOVE "Y" TO DSV-BUSINESS
           END-IF.
       WALK-BUSINESS-DAYS-EXIT.
           EXIT.

      ******************************************************************
      * Business days in the half-open span after the earlier date
      * through the later one -- a ticket opened Monday and read
      * Tuesday is one business day old -- signed by direction.
      ******************************************************************
       COUNT-BUSINESS-DAYS-BETWEEN.
           COMPUTE DAYS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(DSV-TO-DATE)
           IF DAYS-END-INTEGER >= DAYS-START-INTEGER THEN
               MOVE DAYS-START-INTEGER TO DAYS-PROBE-INTEGER
               MOVE 1 TO DAYS-STEP
           ELSE
               MOVE DAYS-END-INTEGER TO DAYS-PROBE-INTEGER
               MOVE DAYS-START-INTEGER TO DAYS-END-INTEGER
               MOVE -1 TO DAYS-STEP
           END-IF
           MOVE 0 TO DAYS-TALLY
           MOVE 0 TO DAYS-WALKED
           PERFORM UNTIL DAYS-PROBE-INTEGER >= DAYS-END-INTEGER
               OR DAYS-WALKED >= DAYS-WALK-LIMIT
               ADD 1 TO DAYS-PROBE-INTEGER
               ADD 1 TO DAYS-WALKED
               PERFORM CLASSIFY-PROBE-DAY
               IF DAYS-PROBE-BUSINESS = "Y" THEN
                   ADD 1 TO DAYS-TALLY
               END-IF
           END-PERFORM
           COMPUTE DSV-RESULT-DAYS = DAYS-TALLY * DAYS-STEP.
       COUNT-BUSINESS-DAYS-BETWEEN-EXIT.
           EXIT.

      ******************************************************************
      * What DAYCAL says of DAYS-PROBE-INTEGER for the requested
      * region. DAYCAL's own flags answer for DAYCAL's region; any
      * other region takes DAYCAL's weekday with HOLFILE's closures
      * for that region. A day off the file is a business day when
      * it falls Monday to Friday and is not one of the region's
      * HOLFILE closures, and the answer is flagged as not covered.
      ******************************************************************
       CLASSIFY-PROBE-DAY.
           PERFORM FIND-PROBE-DAY
           IF DAYS-PROBE-MATCH > 0
               AND DAYS-REQ-REGION = DAYS-CAL-REGION THEN
               MOVE DAYS-TBL-BUSINESS(DAYS-PROBE-MATCH)
                   TO DAYS-PROBE-BUSINESS
               MOVE DAYS-TBL-HOLIDAY(DAYS-PROBE-MATCH)
                   TO DAYS-PROBE-HOLIDAY
           ELSE
               IF DAYS-PROBE-MATCH = 0 THEN
                   MOVE "N" TO DSV-COVERED
               END-IF
               PERFORM FIND-REGION-HOLIDAY
               COMPUTE DAYS-PROBE-DOW =
                   FUNCTION MOD(DAYS-PROBE-INTEGER, 7)
               IF DAYS-PROBE-DOW >= 1 AND DAYS-PROBE-DOW <= 5
                   AND DAYS-PROBE-HOLIDAY = "N" THEN
                   MOVE "Y" TO DAYS-PROBE-BUSINESS
               ELSE
                   MOVE "N" TO DAYS-PROBE-BUSINESS
               END-IF
           END-IF.
       CLASSIFY-PROBE-DAY-EXIT.
           EXIT.

       FIND-REGION-HOLIDAY.
           MOVE "N" TO DAYS-PROBE-HOLIDAY
           COMPUTE DAYS-PROBE-DATE =
               FUNCTION DATE-OF-INTEGER(DAYS-PROBE-INTEGER)
           PERFORM VARYING DAYS-HOL-INDEX FROM 1 BY 1
               UNTIL DAYS-HOL-INDEX > DAYS-HOL-COUNT
               OR DAYS-PROBE-HOLIDAY = "Y"
               IF DAYS-HOL-DATE(DAYS-HOL-INDEX) = DAYS-PROBE-DATE
                   AND (DAYS-HOL-REGION(DAYS-HOL-INDEX) = "ALL"
                   OR DAYS-HOL-REGION(DAYS-HOL-INDEX)
                       = DAYS-REQ-REGION) THEN
                   MOVE "Y" TO DAYS-PROBE-HOLIDAY
               END-IF
           END-PERFORM.
       FIND-REGION-HOLIDAY-EXIT.
           EXIT.

       FIND-PROBE-DAY.
           MOVE 0 TO DAYS-PROBE-MATCH
           IF DAYS-COUNT = 0
               OR DAYS-PROBE-INTEGER < DAYS-FIRST-INTEGER
               OR DAYS-PROBE-INTEGER > DAYS-LAST-INTEGER THEN
               CONTINUE
           ELSE
               IF DAYS-CONTIGUOUS = "Y" THEN
                   COMPUTE DAYS-PROBE-SLOT =
                       DAYS-PROBE-INTEGER - DAYS-FIRST-INTEGER + 1
                   IF DAYS-PROBE-SLOT >= 1
                       AND DAYS-PROBE-SLOT <= DAYS-COUNT THEN
                       MOVE DAYS-PROBE-SLOT TO DAYS-PROBE-MATCH
                   END-IF
               ELSE
                   PERFORM VARYING DAYS-INDEX FROM 1 BY 1
                       UNTIL DAYS-INDEX > DAYS-COUNT
                       OR DAYS-PROBE-MATCH > 0
                       IF DAYS-TBL-INTEGER(DAYS-INDEX)
                           = DAYS-PROBE-INTEGER THEN
                           MOVE DAYS-INDEX TO DAYS-PROBE-MATCH
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
       FIND-PROBE-DAY-EXIT.
           EXIT.

      * A real calendar date: numeric, in INTEGER-OF-DATE's range,
      * and surviving the round trip through its day number.
       CHECK-REQUEST-DATE.
           MOVE "N" TO DAYS-CHECK-OK
           IF DAYS-CHECK-DATE IS NUMERIC
               AND DAYS-CHECK-YEAR >= 1601
               AND DAYS-CHECK-MONTH >= 1 AND DAYS-CHECK-MONTH <= 12
               AND DAYS-CHECK-DAY >= 1 AND DAYS-CHECK-DAY <= 31 THEN
               IF FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(DAYS-CHECK-DATE))
                   = DAYS-CHECK-DATE THEN
                   SET DAYS-DATE-VALID TO TRUE
               END-IF
           END-IF.
       CHECK-REQUEST-DATE-EXIT.
           EXIT.

      * A day is a business day when it falls Monday to Friday and
      * DAYCAL does not mark it a closure.
       LOAD-DAY-CALENDAR.
           SET DAYCAL-LOADED TO TRUE
           MOVE 0 TO DAYS-COUNT
           MOVE "Y" TO DAYS-CONTIGUOUS
           MOVE "N" TO DAYS-EOF
           OPEN INPUT DAY-CALENDAR
           PERFORM UNTIL DAYS-FILE-EOF OR DAYS-COUNT >= 7320
               READ DAY-CALENDAR
                   AT END
                       SET DAYS-FILE-EOF TO TRUE
                   NOT AT END
                       IF DC-DATE IS NUMERIC
                           AND DC-DOW IS NUMERIC THEN
                           PERFORM LOAD-ONE-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAY-CALENDAR
           PERFORM LOAD-HOLIDAY-FILE
           IF DAYS-CONTIGUOUS = "N" THEN
               MOVE 99999999 TO DAYS-FIRST-INTEGER
               MOVE 0 TO DAYS-LAST-INTEGER
               PERFORM VARYING DAYS-INDEX FROM 1 BY 1
                   UNTIL DAYS-INDEX > DAYS-COUNT
                   IF DAYS-TBL-INTEGER(DAYS-INDEX)
                       < DAYS-FIRST-INTEGER THEN
                       MOVE DAYS-TBL-INTEGER(DAYS-INDEX)
                           TO DAYS-FIRST-INTEGER
                   END-IF
                   IF DAYS-TBL-INTEGER(DAYS-INDEX)
                       > DAYS-LAST-INTEGER THEN
                       MOVE DAYS-TBL-INTEGER(DAYS-INDEX)
                           TO DAYS-LAST-INTEGER
                   END-IF
               END-PERFORM
           END-IF.
       LOAD-DAY-CALENDAR-EXIT.
           EXIT.

       LOAD-ONE-DAY.
           ADD 1 TO DAYS-COUNT
           MOVE DC-DATE TO DAYS-TBL-DATE(DAYS-COUNT)
           COMPUTE DAYS-TBL-INTEGER(DAYS-COUNT) =
               FUNCTION INTEGER-OF-DATE(DC-DATE)
           IF DC-HOLIDAY = "H" THEN
               MOVE "Y" TO DAYS-TBL-HOLIDAY(DAYS-COUNT)
           ELSE
               MOVE "N" TO DAYS-TBL-HOLIDAY(DAYS-COUNT)
           END-IF
           IF DC-DOW <= 5 AND DC-HOLIDAY NOT = "H" THEN
               MOVE "Y" TO DAYS-TBL-BUSINESS(DAYS-COUNT)
           ELSE
               MOVE "N" TO DAYS-TBL-BUSINESS(DAYS-COUNT)
           END-IF
           IF DAYS-COUNT = 1 THEN
               MOVE DAYS-TBL-INTEGER(1) TO DAYS-FIRST-INTEGER
               IF DC-REGION NOT = SPACES THEN
                   MOVE DC-REGION TO DAYS-CAL-REGION
               END-IF
           ELSE
               IF DAYS-TBL-INTEGER(DAYS-COUNT)
                   NOT = DAYS-LAST-INTEGER + 1 THEN
                   MOVE "N" TO DAYS-CONTIGUOUS
               END-IF
           END-IF
           MOVE DAYS-TBL-INTEGER(DAYS-COUNT) TO DAYS-LAST-INTEGER.
       LOAD-ONE-DAY-EXIT.
           EXIT.
       LOAD-HOLIDAY-FILE.
           MOVE 0 TO DAYS-HOL-COUNT
           MOVE "N" TO DAYS-HOL-EOF
           OPEN INPUT HOLIDAY-FILE
           PERFORM UNTIL DAYS-HOL-FILE-EOF OR DAYS-HOL-COUNT >= 1000
               READ HOLIDAY-FILE
                   AT END
                       SET DAYS-HOL-FILE-EOF TO TRUE
                   NOT AT END
                       IF HF-YEAR IS NUMERIC
                           AND HF-MONTH IS NUMERIC
                           AND HF-DAY IS NUMERIC THEN
                           ADD 1 TO DAYS-HOL-COUNT
                           COMPUTE DAYS-HOL-DATE(DAYS-HOL-COUNT) =
                               (FUNCTION NUMVAL(HF-YEAR) * 10000)
                               + (FUNCTION NUMVAL(HF-MONTH) * 100)
                               + FUNCTION NUMVAL(HF-DAY)
                           IF HF-REGION = SPACES THEN
                               MOVE "ALL"
                                   TO DAYS-HOL-REGION(DAYS-HOL-COUNT)
                           ELSE
                               MOVE HF-REGION
                                   TO DAYS-HOL-REGION(DAYS-HOL-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE.
       LOAD-HOLIDAY-FILE-EXIT.
           EXIT.
       END PROGRAM DAYSVC.
