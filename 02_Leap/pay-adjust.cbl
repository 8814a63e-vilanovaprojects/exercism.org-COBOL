      * conflicts but leaves the fix to a clerk with a paper
      * calendar. This program reads the per-date rows off the
      * PAYDATES extract (leading "D ", one YYYYMMDD apiece),
      * validates each against the CALOUT month lengths, asks
      * DAYSVC whether the DAYCAL day master has it as a closure or
      * a weekend, and applies the shop's prior-business-day shift
      * rule through the same service. HOLFILE is read only for
      * the closure's name on the proposal's reason. Every
      * conflicted date lands on the PAYPROP proposal file showing
      * the original date, the proposed date, and the reason --
      * ready for payroll sign-off instead of manual rework after
      * every PAYEXCP line. Each date row names its payroll group
      * and the proposal carries that group forward, so a shift
      * proposed for one group's date is never read as applying
      * to another group paid on the same day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYADJ.
       DATA DIVISION.
       FILE SECTION.
      * Year rows ("yyyy nn", LEAPCHK's business) and date rows
      * ("D yyyymmdd", this program's business) share the file;
      * both carry the payroll group from column 12 and its region
      * from column 21.
       FD PAYDATE-EXTRACT.
       01 PAYDATE-EXTRACT-RECORD.
           05 PD-KIND PIC X.
           05 FILLER PIC X.
           05 PD-PAY-DATE PIC X(8).
           05 FILLER PIC X.
           05 PD-GROUP PIC X(8).
           05 FILLER PIC X.
           05 PD-REGION PIC X(4).

      * Lines as LEAPHOL writes them: year, month, day at fixed
      * positions, then the holiday name and note, and the region
      * code from column 46.
       FD HOLIDAY-FILE.
       01 HOLIDAY-FILE-LINE.
           05 HF-YEAR PIC X(4).
           05 HF-DAY PIC XX.
           05 FILLER PIC X.
           05 HF-NAME PIC X(16).
           05 FILLER PIC X(18).
           05 HF-REGION PIC X(4).
           05 FILLER PIC X(10).

      * Records as LEAP's BATCHCAL run writes them.
       FD CALENDAR-FILE.
       01 WS-CAL-EOF PIC X VALUE "N".
           88 CAL-EOF VALUE "Y".

      * The closure names loaded whole, for the proposal reason.
       01 WS-HOL-COUNT PIC 9(3) VALUE 0.
       01 WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 500 TIMES.
               10 WS-HOL-DATE PIC 9(8).
               10 WS-HOL-NAME PIC X(16).
               10 WS-HOL-REGION PIC X(4).
       01 WS-HOL-INDEX PIC 9(3).
       01 WS-HOL-MATCH PIC 9(3) VALUE 0.

           05 WS-PAY-MONTH PIC 99.
           05 WS-PAY-DAY PIC 99.
       01 WS-PAY-YYMM PIC 9(6) VALUE 0.
       01 WS-PAY-GROUP PIC X(8) VALUE SPACES.
       01 WS-PAY-REGION PIC X(4) VALUE SPACES.
       01 WS-DATE-INTEGER PIC 9(8) VALUE 0.
       01 WS-DATE-DOW PIC 9 VALUE 0.
       01 WS-ORIGINAL-DATE PIC 9(8) VALUE 0.
       01 WS-PROPOSED-DATE PIC 9(8) VALUE 0.
       01 WS-SHIFT-REASON PIC X(30) VALUE SPACES.
       01 WS-DATE-CLEAR PIC X.

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

       01 WS-DATES-CHECKED PIC 9(6) VALUE 0.
       01 WS-PROPOSALS PIC 9(6) VALUE 0.
       01 WS-INVALID-DATES PIC 9(6) VALUE 0.
                           AND PD-PAY-DATE IS NUMERIC THEN
                           ADD 1 TO WS-DATES-CHECKED
                           MOVE PD-PAY-DATE TO WS-PAY-DATE
                           MOVE PD-GROUP TO WS-PAY-GROUP
                           MOVE PD-REGION TO WS-PAY-REGION
                           IF WS-PAY-GROUP = SPACES THEN
                               MOVE "DEFAULT" TO WS-PAY-GROUP
                           END-IF
                           PERFORM EXAMINE-ONE-DATE
                       END-IF
               END-READ
      ******************************************************************
      * One pay date: validated against the CALOUT month length,
      * then shifted to the prior business day when it lands on a
      * weekend or a DAYCAL closure. A date that needs no shift
      * writes nothing -- the proposal file is the exception list.
      ******************************************************************
       EXAMINE-ONE-DATE.
           IF WS-DATE-CLEAR = "N" THEN
               ADD 1 TO WS-INVALID-DATES
               MOVE SPACES TO PROPOSAL-FILE-LINE
               STRING "GROUP " WS-PAY-GROUP " DATE " WS-PAY-DATE
                   " NOT A REAL DATE PER CALOUT -- NO PROPOSAL"
                   DELIMITED BY SIZE INTO PROPOSAL-FILE-LINE
               WRITE PROPOSAL-FILE-LINE
           ELSE
               PERFORM CHECK-DATE-CONFLICT
               IF WS-SHIFT-REASON NOT = SPACES THEN
                   MOVE WS-PAY-DATE TO WS-ORIGINAL-DATE
                   PERFORM SHIFT-TO-PRIOR-BUSINESS-DAY
                   ADD 1 TO WS-PROPOSALS
                   MOVE SPACES TO PROPOSAL-FILE-LINE
                   STRING "GROUP " WS-PAY-GROUP
                       " ORIGINAL " WS-ORIGINAL-DATE
                       " PROPOSED " WS-PROPOSED-DATE
                       " REASON " FUNCTION TRIM(WS-SHIFT-REASON)
                       DELIMITED BY SIZE INTO PROPOSAL-FILE-LINE
       VALIDATE-AGAINST-CALOUT-EXIT.
           EXIT.

      * DAYCAL decides whether the date is a closure for the
      * group's region; the weekday
      * names the weekend reason. MOD 7 of the day number gives
      * 1=Monday .. 6=Saturday with 0=Sunday, the same derivation
      * LEAP's 53-week check uses.
       CHECK-DATE-CONFLICT.
           MOVE SPACES TO WS-SHIFT-REASON
           MOVE "HOLIDAY" TO WS-DAYSVC-ACTION
           MOVE WS-PAY-DATE TO WS-DAYSVC-DATE
           MOVE WS-PAY-REGION TO WS-DAYSVC-REGION
           CALL "DAYSVC" USING WS-DAYSVC-REQUEST
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PAY-DATE)
           COMPUTE WS-DATE-DOW = FUNCTION MOD(WS-DATE-INTEGER, 7)
           EVALUATE TRUE
               WHEN WS-DAYSVC-HOLIDAY = "Y"
                   PERFORM FIND-HOLIDAY-MATCH
                   IF WS-HOL-MATCH > 0 THEN
                       MOVE SPACES TO WS-SHIFT-REASON
                       STRING "HOLIDAY "
                           FUNCTION TRIM(WS-HOL-NAME(WS-HOL-MATCH))
                           DELIMITED BY SIZE INTO WS-SHIFT-REASON
                   ELSE
                       MOVE "HOLIDAY" TO WS-SHIFT-REASON
                   END-IF
               WHEN WS-DATE-DOW = 6
                   MOVE "SATURDAY" TO WS-SHIFT-REASON
               WHEN WS-DATE-DOW = 0
           MOVE 0 TO WS-HOL-MATCH
           PERFORM VARYING WS-HOL-INDEX FROM 1 BY 1
               UNTIL WS-HOL-INDEX > WS-HOL-COUNT
               IF WS-HOL-DATE(WS-HOL-INDEX) = WS-PAY-DATE
                   AND (WS-HOL-REGION(WS-HOL-INDEX) = "ALL"
                       OR WS-PAY-REGION = SPACES
                       OR WS-HOL-REGION(WS-HOL-INDEX)
                           = WS-PAY-REGION) THEN
                   MOVE WS-HOL-INDEX TO WS-HOL-MATCH
               END-IF
           END-PERFORM.
           EXIT.

      ******************************************************************
      * The shop rule: the last DAYCAL business day before the
      * conflicted date.
      ******************************************************************
       SHIFT-TO-PRIOR-BUSINESS-DAY.
           MOVE "PREVBUS" TO WS-DAYSVC-ACTION
           MOVE WS-PAY-DATE TO WS-DAYSVC-DATE
           MOVE WS-PAY-REGION TO WS-DAYSVC-REGION
           CALL "DAYSVC" USING WS-DAYSVC-REQUEST
           MOVE WS-DAYSVC-RESULT-DATE TO WS-PROPOSED-DATE.
       SHIFT-TO-PRIOR-BUSINESS-DAY-EXIT.
           EXIT.

           MOVE 0 TO WS-HOL-COUNT
           MOVE "N" TO WS-HOL-EOF
           OPEN INPUT HOLIDAY-FILE
           PERFORM UNTIL HOL-EOF OR WS-HOL-COUNT >= 500
               READ HOLIDAY-FILE
                   AT END
                       SET HOL-EOF TO TRUE
                               + FUNCTION NUMVAL(HF-DAY)
                           MOVE HF-NAME
                               TO WS-HOL-NAME(WS-HOL-COUNT)
                           IF HF-REGION = SPACES THEN
                               MOVE "ALL"
                                   TO WS-HOL-REGION(WS-HOL-COUNT)
                           ELSE
                               MOVE HF-REGION
                                   TO WS-HOL-REGION(WS-HOL-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "PAYADJ" TO WS-AUDIT-PROGRAM
           MOVE "PAYDATES+DAYCAL" TO WS-AUDIT-INPUT
           STRING "CHECKED " WS-DATES-CHECKED
               " PROPOSALS " WS-PROPOSALS
               " INVALID " WS-INVALID-DATES
