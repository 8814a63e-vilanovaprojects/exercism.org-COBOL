      * flags as a probable duplicate before it lands; SCAN reports
      * the existing near-duplicate pairs to RECDUPRP for merging;
      * and every change stamps the record with the operator and
      * date. Each recipient also carries the occasion dates the
      * daily occasion-card run works from: a birthday as month and
      * day (MMDD) and a service start date (YYYYMMDD), either left
      * blank when there is no card for it. And each carries the
      * mailing address the label run addresses envelopes from:
      * internal mail (building and mail stop) or, for retirees and
      * other off-site recipients, a postal address (street, city
      * line, ZIP code). Either half is entered whole or not at all;
      * a recipient with neither is accepted with a warning and
      * lands on the label run's exception list.
      *
      * The loose match: names upper-cased with their blanks
      * squeezed out compare equal, or share their first six
           05 RM-CHG-DATE PIC X(8).
           05 FILLER PIC X.
           05 RM-CHG-OPER PIC X(8).
           05 FILLER PIC X.
           05 RM-BIRTH-DATE PIC X(4).
           05 FILLER PIC X.
           05 RM-SERVICE-DATE PIC X(8).
           05 FILLER PIC X.
           05 RM-BUILDING PIC X(12).
           05 FILLER PIC X.
           05 RM-MAIL-STOP PIC X(8).
           05 FILLER PIC X.
           05 RM-POSTAL-STREET PIC X(26).
           05 FILLER PIC X.
           05 RM-POSTAL-CITY PIC X(26).
           05 FILLER PIC X.
           05 RM-POSTAL-CODE PIC X(10).

       FD DUPLICATE-REPORT.
       01 DUPLICATE-REPORT-LINE PIC X(100).
               10 WS-RC-STATUS PIC X.
               10 WS-RC-CHG-DATE PIC 9(8).
               10 WS-RC-CHG-OPER PIC X(8).
               10 WS-RC-BIRTH PIC X(4).
               10 WS-RC-SERVICE PIC X(8).
               10 WS-RC-BUILDING PIC X(12).
               10 WS-RC-STOP PIC X(8).
               10 WS-RC-STREET PIC X(26).
               10 WS-RC-CITY PIC X(26).
               10 WS-RC-ZIP PIC X(10).
       01 WS-RECIP-INDEX PIC 9(3).
       01 WS-RECIP-MATCH PIC 9(3) VALUE 0.
       01 WS-RECIP-J PIC 9(3).
       01 WS-SQUEEZE-OUT-IX PIC 99.
       01 WS-LOOSE-MATCH PIC X.

       01 WS-MAINT-ANSWER PIC X(26).
       01 WS-MAINT-ACTION PIC X(8).
       01 WS-MAINT-NAME PIC X(16).
       01 WS-MAINT-DONE PIC X VALUE "N".
       01 WS-TODAY-STAMP PIC X(26).
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-CHANGE-NOTE PIC X(20).
      * Occasion-date checks: a birthday is tested as a date in the
      * leap year 2000 so 29 February is accepted.
       01 WS-DATE-CHECK PIC 9(8).
      * Mailing-address checks: which halves were given, and a ZIP
      * code as 99999 or 99999-9999.
       01 WS-HAS-INTERNAL PIC X.
       01 WS-HAS-POSTAL PIC X.
       01 WS-ZIP-CHECK PIC X(10).

      * Shared audit-trail record fields.
       COPY AUDITLOG.
                   " " WS-RC-LANG(WS-RECIP-INDEX)
                   " CARDS " WS-RC-CARDS(WS-RECIP-INDEX)
                   " " WS-RC-STATUS(WS-RECIP-INDEX)
                   " BIRTHDAY " WS-RC-BIRTH(WS-RECIP-INDEX)
                   " SERVICE " WS-RC-SERVICE(WS-RECIP-INDEX)
               EVALUATE TRUE
                   WHEN WS-RC-BUILDING(WS-RECIP-INDEX) NOT = SPACES
                       DISPLAY "    MAIL BLDG "
                           WS-RC-BUILDING(WS-RECIP-INDEX)
                           " STOP " WS-RC-STOP(WS-RECIP-INDEX)
                   WHEN WS-RC-STREET(WS-RECIP-INDEX) NOT = SPACES
                       DISPLAY "    MAIL "
                           FUNCTION TRIM(WS-RC-STREET(WS-RECIP-INDEX))
                           ", "
                           FUNCTION TRIM(WS-RC-CITY(WS-RECIP-INDEX))
                           " " WS-RC-ZIP(WS-RECIP-INDEX)
                   WHEN OTHER
                       DISPLAY "    MAIL -- NO ADDRESS ON FILE"
               END-EVALUATE
           END-PERFORM.
       LIST-MASTER-EXIT.
           EXIT.
           EXIT.

      * Field validation: name and department required, language EN
      * or ES, card count 1-99; the occasion dates optional, but a
      * real month and day, and a service start no later than today.
       PROMPT-RECIPIENT-FIELDS.
           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "Name: " WITH NO ADVANCING
           ELSE
               DISPLAY "Card count must be 1-99."
               MOVE "N" TO WS-ENTRY-OK
           END-IF
           DISPLAY "Birthday MMDD (blank=none): " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER(1:4)
               TO WS-RC-BIRTH(WS-RECIP-INDEX)
           IF WS-RC-BIRTH(WS-RECIP-INDEX) NOT = SPACES THEN
               MOVE 0 TO WS-DATE-CHECK
               IF WS-RC-BIRTH(WS-RECIP-INDEX) IS NUMERIC THEN
                   COMPUTE WS-DATE-CHECK = 20000000
                       + FUNCTION NUMVAL(WS-RC-BIRTH(WS-RECIP-INDEX))
               END-IF
               IF WS-DATE-CHECK = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK)
                       NOT = 0 THEN
                   DISPLAY "Birthday must be a month and day, MMDD."
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF
           DISPLAY "Service start YYYYMMDD (blank=none): "
               WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER(1:8)
               TO WS-RC-SERVICE(WS-RECIP-INDEX)
           IF WS-RC-SERVICE(WS-RECIP-INDEX) NOT = SPACES THEN
               MOVE 0 TO WS-DATE-CHECK
               IF WS-RC-SERVICE(WS-RECIP-INDEX) IS NUMERIC THEN
                   MOVE WS-RC-SERVICE(WS-RECIP-INDEX) TO WS-DATE-CHECK
               END-IF
               IF WS-DATE-CHECK = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK)
                       NOT = 0
                   OR WS-DATE-CHECK > WS-TODAY THEN
                   DISPLAY "Service start must be a date, YYYYMMDD, "
                       "no later than today."
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF
           PERFORM PROMPT-ADDRESS-FIELDS.
       PROMPT-RECIPIENT-FIELDS-EXIT.
           EXIT.

      * The mailing address: building and mail stop together, and
      * street, city line and ZIP together; a half-entered address
      * is refused, since the label run could not use it.
       PROMPT-ADDRESS-FIELDS.
           DISPLAY "Building (blank=none): " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER(1:12)
               TO WS-RC-BUILDING(WS-RECIP-INDEX)
           DISPLAY "Mail stop (blank=none): " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER(1:8)
               TO WS-RC-STOP(WS-RECIP-INDEX)
           MOVE "N" TO WS-HAS-INTERNAL
           IF WS-RC-BUILDING(WS-RECIP-INDEX) NOT = SPACES
               OR WS-RC-STOP(WS-RECIP-INDEX) NOT = SPACES THEN
               IF WS-RC-BUILDING(WS-RECIP-INDEX) = SPACES
                   OR WS-RC-STOP(WS-RECIP-INDEX) = SPACES THEN
                   DISPLAY "Building and mail stop go together."
                   MOVE "N" TO WS-ENTRY-OK
               ELSE
                   MOVE "Y" TO WS-HAS-INTERNAL
               END-IF
           END-IF
           DISPLAY "Postal street (blank=none): " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE SPACES TO WS-RC-STREET(WS-RECIP-INDEX)
           MOVE SPACES TO WS-RC-CITY(WS-RECIP-INDEX)
           MOVE SPACES TO WS-RC-ZIP(WS-RECIP-INDEX)
           MOVE "N" TO WS-HAS-POSTAL
           IF WS-MAINT-ANSWER NOT = SPACES THEN
               MOVE WS-MAINT-ANSWER TO WS-RC-STREET(WS-RECIP-INDEX)
               DISPLAY "Postal city and state: " WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
               MOVE WS-MAINT-ANSWER TO WS-RC-CITY(WS-RECIP-INDEX)
               DISPLAY "ZIP code: " WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
               MOVE WS-MAINT-ANSWER(1:10)
                   TO WS-RC-ZIP(WS-RECIP-INDEX)
               MOVE WS-RC-ZIP(WS-RECIP-INDEX) TO WS-ZIP-CHECK
               IF WS-RC-CITY(WS-RECIP-INDEX) = SPACES THEN
                   DISPLAY "Postal address needs a city line."
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
               IF WS-ZIP-CHECK(1:5) IS NUMERIC
                   AND (WS-ZIP-CHECK(6:5) = SPACES
                       OR (WS-ZIP-CHECK(6:1) = "-"
                           AND WS-ZIP-CHECK(7:4) IS NUMERIC)) THEN
                   MOVE "Y" TO WS-HAS-POSTAL
               ELSE
                   DISPLAY "ZIP code must be 99999 or 99999-9999."
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF
           IF WS-ENTRY-OK = "Y" AND WS-HAS-INTERNAL = "N"
               AND WS-HAS-POSTAL = "N" THEN
               DISPLAY "No mailing address -- the label run will "
                   "list this recipient as an exception."
           END-IF.
       PROMPT-ADDRESS-FIELDS-EXIT.
           EXIT.

       CHANGE-RECIPIENT.
           PERFORM PROMPT-AND-FIND
           IF WS-RECIP-MATCH > 0 THEN
                           END-IF
                           MOVE RM-CHG-OPER
                               TO WS-RC-CHG-OPER(WS-RECIP-COUNT)
                           MOVE RM-BIRTH-DATE
                               TO WS-RC-BIRTH(WS-RECIP-COUNT)
                           MOVE RM-SERVICE-DATE
                               TO WS-RC-SERVICE(WS-RECIP-COUNT)
                           MOVE RM-BUILDING
                               TO WS-RC-BUILDING(WS-RECIP-COUNT)
                           MOVE RM-MAIL-STOP
                               TO WS-RC-STOP(WS-RECIP-COUNT)
                           MOVE RM-POSTAL-STREET
                               TO WS-RC-STREET(WS-RECIP-COUNT)
                           MOVE RM-POSTAL-CITY
                               TO WS-RC-CITY(WS-RECIP-COUNT)
                           MOVE RM-POSTAL-CODE
                               TO WS-RC-ZIP(WS-RECIP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
               MOVE WS-RC-STATUS(WS-RECIP-INDEX) TO RM-STATUS
               MOVE WS-RC-CHG-DATE(WS-RECIP-INDEX) TO RM-CHG-DATE
               MOVE WS-RC-CHG-OPER(WS-RECIP-INDEX) TO RM-CHG-OPER
               MOVE WS-RC-BIRTH(WS-RECIP-INDEX) TO RM-BIRTH-DATE
               MOVE WS-RC-SERVICE(WS-RECIP-INDEX) TO RM-SERVICE-DATE
               MOVE WS-RC-BUILDING(WS-RECIP-INDEX) TO RM-BUILDING
               MOVE WS-RC-STOP(WS-RECIP-INDEX) TO RM-MAIL-STOP
               MOVE WS-RC-STREET(WS-RECIP-INDEX) TO RM-POSTAL-STREET
               MOVE WS-RC-CITY(WS-RECIP-INDEX) TO RM-POSTAL-CITY
               MOVE WS-RC-ZIP(WS-RECIP-INDEX) TO RM-POSTAL-CODE
               WRITE RECIPIENT-MASTER-RECORD
           END-PERFORM
           CLOSE RECIPIENT-MASTER.
