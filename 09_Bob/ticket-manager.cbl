      * the sequencer drop file uses, then empties the feed;
      * ACK and CLOSE stamp a ticket with the acting
      * operator, date, and note; AGING prints the open tickets by
      * business days outstanding to TICKRPT so the Friday review
      * stops being someone scrolling the raw file. A ticket raised
      * Friday is not three days stale on Monday: the age comes from
      * DAYSVC over the DAYCAL day master, weekends and closures
      * left out.
      *
      * Every ticket also has an owner. HDSTAFF lists the help-desk
      * staff, the queues each works (GENOMICS, PAYROLL, LEAGUE,
      * GENERAL) and whether each is available. INTAKE routes a new
      * ticket to a queue off its text -- the distress phrase that
      * raised a PRIORITY ticket and the transcript alike -- and
      * gives it to the available person in that queue with the
      * fewest open tickets; ASSIGN and REASSIGN do it by hand, and
      * AGING groups the open tickets by owner with counts so an
      * overloaded desk shows at a glance.
      *
      * A PRIORITY ticket does not wait for someone to open the
      * master: once intake has routed it, NOTIFSVC queues a
      * high-priority notice to the HELPDESK recipient group with
      * the ticket's text, queue, owner and opened date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKETMG.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TICKET-REPORT ASSIGN TO "TICKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STAFF-FILE ASSIGN TO "HDSTAFF"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD HELPDESK-FILE.
       01 HELPDONE-LINE PIC X(136).

      * One record per numbered ticket. Status O open, A
      * acknowledged, C closed. TK-QUEUE is the queue intake routed
      * it to, TK-OWNER the staff member working it; both SPACES on
      * tickets numbered before routing.
       FD TICKET-MASTER.
       01 TICKET-MASTER-RECORD.
           05 TK-NUMBER PIC 9(6).
           05 TK-NOTE PIC X(30).
           05 FILLER PIC X.
           05 TK-TEXT PIC X(80).
           05 FILLER PIC X.
           05 TK-QUEUE PIC X(8).
           05 FILLER PIC X.
           05 TK-OWNER PIC X(8).

       FD TICKET-REPORT.
       01 TICKET-REPORT-LINE PIC X(132).

      * One line per help-desk staff member: the operator id they
      * sign on with, Y when available for new work, up to four
      * queues worked, and their name. "*" in column 1 is a comment.
       FD STAFF-FILE.
       01 STAFF-RECORD.
           05 HS-OPERATOR PIC X(8).
           05 FILLER PIC X.
           05 HS-AVAILABLE PIC X.
           05 FILLER PIC X.
           05 HS-QUEUE-LIST.
               10 HS-QUEUE-ENTRY OCCURS 4 TIMES.
                   15 HS-QUEUE PIC X(8).
                   15 FILLER PIC X.
           05 HS-NAME PIC X(30).

       WORKING-STORAGE SECTION.
      * The master loaded whole, the suite's usual approach.
       01 WS-TICKET-COUNT PIC 9(4) VALUE 0.
               10 WS-TK-OPERATOR PIC X(8).
               10 WS-TK-NOTE PIC X(30).
               10 WS-TK-TEXT PIC X(80).
               10 WS-TK-QUEUE PIC X(8).
               10 WS-TK-OWNER PIC X(8).
       01 WS-TICKET-INDEX PIC 9(4).
       01 WS-TICKET-MATCH PIC 9(4) VALUE 0.
       01 WS-MASTER-EOF PIC X VALUE "N".
       01 WS-FEED-LINES PIC 9(4) VALUE 0.
       01 WS-PRIORITY-HITS PIC 99 VALUE 0.

      * HDSTAFF loaded whole.
       01 WS-STAFF-COUNT PIC 9(3) VALUE 0.
       01 WS-STAFF-TABLE.
           05 WS-STAFF-ENTRY OCCURS 100 TIMES.
               10 WS-ST-OPERATOR PIC X(8).
               10 WS-ST-AVAILABLE PIC X.
               10 WS-ST-QUEUE PIC X(8) OCCURS 4 TIMES.
               10 WS-ST-NAME PIC X(30).
       01 WS-STAFF-INDEX PIC 9(3).
       01 WS-STAFF-MATCH PIC 9(3) VALUE 0.
       01 WS-STAFF-EOF PIC X VALUE "N".
           88 STAFF-EOF VALUE "Y".
       01 WS-QUEUE-INDEX PIC 9.

      * Routing vocabulary: a word found in a ticket's text counts
      * toward its queue, and the queue with the most hits takes
      * the ticket; none at all routes it to GENERAL. English and
      * Spanish, since BOB takes both.
       01 WS-ROUTE-WORDS.
           05 FILLER PIC X(20) VALUE "GENOMICSSAMPLE".
           05 FILLER PIC X(20) VALUE "GENOMICSSEQUENC".
           05 FILLER PIC X(20) VALUE "GENOMICSGENOM".
           05 FILLER PIC X(20) VALUE "GENOMICSNUCLEOTIDE".
           05 FILLER PIC X(20) VALUE "GENOMICSPROTEIN".
           05 FILLER PIC X(20) VALUE "GENOMICSMANIFEST".
           05 FILLER PIC X(20) VALUE "GENOMICSDNA".
           05 FILLER PIC X(20) VALUE "GENOMICSMUESTRA".
           05 FILLER PIC X(20) VALUE "PAYROLL PAYROLL".
           05 FILLER PIC X(20) VALUE "PAYROLL PAYCHECK".
           05 FILLER PIC X(20) VALUE "PAYROLL PAYSLIP".
           05 FILLER PIC X(20) VALUE "PAYROLL PAYDAY".
           05 FILLER PIC X(20) VALUE "PAYROLL SALARY".
           05 FILLER PIC X(20) VALUE "PAYROLL WAGE".
           05 FILLER PIC X(20) VALUE "PAYROLL TIMESHEET".
           05 FILLER PIC X(20) VALUE "PAYROLL NOMINA".
           05 FILLER PIC X(20) VALUE "PAYROLL SUELDO".
           05 FILLER PIC X(20) VALUE "PAYROLL SALARIO".
           05 FILLER PIC X(20) VALUE "LEAGUE  LEAGUE".
           05 FILLER PIC X(20) VALUE "LEAGUE  YACHT".
           05 FILLER PIC X(20) VALUE "LEAGUE  SCORE".
           05 FILLER PIC X(20) VALUE "LEAGUE  LEADERBOARD".
           05 FILLER PIC X(20) VALUE "LEAGUE  TOURNAMENT".
           05 FILLER PIC X(20) VALUE "LEAGUE  DICE".
           05 FILLER PIC X(20) VALUE "LEAGUE  LIGA".
           05 FILLER PIC X(20) VALUE "LEAGUE  PUNTUACION".
       01 WS-ROUTE-WORD-TABLE REDEFINES WS-ROUTE-WORDS.
           05 WS-ROUTE-ENTRY OCCURS 26 TIMES.
               10 WS-RW-QUEUE PIC X(8).
               10 WS-RW-WORD PIC X(12).
       01 WS-ROUTE-INDEX PIC 99.
       01 WS-ROUTE-LENGTH PIC 99.
       01 WS-ROUTE-HITS PIC 9(3).
       01 WS-QUEUE-NAMES.
           05 FILLER PIC X(8) VALUE "GENOMICS".
           05 FILLER PIC X(8) VALUE "PAYROLL".
           05 FILLER PIC X(8) VALUE "LEAGUE".
       01 WS-QUEUE-NAME-TABLE REDEFINES WS-QUEUE-NAMES.
           05 WS-QUEUE-NAME PIC X(8) OCCURS 3 TIMES.
       01 WS-QUEUE-SCORES.
           05 WS-QUEUE-SCORE PIC 9(4) OCCURS 3 TIMES.
       01 WS-BEST-SCORE PIC 9(4).

      * The ticket being routed at intake: its header and HEARD
      * lines gather here, upper-cased, until the next header (or
      * the end of the feed) shows its transcript is complete.
       01 WS-PENDING-TICKET PIC 9(4) VALUE 0.
       01 WS-ROUTE-TEXT PIC X(1000).
       01 WS-ROUTE-POINTER PIC 9(4).
       01 WS-ASSIGNED-COUNT PIC 9(4) VALUE 0.

      * Least-loaded pick: the available staff member serving
      * WS-PICK-QUEUE ("*" any queue), other than WS-PICK-EXCLUDE,
      * with the fewest tickets not yet closed.
       01 WS-PICK-QUEUE PIC X(8).
       01 WS-PICK-EXCLUDE PIC X(8).
       01 WS-PICKED-OWNER PIC X(8).
       01 WS-PICKED-LOAD PIC 9(4).
       01 WS-SERVES-QUEUE PIC X.
       01 WS-OWNER-LOAD PIC 9(4).
       01 WS-LOAD-OWNER PIC X(8).
       01 WS-NEW-OWNER PIC X(8).
       01 WS-TICKET-QUEUE PIC X(8).

       01 WS-NOTIFY-REQUEST.
           05 WS-NTF-SOURCE PIC X(8).
           05 WS-NTF-GROUP PIC X(12).
           05 WS-NTF-PRIORITY PIC X.
           05 WS-NTF-SUBJECT PIC X(60).
           05 WS-NTF-BODY-COUNT PIC 9.
           05 WS-NTF-BODY-LINE PIC X(80) OCCURS 8 TIMES.
           05 WS-NTF-RESULT PIC X.

      * Aging by owner: every staff member in HDSTAFF order, then
      * owners no longer on it, then the unassigned.
       01 WS-OWNER-COUNT PIC 9(3) VALUE 0.
       01 WS-OWNER-TABLE.
           05 WS-OWNER-ENTRY OCCURS 200 TIMES.
               10 WS-OW-ID PIC X(8).
               10 WS-OW-OPEN PIC 9(4).
               10 WS-OW-PRIORITY PIC 9(4).
       01 WS-OWNER-INDEX PIC 9(3).
       01 WS-OWNER-MATCH PIC 9(3).
       01 WS-OWNER-NAME PIC X(30).
       01 WS-OWNER-STATE PIC X(11).

       01 WS-MAINT-ANSWER PIC X(30).
       01 WS-MAINT-ACTION PIC X(8).
       01 WS-MAINT-NUMBER PIC 9(6) VALUE 0.
       01 WS-MAINT-DONE PIC X VALUE "N".
           88 MAINT-DONE VALUE "Y".

      * Aging working storage: business days outstanding from the
      * opened date, counted by DAYSVC.
       01 WS-TODAY-STAMP PIC X(26).
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS PIC S9(6) VALUE 0.
       01 WS-AGE-EDIT PIC ZZZZZ9.
       01 WS-OPEN-COUNT PIC 9(4) VALUE 0.

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
      * Blank: the region DAYCAL was built for.
           05 WS-DAYSVC-REGION PIC X(4) VALUE SPACES.

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       TICKETMG-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE
           PERFORM LOAD-TICKET-MASTER
           PERFORM LOAD-STAFF-FILE
           MOVE "N" TO WS-MAINT-DONE
           PERFORM UNTIL MAINT-DONE
               DISPLAY " "
               DISPLAY "  LIST   - list open tickets"
               DISPLAY "  ACK    - acknowledge a ticket"
               DISPLAY "  CLOSE  - close a ticket"
               DISPLAY "  ASSIGN - give an unowned ticket an owner"
               DISPLAY "  REASSIGN - move a ticket to another owner"
               DISPLAY "  AGING  - print the aging report"
               DISPLAY "  END    - leave ticket management"
               DISPLAY "Action: " WITH NO ADVANCING
                   WHEN "LIST"   PERFORM LIST-OPEN-TICKETS
                   WHEN "ACK"    PERFORM ACKNOWLEDGE-TICKET
                   WHEN "CLOSE"  PERFORM CLOSE-TICKET
                   WHEN "ASSIGN" PERFORM ASSIGN-TICKET
                   WHEN "REASSIGN" PERFORM REASSIGN-TICKET
                   WHEN "AGING"  PERFORM WRITE-AGING-REPORT
                   WHEN "END"    SET MAINT-DONE TO TRUE
                   WHEN OTHER
      * moves to the dated HELPDONE archive under its ticket
      * number, so working a ticket can still pull up what the
      * user actually said. The consumed feed restarts empty so
      * the next intake only sees new tickets. Each new ticket is
      * routed and assigned once its transcript has been read.
      ******************************************************************
       INTAKE-HELPDESK-FEED.
           MOVE 0 TO WS-INTAKE-COUNT
           MOVE 0 TO WS-FEED-LINES
           MOVE 0 TO WS-ASSIGNED-COUNT
           MOVE 0 TO WS-PENDING-TICKET
           MOVE "N" TO WS-FEED-EOF
           OPEN INPUT HELPDESK-FILE
           OPEN EXTEND HELPDESK-ARCHIVE
                   NOT AT END
                       ADD 1 TO WS-FEED-LINES
                       IF HELPDESK-LINE(1:7) = "TICKET " THEN
                           PERFORM ROUTE-PENDING-TICKET
                           PERFORM NUMBER-ONE-TICKET
                       END-IF
                       IF NOT FEED-EOF THEN
                           PERFORM GATHER-ROUTE-TEXT
                           PERFORM ARCHIVE-FEED-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM ROUTE-PENDING-TICKET
           CLOSE HELPDESK-FILE
           CLOSE HELPDESK-ARCHIVE
           IF WS-FEED-LINES > 0 THEN
               PERFORM SAVE-TICKET-MASTER
               PERFORM LOG-TICKET-AUDIT
           END-IF
           DISPLAY "INTAKE NUMBERED " WS-INTAKE-COUNT " TICKETS, "
               WS-ASSIGNED-COUNT " ASSIGNED"
           IF WS-STAFF-COUNT = 0 AND WS-INTAKE-COUNT > 0 THEN
               DISPLAY "No HDSTAFF staff file -- tickets left unowned."
           END-IF.
       INTAKE-HELPDESK-FEED-EXIT.
           EXIT.

               MOVE SPACES TO WS-TK-NOTE(WS-TICKET-COUNT)
               MOVE HELPDESK-LINE(1:80)
                   TO WS-TK-TEXT(WS-TICKET-COUNT)
               MOVE SPACES TO WS-TK-QUEUE(WS-TICKET-COUNT)
               MOVE SPACES TO WS-TK-OWNER(WS-TICKET-COUNT)
               MOVE WS-TICKET-COUNT TO WS-PENDING-TICKET
               MOVE SPACES TO WS-ROUTE-TEXT
               MOVE 1 TO WS-ROUTE-POINTER
           END-IF.
       NUMBER-ONE-TICKET-EXIT.
           EXIT.

      * Header and HEARD lines alike go into the routing text of the
      * ticket they belong to; the overflow past 1000 bytes is
      * simply not looked at.
       GATHER-ROUTE-TEXT.
           IF WS-PENDING-TICKET > 0 AND WS-ROUTE-POINTER < 1000 THEN
               STRING FUNCTION UPPER-CASE(FUNCTION TRIM(HELPDESK-LINE))
                   " "
                   DELIMITED BY SIZE INTO WS-ROUTE-TEXT
                   WITH POINTER WS-ROUTE-POINTER
                   ON OVERFLOW
                       MOVE 1000 TO WS-ROUTE-POINTER
               END-STRING
           END-IF.
       GATHER-ROUTE-TEXT-EXIT.
           EXIT.

      ******************************************************************
      * Routing: every vocabulary word found in the gathered text
      * scores for its queue -- the PRIORITY header's distress
      * phrase counted with the transcript -- and the top score
      * takes the ticket (GENERAL when nothing scores). The owner is
      * the least-loaded available person in that queue, else in
      * GENERAL; a PRIORITY ticket goes to anyone available rather
      * than sit unclaimed. Nobody available leaves it unowned for
      * ASSIGN.
      ******************************************************************
       ROUTE-PENDING-TICKET.
           IF WS-PENDING-TICKET > 0 THEN
               INITIALIZE WS-QUEUE-SCORES
               PERFORM VARYING WS-ROUTE-INDEX FROM 1 BY 1
                   UNTIL WS-ROUTE-INDEX > 26
                   PERFORM SCORE-ROUTE-WORD
               END-PERFORM
               MOVE "GENERAL" TO WS-TICKET-QUEUE
               MOVE 0 TO WS-BEST-SCORE
               PERFORM VARYING WS-QUEUE-INDEX FROM 1 BY 1
                   UNTIL WS-QUEUE-INDEX > 3
                   IF WS-QUEUE-SCORE(WS-QUEUE-INDEX)
                       > WS-BEST-SCORE THEN
                       MOVE WS-QUEUE-SCORE(WS-QUEUE-INDEX)
                           TO WS-BEST-SCORE
                       MOVE WS-QUEUE-NAME(WS-QUEUE-INDEX)
                           TO WS-TICKET-QUEUE
                   END-IF
               END-PERFORM
               MOVE WS-TICKET-QUEUE
                   TO WS-TK-QUEUE(WS-PENDING-TICKET)
               MOVE SPACES TO WS-PICK-EXCLUDE
               PERFORM PICK-OWNER-FOR-QUEUE
               IF WS-PICKED-OWNER = SPACES
                   AND WS-TK-PRIORITY(WS-PENDING-TICKET) = "P" THEN
                   MOVE "*" TO WS-PICK-QUEUE
                   PERFORM PICK-LEAST-LOADED
               END-IF
               IF WS-PICKED-OWNER NOT = SPACES THEN
                   MOVE WS-PICKED-OWNER
                       TO WS-TK-OWNER(WS-PENDING-TICKET)
                   ADD 1 TO WS-ASSIGNED-COUNT
               END-IF
               IF WS-TK-PRIORITY(WS-PENDING-TICKET) = "P" THEN
                   PERFORM NOTIFY-PRIORITY-TICKET
               END-IF
               MOVE 0 TO WS-PENDING-TICKET
           END-IF.
       ROUTE-PENDING-TICKET-EXIT.
           EXIT.

       NOTIFY-PRIORITY-TICKET.
           MOVE SPACES TO WS-NOTIFY-REQUEST
           MOVE "TICKETMG" TO WS-NTF-SOURCE
           MOVE "HELPDESK" TO WS-NTF-GROUP
           MOVE "H" TO WS-NTF-PRIORITY
           STRING "PRIORITY TICKET " DELIMITED BY SIZE
               WS-TK-NUMBER(WS-PENDING-TICKET) DELIMITED BY SIZE
               " IN " DELIMITED BY SIZE
               WS-TK-QUEUE(WS-PENDING-TICKET) DELIMITED BY SPACE
               " QUEUE" DELIMITED BY SIZE
               INTO WS-NTF-SUBJECT
           MOVE WS-TK-TEXT(WS-PENDING-TICKET) TO WS-NTF-BODY-LINE(1)
           IF WS-TK-OWNER(WS-PENDING-TICKET) = SPACES THEN
               MOVE "NO OWNER AVAILABLE -- ASSIGN BY HAND"
                   TO WS-NTF-BODY-LINE(2)
           ELSE
               STRING "OWNER " WS-TK-OWNER(WS-PENDING-TICKET)
                   DELIMITED BY SIZE INTO WS-NTF-BODY-LINE(2)
           END-IF
           STRING "OPENED " WS-TK-OPENED(WS-PENDING-TICKET)
               DELIMITED BY SIZE INTO WS-NTF-BODY-LINE(3)
           MOVE 3 TO WS-NTF-BODY-COUNT
           CALL "NOTIFSVC" USING WS-NOTIFY-REQUEST.
       NOTIFY-PRIORITY-TICKET-EXIT.
           EXIT.

       SCORE-ROUTE-WORD.
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-RW-WORD(WS-ROUTE-INDEX)))
               TO WS-ROUTE-LENGTH
           MOVE 0 TO WS-ROUTE-HITS
           INSPECT WS-ROUTE-TEXT TALLYING WS-ROUTE-HITS
               FOR ALL WS-RW-WORD(WS-ROUTE-INDEX)(1:WS-ROUTE-LENGTH)
           IF WS-ROUTE-HITS > 0 THEN
               PERFORM VARYING WS-QUEUE-INDEX FROM 1 BY 1
                   UNTIL WS-QUEUE-INDEX > 3
                   IF WS-QUEUE-NAME(WS-QUEUE-INDEX)
                       = WS-RW-QUEUE(WS-ROUTE-INDEX) THEN
                       ADD WS-ROUTE-HITS
                           TO WS-QUEUE-SCORE(WS-QUEUE-INDEX)
                   END-IF
               END-PERFORM
           END-IF.
       SCORE-ROUTE-WORD-EXIT.
           EXIT.

      * The ticket's own queue first, GENERAL after it. A ticket
      * numbered before routing has no queue and counts as GENERAL.
       PICK-OWNER-FOR-QUEUE.
           IF WS-TICKET-QUEUE = SPACES THEN
               MOVE "GENERAL" TO WS-TICKET-QUEUE
           END-IF
           MOVE WS-TICKET-QUEUE TO WS-PICK-QUEUE
           PERFORM PICK-LEAST-LOADED
           IF WS-PICKED-OWNER = SPACES
               AND WS-TICKET-QUEUE NOT = "GENERAL" THEN
               MOVE "GENERAL" TO WS-PICK-QUEUE
               PERFORM PICK-LEAST-LOADED
           END-IF.
       PICK-OWNER-FOR-QUEUE-EXIT.
           EXIT.

      * Ties go to whoever is listed first on HDSTAFF.
       PICK-LEAST-LOADED.
           MOVE SPACES TO WS-PICKED-OWNER
           MOVE 9999 TO WS-PICKED-LOAD
           PERFORM VARYING WS-STAFF-INDEX FROM 1 BY 1
               UNTIL WS-STAFF-INDEX > WS-STAFF-COUNT
               MOVE "N" TO WS-SERVES-QUEUE
               IF WS-PICK-QUEUE = "*" THEN
                   MOVE "Y" TO WS-SERVES-QUEUE
               END-IF
               PERFORM VARYING WS-QUEUE-INDEX FROM 1 BY 1
                   UNTIL WS-QUEUE-INDEX > 4
                   IF WS-ST-QUEUE(WS-STAFF-INDEX, WS-QUEUE-INDEX)
                       = WS-PICK-QUEUE THEN
                       MOVE "Y" TO WS-SERVES-QUEUE
                   END-IF
               END-PERFORM
               IF WS-SERVES-QUEUE = "Y"
                   AND WS-ST-AVAILABLE(WS-STAFF-INDEX) = "Y"
                   AND WS-ST-OPERATOR(WS-STAFF-INDEX)
                       NOT = WS-PICK-EXCLUDE THEN
                   MOVE WS-ST-OPERATOR(WS-STAFF-INDEX)
                       TO WS-LOAD-OWNER
                   PERFORM COUNT-OWNER-LOAD
                   IF WS-OWNER-LOAD < WS-PICKED-LOAD THEN
                       MOVE WS-OWNER-LOAD TO WS-PICKED-LOAD
                       MOVE WS-ST-OPERATOR(WS-STAFF-INDEX)
                           TO WS-PICKED-OWNER
                   END-IF
               END-IF
           END-PERFORM.
       PICK-LEAST-LOADED-EXIT.
           EXIT.

       COUNT-OWNER-LOAD.
           MOVE 0 TO WS-OWNER-LOAD
           PERFORM VARYING WS-TICKET-INDEX FROM 1 BY 1
               UNTIL WS-TICKET-INDEX > WS-TICKET-COUNT
               IF WS-TK-OWNER(WS-TICKET-INDEX) = WS-LOAD-OWNER
                   AND WS-TK-STATUS(WS-TICKET-INDEX) NOT = "C" THEN
                   ADD 1 TO WS-OWNER-LOAD
               END-IF
           END-PERFORM.
       COUNT-OWNER-LOAD-EXIT.
           EXIT.

       LIST-OPEN-TICKETS.
           MOVE 0 TO WS-OPEN-COUNT
           PERFORM VARYING WS-TICKET-INDEX FROM 1 BY 1
                       " " WS-TK-STATUS(WS-TICKET-INDEX)
                       " " WS-TK-PRIORITY(WS-TICKET-INDEX)
                       " " WS-TK-OPENED(WS-TICKET-INDEX)
                       " " WS-TK-OWNER(WS-TICKET-INDEX)
                       " " FUNCTION TRIM(
                           WS-TK-TEXT(WS-TICKET-INDEX))
               END-IF
       CLOSE-TICKET-EXIT.
           EXIT.

      * ASSIGN gives an unowned ticket its owner; REASSIGN moves an
      * owned one. Either way a blank answer lets the desk pick the
      * least-loaded available person in the ticket's queue.
       ASSIGN-TICKET.
           PERFORM PROMPT-TICKET-NUMBER
           IF WS-TICKET-MATCH > 0 THEN
               EVALUATE TRUE
                   WHEN WS-TK-STATUS(WS-TICKET-MATCH) = "C"
                       DISPLAY "Ticket is closed."
                   WHEN WS-TK-OWNER(WS-TICKET-MATCH) NOT = SPACES
                       DISPLAY "Already owned by "
                           WS-TK-OWNER(WS-TICKET-MATCH)
                           " -- use REASSIGN."
                   WHEN OTHER
                       PERFORM PROMPT-NEW-OWNER
                       IF WS-NEW-OWNER NOT = SPACES THEN
                           MOVE SPACES TO WS-TK-NOTE(WS-TICKET-MATCH)
                           STRING "ASSIGNED TO " WS-NEW-OWNER
                               DELIMITED BY SIZE
                               INTO WS-TK-NOTE(WS-TICKET-MATCH)
                           PERFORM STAMP-ASSIGNMENT
                           DISPLAY "Assigned to " WS-NEW-OWNER "."
                       END-IF
               END-EVALUATE
           END-IF.
       ASSIGN-TICKET-EXIT.
           EXIT.

       REASSIGN-TICKET.
           PERFORM PROMPT-TICKET-NUMBER
           IF WS-TICKET-MATCH > 0 THEN
               EVALUATE TRUE
                   WHEN WS-TK-STATUS(WS-TICKET-MATCH) = "C"
                       DISPLAY "Ticket is closed."
                   WHEN WS-TK-OWNER(WS-TICKET-MATCH) = SPACES
                       DISPLAY "Ticket has no owner -- use ASSIGN."
                   WHEN OTHER
                       PERFORM PROMPT-NEW-OWNER
                       IF WS-NEW-OWNER
                           = WS-TK-OWNER(WS-TICKET-MATCH) THEN
                           DISPLAY "Already owned by " WS-NEW-OWNER "."
                       ELSE
                           IF WS-NEW-OWNER NOT = SPACES THEN
                               MOVE SPACES
                                   TO WS-TK-NOTE(WS-TICKET-MATCH)
                               STRING "REASSIGNED FROM "
                                   WS-TK-OWNER(WS-TICKET-MATCH)
                                   DELIMITED BY SIZE
                                   INTO WS-TK-NOTE(WS-TICKET-MATCH)
                               PERFORM STAMP-ASSIGNMENT
                               DISPLAY "Reassigned to "
                                   WS-NEW-OWNER "."
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
       REASSIGN-TICKET-EXIT.
           EXIT.

      * The new owner keyed, or picked from the ticket's queue when
      * left blank; SPACES back when there is nobody to give it to.
      * Someone marked unavailable can still be given a ticket by
      * hand -- the desk is warned, not stopped.
       PROMPT-NEW-OWNER.
           MOVE WS-TK-QUEUE(WS-TICKET-MATCH) TO WS-TICKET-QUEUE
           IF WS-TICKET-QUEUE = SPACES THEN
               MOVE "GENERAL" TO WS-TICKET-QUEUE
           END-IF
           DISPLAY "New owner (blank=least loaded in "
               FUNCTION TRIM(WS-TICKET-QUEUE) "): "
               WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER TO WS-NEW-OWNER
           IF WS-NEW-OWNER = SPACES THEN
               MOVE WS-TK-OWNER(WS-TICKET-MATCH) TO WS-PICK-EXCLUDE
               PERFORM PICK-OWNER-FOR-QUEUE
               MOVE WS-PICKED-OWNER TO WS-NEW-OWNER
               IF WS-NEW-OWNER = SPACES THEN
                   DISPLAY "Nobody available in "
                       FUNCTION TRIM(WS-TICKET-QUEUE) " or GENERAL."
               END-IF
           ELSE
               MOVE 0 TO WS-STAFF-MATCH
               PERFORM VARYING WS-STAFF-INDEX FROM 1 BY 1
                   UNTIL WS-STAFF-INDEX > WS-STAFF-COUNT
                   OR WS-STAFF-MATCH > 0
                   IF WS-ST-OPERATOR(WS-STAFF-INDEX)
                       = WS-NEW-OWNER THEN
                       MOVE WS-STAFF-INDEX TO WS-STAFF-MATCH
                   END-IF
               END-PERFORM
               IF WS-STAFF-MATCH = 0 THEN
                   DISPLAY "Not on the HDSTAFF staff file."
                   MOVE SPACES TO WS-NEW-OWNER
               ELSE
                   IF WS-ST-AVAILABLE(WS-STAFF-MATCH) NOT = "Y" THEN
                       DISPLAY "Note: " WS-NEW-OWNER
                           " is marked unavailable."
                   END-IF
               END-IF
           END-IF.
       PROMPT-NEW-OWNER-EXIT.
           EXIT.

      * An ownership change is an action like ACK and CLOSE: dated,
      * stamped with the acting operator, saved, and audited.
       STAMP-ASSIGNMENT.
           MOVE WS-NEW-OWNER TO WS-TK-OWNER(WS-TICKET-MATCH)
           MOVE WS-TODAY-DATE TO WS-TK-ACTIONED(WS-TICKET-MATCH)
           IF WS-AUDIT-OPERATOR = LOW-VALUES THEN
               MOVE SPACES TO WS-AUDIT-OPERATOR
           END-IF
           MOVE WS-AUDIT-OPERATOR
               TO WS-TK-OPERATOR(WS-TICKET-MATCH)
           PERFORM SAVE-TICKET-MASTER
           PERFORM LOG-TICKET-AUDIT.
       STAMP-ASSIGNMENT-EXIT.
           EXIT.

       PROMPT-TICKET-NUMBER.
           DISPLAY "Ticket number: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           EXIT.

      ******************************************************************
      * The aging report: every ticket not yet closed, its business
      * days outstanding, grouped by owner -- each owner's open and
      * PRIORITY counts on the group line, priorities first within
      * it. Staff with nothing open are listed too, so the Friday
      * review sees who has room as well as who is overloaded.
      ******************************************************************
       WRITE-AGING-REPORT.
           MOVE 0 TO WS-OPEN-COUNT
           PERFORM BUILD-OWNER-COUNTS
           OPEN OUTPUT TICKET-REPORT
           MOVE SPACES TO TICKET-REPORT-LINE
           STRING "OPEN TICKETS BY OWNER AND AGE AS OF " WS-TODAY-DATE
               DELIMITED BY SIZE INTO TICKET-REPORT-LINE
           WRITE TICKET-REPORT-LINE
           PERFORM VARYING WS-OWNER-INDEX FROM 1 BY 1
               UNTIL WS-OWNER-INDEX > WS-OWNER-COUNT
               PERFORM WRITE-OWNER-GROUP
           END-PERFORM
           MOVE SPACES TO TICKET-REPORT-LINE
           STRING "OPEN TICKETS " WS-OPEN-COUNT
               DELIMITED BY SIZE INTO TICKET-REPORT-LINE
           WRITE TICKET-REPORT-LINE
           CLOSE TICKET-REPORT
           DISPLAY "Aging report written to TICKRPT.".
       WRITE-AGING-REPORT-EXIT.
           EXIT.

      * One owner row per staff member, then any other owner or
      * unowned (SPACES) found on an open ticket.
       BUILD-OWNER-COUNTS.
           MOVE 0 TO WS-OWNER-COUNT
           INITIALIZE WS-OWNER-TABLE
           PERFORM VARYING WS-STAFF-INDEX FROM 1 BY 1
               UNTIL WS-STAFF-INDEX > WS-STAFF-COUNT
               MOVE WS-ST-OPERATOR(WS-STAFF-INDEX) TO WS-LOAD-OWNER
               PERFORM FIND-OWNER-ROW
           END-PERFORM
           PERFORM VARYING WS-TICKET-INDEX FROM 1 BY 1
               UNTIL WS-TICKET-INDEX > WS-TICKET-COUNT
               IF WS-TK-STATUS(WS-TICKET-INDEX) NOT = "C"
                   AND WS-TK-OWNER(WS-TICKET-INDEX) NOT = SPACES THEN
                   MOVE WS-TK-OWNER(WS-TICKET-INDEX) TO WS-LOAD-OWNER
                   PERFORM FIND-OWNER-ROW
                   PERFORM COUNT-OWNER-TICKET
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TICKET-INDEX FROM 1 BY 1
               UNTIL WS-TICKET-INDEX > WS-TICKET-COUNT
               IF WS-TK-STATUS(WS-TICKET-INDEX) NOT = "C"
                   AND WS-TK-OWNER(WS-TICKET-INDEX) = SPACES THEN
                   MOVE SPACES TO WS-LOAD-OWNER
                   PERFORM FIND-OWNER-ROW
                   PERFORM COUNT-OWNER-TICKET
               END-IF
           END-PERFORM.
       BUILD-OWNER-COUNTS-EXIT.
           EXIT.

       FIND-OWNER-ROW.
           MOVE 0 TO WS-OWNER-MATCH
           PERFORM VARYING WS-OWNER-INDEX FROM 1 BY 1
               UNTIL WS-OWNER-INDEX > WS-OWNER-COUNT
               OR WS-OWNER-MATCH > 0
               IF WS-OW-ID(WS-OWNER-INDEX) = WS-LOAD-OWNER THEN
                   MOVE WS-OWNER-INDEX TO WS-OWNER-MATCH
               END-IF
           END-PERFORM
           IF WS-OWNER-MATCH = 0 AND WS-OWNER-COUNT < 200 THEN
               ADD 1 TO WS-OWNER-COUNT
               MOVE WS-LOAD-OWNER TO WS-OW-ID(WS-OWNER-COUNT)
               MOVE 0 TO WS-OW-OPEN(WS-OWNER-COUNT)
               MOVE 0 TO WS-OW-PRIORITY(WS-OWNER-COUNT)
               MOVE WS-OWNER-COUNT TO WS-OWNER-MATCH
           END-IF.
       FIND-OWNER-ROW-EXIT.
           EXIT.

       COUNT-OWNER-TICKET.
           IF WS-OWNER-MATCH > 0 THEN
               ADD 1 TO WS-OW-OPEN(WS-OWNER-MATCH)
               IF WS-TK-PRIORITY(WS-TICKET-INDEX) = "P" THEN
                   ADD 1 TO WS-OW-PRIORITY(WS-OWNER-MATCH)
               END-IF
           END-IF.
       COUNT-OWNER-TICKET-EXIT.
           EXIT.

       WRITE-OWNER-GROUP.
           MOVE SPACES TO WS-OWNER-NAME
           MOVE SPACES TO WS-OWNER-STATE
           MOVE 0 TO WS-STAFF-MATCH
           PERFORM VARYING WS-STAFF-INDEX FROM 1 BY 1
               UNTIL WS-STAFF-INDEX > WS-STAFF-COUNT
               OR WS-STAFF-MATCH > 0
               IF WS-ST-OPERATOR(WS-STAFF-INDEX)
                   = WS-OW-ID(WS-OWNER-INDEX) THEN
                   MOVE WS-STAFF-INDEX TO WS-STAFF-MATCH
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-OW-ID(WS-OWNER-INDEX) = SPACES
                   MOVE "UNASSIGNED" TO WS-OWNER-NAME
               WHEN WS-STAFF-MATCH = 0
                   MOVE "(NOT ON HDSTAFF)" TO WS-OWNER-NAME
               WHEN OTHER
                   MOVE WS-ST-NAME(WS-STAFF-MATCH) TO WS-OWNER-NAME
                   IF WS-ST-AVAILABLE(WS-STAFF-MATCH) = "Y" THEN
                       MOVE "AVAILABLE" TO WS-OWNER-STATE
                   ELSE
                       MOVE "UNAVAILABLE" TO WS-OWNER-STATE
                   END-IF
           END-EVALUATE
           MOVE SPACES TO TICKET-REPORT-LINE
           STRING "OWNER " WS-OW-ID(WS-OWNER-INDEX)
               " " WS-OWNER-NAME
               " " WS-OWNER-STATE
               " OPEN " WS-OW-OPEN(WS-OWNER-INDEX)
               " PRIORITY " WS-OW-PRIORITY(WS-OWNER-INDEX)
               DELIMITED BY SIZE INTO TICKET-REPORT-LINE
           WRITE TICKET-REPORT-LINE
           PERFORM VARYING WS-TICKET-INDEX FROM 1 BY 1
               UNTIL WS-TICKET-INDEX > WS-TICKET-COUNT
               IF WS-TK-STATUS(WS-TICKET-INDEX) NOT = "C"
                   AND WS-TK-OWNER(WS-TICKET-INDEX)
                       = WS-OW-ID(WS-OWNER-INDEX)
                   AND WS-TK-PRIORITY(WS-TICKET-INDEX) = "P" THEN
                   PERFORM WRITE-AGING-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TICKET-INDEX FROM 1 BY 1
               UNTIL WS-TICKET-INDEX > WS-TICKET-COUNT
               IF WS-TK-STATUS(WS-TICKET-INDEX) NOT = "C"
                   AND WS-TK-OWNER(WS-TICKET-INDEX)
                       = WS-OW-ID(WS-OWNER-INDEX)
                   AND WS-TK-PRIORITY(WS-TICKET-INDEX) NOT = "P" THEN
                   PERFORM WRITE-AGING-LINE
               END-IF
           END-PERFORM.
       WRITE-OWNER-GROUP-EXIT.
           EXIT.

       WRITE-AGING-LINE.
           ADD 1 TO WS-OPEN-COUNT
           MOVE 0 TO WS-AGE-DAYS
           IF WS-TK-OPENED(WS-TICKET-INDEX) > 0 THEN
               MOVE "BETWEEN" TO WS-DAYSVC-ACTION
               MOVE WS-TK-OPENED(WS-TICKET-INDEX) TO WS-DAYSVC-DATE
               MOVE WS-TODAY-DATE TO WS-DAYSVC-TO-DATE
               CALL "DAYSVC" USING WS-DAYSVC-REQUEST
               IF WS-DAYSVC-COVERED NOT = "E" THEN
                   MOVE WS-DAYSVC-RESULT-DAYS TO WS-AGE-DAYS
               END-IF
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT
           MOVE SPACES TO TICKET-REPORT-LINE
           STRING "  TICKET " WS-TK-NUMBER(WS-TICKET-INDEX)
               " " WS-TK-STATUS(WS-TICKET-INDEX)
               " " WS-TK-PRIORITY(WS-TICKET-INDEX)
               " " WS-TK-QUEUE(WS-TICKET-INDEX)
               " BUS DAYS " WS-AGE-EDIT
               " " FUNCTION TRIM(WS-TK-TEXT(WS-TICKET-INDEX))
               DELIMITED BY SIZE INTO TICKET-REPORT-LINE
           WRITE TICKET-REPORT-LINE.
                               TO WS-TK-NOTE(WS-TICKET-COUNT)
                           MOVE TK-TEXT
                               TO WS-TK-TEXT(WS-TICKET-COUNT)
                           MOVE TK-QUEUE
                               TO WS-TK-QUEUE(WS-TICKET-COUNT)
                           MOVE TK-OWNER
                               TO WS-TK-OWNER(WS-TICKET-COUNT)
                           IF TK-NUMBER > WS-NEXT-NUMBER THEN
                               MOVE TK-NUMBER TO WS-NEXT-NUMBER
                           END-IF
       LOAD-TICKET-MASTER-EXIT.
           EXIT.

      * HDSTAFF loaded whole. Without it every ticket stays unowned
      * until someone is listed; the rest of TICKETMG works as ever.
       LOAD-STAFF-FILE.
           MOVE 0 TO WS-STAFF-COUNT
           MOVE "N" TO WS-STAFF-EOF
           OPEN INPUT STAFF-FILE
           PERFORM UNTIL STAFF-EOF OR WS-STAFF-COUNT >= 100
               READ STAFF-FILE
                   AT END
                       SET STAFF-EOF TO TRUE
                   NOT AT END
                       IF STAFF-RECORD NOT = SPACES
                           AND STAFF-RECORD(1:1) NOT = "*"
                           AND HS-OPERATOR NOT = SPACES THEN
                           ADD 1 TO WS-STAFF-COUNT
                           MOVE HS-OPERATOR
                               TO WS-ST-OPERATOR(WS-STAFF-COUNT)
                           MOVE HS-AVAILABLE
                               TO WS-ST-AVAILABLE(WS-STAFF-COUNT)
                           PERFORM VARYING WS-QUEUE-INDEX FROM 1 BY 1
                               UNTIL WS-QUEUE-INDEX > 4
                               MOVE HS-QUEUE(WS-QUEUE-INDEX)
                                   TO WS-ST-QUEUE(WS-STAFF-COUNT,
                                       WS-QUEUE-INDEX)
                           END-PERFORM
                           MOVE HS-NAME TO WS-ST-NAME(WS-STAFF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAFF-FILE.
       LOAD-STAFF-FILE-EXIT.
           EXIT.

       SAVE-TICKET-MASTER.
           OPEN OUTPUT TICKET-MASTER
           PERFORM VARYING WS-TICKET-INDEX FROM 1 BY 1
               MOVE WS-TK-OPERATOR(WS-TICKET-INDEX) TO TK-OPERATOR
               MOVE WS-TK-NOTE(WS-TICKET-INDEX) TO TK-NOTE
               MOVE WS-TK-TEXT(WS-TICKET-INDEX) TO TK-TEXT
               MOVE WS-TK-QUEUE(WS-TICKET-INDEX) TO TK-QUEUE
               MOVE WS-TK-OWNER(WS-TICKET-INDEX) TO TK-OWNER
               WRITE TICKET-MASTER-RECORD
           END-PERFORM
           CLOSE TICKET-MASTER.
