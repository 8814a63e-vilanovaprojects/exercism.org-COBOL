      ******************************************************************
      * NOTIFSVC: the outbound notification queue for the shop mail
      * gateway. Alerts reached the operator menu and DISTRIB built
      * its bundles, but nobody away from the console heard about
      * anything -- the lab learned of a GCEXCP quarantine only when
      * it came asking. Programs with news for people CALL here with
      * a recipient group, a subject, a priority and a few body
      * lines; the notification appends to NOTIFYQ in the envelope
      * the gateway picks up, addressed to every address RCPGRPS
      * lists for the group, and one line per notification lands on
      * the NOTIFLOG delivery log.
      *
      * RCPGRPS record: group(12), address(60), one row per address,
      * "*" comments ignored. A group with no address on file goes
      * to OPERATIONS instead, so nothing queued is addressed to
      * nobody; with no OPERATIONS address either, the notification
      * is not queued and the log says so.
      *
      * NOTIFYQ envelope, one record per line, every line of one
      * notification carrying its id (the queueing time to the
      * hundredth of a second, then a two-digit sequence within
      * the run unit):
      *   HDR  id group(12) priority(H or N) source(8) time(14)
      *   TO   id address           -- one per address
      *   SUBJ id subject
      *   BODY id text              -- one per body line
      *   END  id line count of the envelope
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFSVC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GROUP-FILE ASSIGN TO "RCPGRPS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTIFY-QUEUE ASSIGN TO "NOTIFYQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTIFY-LOG ASSIGN TO "NOTIFLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GROUP-FILE.
       01 GROUP-RECORD.
           05 RG-GROUP PIC X(12).
           05 FILLER PIC X.
           05 RG-ADDRESS PIC X(60).

       FD NOTIFY-QUEUE.
       01 NOTIFY-QUEUE-RECORD.
           05 NQ-TYPE PIC X(4).
           05 FILLER PIC X.
           05 NQ-ID PIC X(18).
           05 FILLER PIC X.
           05 NQ-DATA PIC X(80).
           05 NQ-HEADER REDEFINES NQ-DATA.
               10 NQ-GROUP PIC X(12).
               10 FILLER PIC X.
               10 NQ-PRIORITY PIC X.
               10 FILLER PIC X.
               10 NQ-SOURCE PIC X(8).
               10 FILLER PIC X.
               10 NQ-TIME PIC X(14).
               10 FILLER PIC X(42).
           05 NQ-TRAILER REDEFINES NQ-DATA.
               10 NQ-LINE-COUNT PIC 9(3).
               10 FILLER PIC X(77).

      * One line per notification offered: when, its id, the group
      * asked for and the group it went to, how many addresses,
      * QUEUED or NOT QUEUED, and the subject.
       FD NOTIFY-LOG.
       01 NOTIFY-LOG-RECORD.
           05 NL-TIME PIC X(14).
           05 FILLER PIC X.
           05 NL-ID PIC X(18).
           05 FILLER PIC X.
           05 NL-SOURCE PIC X(8).
           05 FILLER PIC X.
           05 NL-GROUP PIC X(12).
           05 FILLER PIC X.
           05 NL-SENT-TO PIC X(12).
           05 FILLER PIC X.
           05 NL-PRIORITY PIC X.
           05 FILLER PIC X.
           05 NL-ADDRESSES PIC 9(2).
           05 FILLER PIC X.
           05 NL-STATUS PIC X(10).
           05 FILLER PIC X.
           05 NL-SUBJECT PIC X(60).

       WORKING-STORAGE SECTION.
       01 SVC-STAMP PIC X(26).
       01 SVC-SEQUENCE PIC 99 VALUE 0.
       01 SVC-ID PIC X(18).
       01 SVC-GROUP-EOF PIC X VALUE "N".
           88 GROUP-EOF VALUE "Y".

      * The addresses found for the group asked for, and for
      * OPERATIONS in case the group has none.
       01 SVC-FALLBACK-GROUP PIC X(12) VALUE "OPERATIONS".
       01 SVC-WANTED-GROUP PIC X(12).
       01 SVC-SEND-GROUP PIC X(12).
       01 SVC-GROUP-COUNT PIC 99 VALUE 0.
       01 SVC-GROUP-ADDRESSES.
           05 SVC-GROUP-ADDRESS PIC X(60) OCCURS 20 TIMES.
       01 SVC-FALLBACK-COUNT PIC 99 VALUE 0.
       01 SVC-FALLBACK-ADDRESSES.
           05 SVC-FALLBACK-ADDRESS PIC X(60) OCCURS 20 TIMES.
       01 SVC-ADDRESS-IX PIC 99.
       01 SVC-BODY-IX PIC 9.
       01 SVC-BODY-LIMIT PIC 9.
       01 SVC-ENVELOPE-LINES PIC 9(3).

       LINKAGE SECTION.
      * One notification per call. The priority is H (high) or N
      * (normal); anything else is taken as normal. Up to eight
      * body lines, NTF-BODY-COUNT saying how many are filled.
      * NTF-RESULT comes back Q queued to the group, F queued to
      * OPERATIONS in its place, or N not queued.
       01 NOTIFY-REQUEST.
           05 NTF-SOURCE PIC X(8).
           05 NTF-GROUP PIC X(12).
           05 NTF-PRIORITY PIC X.
           05 NTF-SUBJECT PIC X(60).
           05 NTF-BODY-COUNT PIC 9.
           05 NTF-BODY-LINE PIC X(80) OCCURS 8 TIMES.
           05 NTF-RESULT PIC X.

       PROCEDURE DIVISION USING NOTIFY-REQUEST.

       NOTIFSVC-QUEUE.
           MOVE FUNCTION CURRENT-DATE TO SVC-STAMP
           ADD 1 TO SVC-SEQUENCE
           MOVE SPACES TO SVC-ID
           STRING SVC-STAMP(1:16) SVC-SEQUENCE
               DELIMITED BY SIZE INTO SVC-ID
           IF NTF-PRIORITY NOT = "H" THEN
               MOVE "N" TO NTF-PRIORITY
           END-IF
           IF NTF-BODY-COUNT IS NOT NUMERIC THEN
               MOVE 0 TO NTF-BODY-COUNT
           END-IF
           MOVE NTF-BODY-COUNT TO SVC-BODY-LIMIT
           IF SVC-BODY-LIMIT > 8 THEN
               MOVE 8 TO SVC-BODY-LIMIT
           END-IF
           MOVE NTF-GROUP TO SVC-WANTED-GROUP
           IF SVC-WANTED-GROUP = SPACES THEN
               MOVE SVC-FALLBACK-GROUP TO SVC-WANTED-GROUP
           END-IF
           PERFORM LOAD-GROUP-ADDRESSES
           EVALUATE TRUE
               WHEN SVC-GROUP-COUNT > 0
                   MOVE "Q" TO NTF-RESULT
                   MOVE SVC-WANTED-GROUP TO SVC-SEND-GROUP
                   PERFORM WRITE-ENVELOPE
               WHEN SVC-FALLBACK-COUNT > 0
                   MOVE "F" TO NTF-RESULT
                   MOVE SVC-FALLBACK-GROUP TO SVC-SEND-GROUP
                   MOVE SVC-FALLBACK-COUNT TO SVC-GROUP-COUNT
                   MOVE SVC-FALLBACK-ADDRESSES TO SVC-GROUP-ADDRESSES
                   PERFORM WRITE-ENVELOPE
               WHEN OTHER
                   MOVE "N" TO NTF-RESULT
                   MOVE SPACES TO SVC-SEND-GROUP
                   IF SVC-WANTED-GROUP = SVC-FALLBACK-GROUP THEN
                       DISPLAY "NOTIFSVC: NO ADDRESS FOR OPERATIONS"
                           " ON RCPGRPS -- NOT QUEUED"
                   ELSE
                       DISPLAY "NOTIFSVC: NO ADDRESS FOR "
                           FUNCTION TRIM(SVC-WANTED-GROUP)
                           " OR OPERATIONS ON RCPGRPS -- NOT QUEUED"
                   END-IF
           END-EVALUATE
           PERFORM WRITE-DELIVERY-LOG
           GOBACK.
       NOTIFSVC-QUEUE-EXIT.
           EXIT.

      * Read fresh on every call, so an address keyed in mid-run is
      * used by the next notification.
       LOAD-GROUP-ADDRESSES.
           MOVE 0 TO SVC-GROUP-COUNT
           MOVE 0 TO SVC-FALLBACK-COUNT
           MOVE "N" TO SVC-GROUP-EOF
           OPEN INPUT GROUP-FILE
           PERFORM UNTIL GROUP-EOF
               READ GROUP-FILE
                   AT END
                       SET GROUP-EOF TO TRUE
                   NOT AT END
                       IF RG-GROUP NOT = SPACES
                           AND RG-GROUP(1:1) NOT = "*"
                           AND RG-ADDRESS NOT = SPACES THEN
                           PERFORM FOLD-GROUP-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-FILE.
       LOAD-GROUP-ADDRESSES-EXIT.
           EXIT.

       FOLD-GROUP-ROW.
           IF RG-GROUP = SVC-WANTED-GROUP
               AND SVC-GROUP-COUNT < 20 THEN
               ADD 1 TO SVC-GROUP-COUNT
               MOVE RG-ADDRESS TO SVC-GROUP-ADDRESS(SVC-GROUP-COUNT)
           END-IF
           IF RG-GROUP = SVC-FALLBACK-GROUP
               AND SVC-FALLBACK-COUNT < 20 THEN
               ADD 1 TO SVC-FALLBACK-COUNT
               MOVE RG-ADDRESS
                   TO SVC-FALLBACK-ADDRESS(SVC-FALLBACK-COUNT)
           END-IF.
       FOLD-GROUP-ROW-EXIT.
           EXIT.

      ******************************************************************
      * The envelope, header to END, appended in one OPEN so the
      * gateway never picks up half a notification written by one
      * run unit.
      ******************************************************************
       WRITE-ENVELOPE.
           MOVE 0 TO SVC-ENVELOPE-LINES
           OPEN EXTEND NOTIFY-QUEUE
      * Same status-71 bug class as the shop's other LINE SEQUENTIAL
      * writes: clear the record's FILLER bytes before filling it.
           MOVE SPACES TO NOTIFY-QUEUE-RECORD
           MOVE "HDR" TO NQ-TYPE
           MOVE SVC-SEND-GROUP TO NQ-GROUP
           MOVE NTF-PRIORITY TO NQ-PRIORITY
           MOVE NTF-SOURCE TO NQ-SOURCE
           MOVE SVC-STAMP(1:14) TO NQ-TIME
           PERFORM WRITE-QUEUE-LINE
           PERFORM VARYING SVC-ADDRESS-IX FROM 1 BY 1
               UNTIL SVC-ADDRESS-IX > SVC-GROUP-COUNT
               MOVE SPACES TO NOTIFY-QUEUE-RECORD
               MOVE "TO" TO NQ-TYPE
               MOVE SVC-GROUP-ADDRESS(SVC-ADDRESS-IX) TO NQ-DATA
               PERFORM WRITE-QUEUE-LINE
           END-PERFORM
           MOVE SPACES TO NOTIFY-QUEUE-RECORD
           MOVE "SUBJ" TO NQ-TYPE
           MOVE NTF-SUBJECT TO NQ-DATA
           PERFORM WRITE-QUEUE-LINE
           PERFORM VARYING SVC-BODY-IX FROM 1 BY 1
               UNTIL SVC-BODY-IX > SVC-BODY-LIMIT
               MOVE SPACES TO NOTIFY-QUEUE-RECORD
               MOVE "BODY" TO NQ-TYPE
               MOVE NTF-BODY-LINE(SVC-BODY-IX) TO NQ-DATA
               PERFORM WRITE-QUEUE-LINE
           END-PERFORM
           MOVE SPACES TO NOTIFY-QUEUE-RECORD
           MOVE "END" TO NQ-TYPE
           ADD 1 TO SVC-ENVELOPE-LINES
           MOVE SVC-ENVELOPE-LINES TO NQ-LINE-COUNT
           MOVE SVC-ID TO NQ-ID
           WRITE NOTIFY-QUEUE-RECORD
           CLOSE NOTIFY-QUEUE.
       WRITE-ENVELOPE-EXIT.
           EXIT.

       WRITE-QUEUE-LINE.
           MOVE SVC-ID TO NQ-ID
           WRITE NOTIFY-QUEUE-RECORD
           ADD 1 TO SVC-ENVELOPE-LINES.
       WRITE-QUEUE-LINE-EXIT.
           EXIT.

       WRITE-DELIVERY-LOG.
           OPEN EXTEND NOTIFY-LOG
           MOVE SPACES TO NOTIFY-LOG-RECORD
           MOVE SVC-STAMP(1:14) TO NL-TIME
           MOVE SVC-ID TO NL-ID
           MOVE NTF-SOURCE TO NL-SOURCE
           MOVE SVC-WANTED-GROUP TO NL-GROUP
           MOVE SVC-SEND-GROUP TO NL-SENT-TO
           MOVE NTF-PRIORITY TO NL-PRIORITY
           IF NTF-RESULT = "N" THEN
               MOVE 0 TO NL-ADDRESSES
               MOVE "NOT QUEUED" TO NL-STATUS
           ELSE
               MOVE SVC-GROUP-COUNT TO NL-ADDRESSES
               MOVE "QUEUED" TO NL-STATUS
           END-IF
           MOVE NTF-SUBJECT TO NL-SUBJECT
           WRITE NOTIFY-LOG-RECORD
           CLOSE NOTIFY-LOG.
       WRITE-DELIVERY-LOG-EXIT.
           EXIT.
       END PROGRAM NOTIFSVC.
