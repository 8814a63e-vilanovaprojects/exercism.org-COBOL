      * waiting for BOB to give up on the session.
           SELECT OPTIONAL KEYWORD-FILE ASSIGN TO "BOBKEYWD"
               ORGANIZATION IS LINE SEQUENTIAL.
      * FAQ knowledge base, maintained by the help desk in the same
      * list style as BOBKEYWD: a turn matching one of an entry's
      * phrases gets that entry's answer instead of a mood reply.
           SELECT OPTIONAL FAQ-FILE ASSIGN TO "BOBFAQ"
               ORGANIZATION IS LINE SEQUENTIAL.
      * End-of-session survey answers, one record per rated
      * session, for SURVRPT's monthly report.
           SELECT OPTIONAL SURVEY-FILE ASSIGN TO "BOBSURV"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CONVO-LOG.
       01 CONVO-LOG-LINE PIC X(200).

       FD HELPDESK-FILE.
       01 HELPDESK-LINE PIC X(120).
       FD KEYWORD-FILE.
       01 KEYWORD-FILE-RECORD PIC X(40).

      * One BOBFAQ line: the entry's id, then "K " and a phrase that
      * selects it, or "EN"/"ES" and its answer in that language.
      * An entry takes as many phrase lines as the help desk likes;
      * "*" in column 1 is a comment.
       FD FAQ-FILE.
       01 FAQ-FILE-RECORD.
           05 FAQ-ID PIC X(8).
           05 FILLER PIC X.
           05 FAQ-LINE-TYPE PIC X(2).
               88 FAQ-PHRASE-LINE VALUE "K ".
           05 FILLER PIC X.
           05 FAQ-TEXT PIC X(80).

       FD SURVEY-FILE.
       COPY BOBSURV.

       WORKING-STORAGE SECTION.
       01 WS-TIMESTAMP PIC X(26).
       01 WS-HEYBOB IS EXTERNAL       PIC X(60) VALUES SPACES.
       01 WS-RESULT                PIC X(80) VALUES SPACES.

      * Request 048: WS-RESULT is a plain reply field re-used by name
      * across several programs in the suite, so the shared operator
      * menu can't key off WS-RESULT itself without colliding across
      * all of them. WS-BOB-RESULT is this program's own
      * uniquely-named copy the menu driver reads after CALL "BOB".
      * Widened with WS-RESULT to carry a FAQ answer.
       01 WS-BOB-RESULT IS EXTERNAL   PIC X(80) VALUES SPACES.
       01 WS-HEYBOB-REV            PIC X(60) VALUES SPACES.
       01 CONTADOR                 PIC 9(2).
       01 WS-SPACE-COUNT           PIC 9(2) VALUE 0.
       01 WS-TICKET-RAISED         PIC X VALUE "N".
           88 TICKET-ALREADY-RAISED VALUE "Y".

      * What the end-of-session survey records about the session
      * just run: when it started, whether BOBFAQ answered any
      * turn, and the header stamp of the first ticket it raised.
      * Kept here between the SESSION call and the SURVEY call.
       01 WS-SESSION-STAMP         PIC X(16) VALUE SPACES.
       01 WS-SESSION-FAQ-USED      PIC X VALUE "N".
           88 SESSION-FAQ-USED VALUE "Y".
       01 WS-SESSION-TICKET-STAMP  PIC X(16) VALUE SPACES.
      * The answers, keyed at the operator menu after the session
      * and passed in with WS-BOB-MODE = "SURVEY". A rating other
      * than 1 to 5 (blank included) records nothing.
       01 WS-SURVEY-RATING         IS EXTERNAL PIC X.
       01 WS-SURVEY-COMMENT        IS EXTERNAL PIC X(60).

      * Accent-aware classification working storage. Terminals reach
      * BOB in either single-byte Latin-1 or UTF-8, so the loop
      * recognises both: the Latin-1 accented letters via the BOBRESP
       01 WS-PHRASE-HITS           PIC 99.
       01 WS-MATCHED-PHRASE        PIC X(40) VALUE SPACES.

      * FAQ working storage: phrases and answers loaded once per run
      * unit the way the keyword list is, each phrase carrying its
      * entry id. WS-FAQ-HIT is the entry answering this turn, SPACES
      * when none did; it rides the CONVOLOG line for BOBSTAT.
       01 WS-FAQ-LOADED            PIC X VALUE "N".
           88 FAQ-LOADED VALUE "Y".
       01 WS-FAQ-EOF               PIC X VALUE "N".
           88 FAQ-EOF VALUE "Y".
       01 WS-FAQ-PHRASE-COUNT      PIC 9(3) VALUE 0.
       01 WS-FAQ-PHRASE-TABLE.
           05 WS-FAQ-PHRASE-ENTRY OCCURS 100 TIMES.
               10 WS-FAQ-PHRASE-ID PIC X(8).
               10 WS-FAQ-PHRASE    PIC X(40).
       01 WS-FAQ-ANSWER-COUNT      PIC 9(3) VALUE 0.
       01 WS-FAQ-ANSWER-TABLE.
           05 WS-FAQ-ANSWER-ENTRY OCCURS 100 TIMES.
               10 WS-FAQ-ANSWER-ID PIC X(8).
               10 WS-FAQ-ANSWER-LANG PIC X(2).
               10 WS-FAQ-ANSWER    PIC X(80).
       01 WS-FAQ-INDEX             PIC 9(3).
       01 WS-FAQ-HIT               PIC X(8) VALUE SPACES.
       01 WS-FAQ-REPLY             PIC X(80).
       01 WS-FAQ-FALLBACK          PIC X(80).
       01 WS-FAQ-LANG              PIC X(2).

      * Request 017: mood code driving the response-table lookup.
       01 WS-MOOD-CODE             PIC 9.
      * Request 017: canned-response table copybook.
               WHEN WS-BOB-MODE = "SESSION"
                   PERFORM BOB-SESSION-RUN
                   GOBACK
               WHEN WS-BOB-MODE = "SURVEY"
                   PERFORM RECORD-SESSION-SURVEY
                   GOBACK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
             MOVE BOB-RESPONSE(WS-MOOD-CODE) TO WS-RESULT
         END-IF.

      * A question the help desk has already answered gets that
      * answer instead of the mood reply; the mood itself still
      * counts toward the session's streak.
           PERFORM MATCH-FAQ-ENTRY.
           IF WS-FAQ-HIT NOT = SPACES THEN
               MOVE WS-FAQ-REPLY TO WS-RESULT
           END-IF.

         PERFORM LOG-CONVERSATION.
         PERFORM LOG-AUDIT-ENTRY.
       BOB-END.
       BOB-SESSION-RUN.
           MOVE 0 TO WS-SILENT-STREAK
           MOVE "N" TO WS-TICKET-RAISED
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:16) TO WS-SESSION-STAMP
           MOVE "N" TO WS-SESSION-FAQ-USED
           MOVE SPACES TO WS-SESSION-TICKET-STAMP
           PERFORM VARYING WS-SESSION-INDEX FROM 1 BY 1
               UNTIL WS-SESSION-INDEX > WS-SESSION-TURN-COUNT
               MOVE WS-SESSION-TURN(WS-SESSION-INDEX) TO WS-HEYBOB
               PERFORM BOB
               DISPLAY WS-RESULT
               IF WS-FAQ-HIT NOT = SPACES THEN
                   SET SESSION-FAQ-USED TO TRUE
               END-IF
      * BOB giving up on the session is the help desk's cue to
      * follow up: raise the ticket the moment the mood fires.
      * One ticket per abandoned session, not one per further
       BOB-SESSION-RUN-EXIT.
           EXIT.

      ******************************************************************
      * The session's survey answer onto BOBSURV: session start,
      * language, turns, the 1-to-5 rating, whether BOBFAQ answered,
      * the linked ticket's stamp, and the comment -- redacted like
      * the conversation log, since users type account numbers into
      * comments too. Nothing is written without a session to rate
      * or a rating to record.
      ******************************************************************
       RECORD-SESSION-SURVEY.
           IF WS-SESSION-STAMP NOT = SPACES
               AND WS-SURVEY-RATING >= "1"
               AND WS-SURVEY-RATING <= "5" THEN
               MOVE WS-SURVEY-COMMENT TO WS-REDACT-IN
               PERFORM REDACT-ACCOUNT-PATTERNS
               MOVE SPACES TO SURVEY-RECORD
               MOVE WS-SESSION-STAMP TO SV-SESSION-STAMP
               IF BOB-LANGUAGE-SPANISH THEN
                   MOVE "ES" TO SV-LANGUAGE
               ELSE
                   MOVE "EN" TO SV-LANGUAGE
               END-IF
               MOVE WS-SESSION-TURN-COUNT TO SV-TURNS
               MOVE WS-SURVEY-RATING TO SV-RATING
               MOVE WS-SESSION-FAQ-USED TO SV-FAQ-USED
               MOVE WS-SESSION-TICKET-STAMP TO SV-TICKET-STAMP
               MOVE WS-HEYBOB-REDACTED TO SV-COMMENT
               OPEN EXTEND SURVEY-FILE
               WRITE SURVEY-RECORD
               CLOSE SURVEY-FILE
               MOVE SPACES TO WS-SESSION-STAMP
           END-IF.
       RECORD-SESSION-SURVEY-EXIT.
           EXIT.

      ******************************************************************
      * The screening itself: the turn's text against every phrase
      * on the keyword file, upper-cased on both sides so "URGENT"
       LOAD-KEYWORD-FILE-EXIT.
           EXIT.

      ******************************************************************
      * FAQ lookup: the turn's text against every FAQ phrase, upper-
      * cased on both sides like the distress screen. The first
      * phrase found picks the entry; its answer comes in the
      * session's language, falling back to English when the help
      * desk hasn't written the Spanish one yet. An entry with no
      * answer at all is left unmatched.
      ******************************************************************
       MATCH-FAQ-ENTRY.
           IF NOT FAQ-LOADED THEN
               PERFORM LOAD-FAQ-FILE
           END-IF
           MOVE SPACES TO WS-FAQ-HIT WS-FAQ-REPLY WS-FAQ-FALLBACK
           MOVE FUNCTION UPPER-CASE(WS-HEYBOB) TO WS-HEYBOB-UPPER
           PERFORM VARYING WS-FAQ-INDEX FROM 1 BY 1
               UNTIL WS-FAQ-INDEX > WS-FAQ-PHRASE-COUNT
               OR WS-FAQ-HIT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-FAQ-PHRASE(WS-FAQ-INDEX))
                   TO WS-PHRASE-UPPER
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PHRASE-UPPER))
                   TO WS-PHRASE-LENGTH
               MOVE 0 TO WS-PHRASE-HITS
               INSPECT WS-HEYBOB-UPPER TALLYING WS-PHRASE-HITS
                   FOR ALL WS-PHRASE-UPPER(1:WS-PHRASE-LENGTH)
               IF WS-PHRASE-HITS > 0 THEN
                   MOVE WS-FAQ-PHRASE-ID(WS-FAQ-INDEX) TO WS-FAQ-HIT
               END-IF
           END-PERFORM
           IF WS-FAQ-HIT NOT = SPACES THEN
               IF BOB-LANGUAGE-SPANISH THEN
                   MOVE "ES" TO WS-FAQ-LANG
               ELSE
                   MOVE "EN" TO WS-FAQ-LANG
               END-IF
               PERFORM VARYING WS-FAQ-INDEX FROM 1 BY 1
                   UNTIL WS-FAQ-INDEX > WS-FAQ-ANSWER-COUNT
                   OR WS-FAQ-REPLY NOT = SPACES
                   IF WS-FAQ-ANSWER-ID(WS-FAQ-INDEX) = WS-FAQ-HIT THEN
                       IF WS-FAQ-ANSWER-LANG(WS-FAQ-INDEX)
                           = WS-FAQ-LANG THEN
                           MOVE WS-FAQ-ANSWER(WS-FAQ-INDEX)
                               TO WS-FAQ-REPLY
                       END-IF
                       IF WS-FAQ-ANSWER-LANG(WS-FAQ-INDEX) = "EN" THEN
                           MOVE WS-FAQ-ANSWER(WS-FAQ-INDEX)
                               TO WS-FAQ-FALLBACK
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-FAQ-REPLY = SPACES THEN
                   MOVE WS-FAQ-FALLBACK TO WS-FAQ-REPLY
               END-IF
               IF WS-FAQ-REPLY = SPACES THEN
                   MOVE SPACES TO WS-FAQ-HIT
               END-IF
           END-IF.
       MATCH-FAQ-ENTRY-EXIT.
           EXIT.

       LOAD-FAQ-FILE.
           SET FAQ-LOADED TO TRUE
           MOVE 0 TO WS-FAQ-PHRASE-COUNT
           MOVE 0 TO WS-FAQ-ANSWER-COUNT
           MOVE "N" TO WS-FAQ-EOF
           OPEN INPUT FAQ-FILE
           PERFORM UNTIL FAQ-EOF
               READ FAQ-FILE
                   AT END
                       SET FAQ-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-FAQ-LINE
               END-READ
           END-PERFORM
           CLOSE FAQ-FILE.
       LOAD-FAQ-FILE-EXIT.
           EXIT.

       LOAD-FAQ-LINE.
           EVALUATE TRUE
               WHEN FAQ-FILE-RECORD = SPACES
                   OR FAQ-FILE-RECORD(1:1) = "*"
                   OR FAQ-ID = SPACES OR FAQ-TEXT = SPACES
                   CONTINUE
               WHEN FAQ-PHRASE-LINE
                   IF WS-FAQ-PHRASE-COUNT < 100 THEN
                       ADD 1 TO WS-FAQ-PHRASE-COUNT
                       MOVE FAQ-ID
                           TO WS-FAQ-PHRASE-ID(WS-FAQ-PHRASE-COUNT)
                       MOVE FAQ-TEXT
                           TO WS-FAQ-PHRASE(WS-FAQ-PHRASE-COUNT)
                   END-IF
               WHEN FAQ-LINE-TYPE = "EN" OR FAQ-LINE-TYPE = "ES"
                   IF WS-FAQ-ANSWER-COUNT < 100 THEN
                       ADD 1 TO WS-FAQ-ANSWER-COUNT
                       MOVE FAQ-ID
                           TO WS-FAQ-ANSWER-ID(WS-FAQ-ANSWER-COUNT)
                       MOVE FAQ-LINE-TYPE
                           TO WS-FAQ-ANSWER-LANG(WS-FAQ-ANSWER-COUNT)
                       MOVE FAQ-TEXT
                           TO WS-FAQ-ANSWER(WS-FAQ-ANSWER-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       LOAD-FAQ-LINE-EXIT.
           EXIT.

      ******************************************************************
      * The flagged ticket, written the moment the phrase matches:
      * marked PRIORITY, carrying the matched phrase and the turn
               FUNCTION TRIM(WS-MATCHED-PHRASE) "'"
               DELIMITED BY SIZE INTO HELPDESK-LINE
           WRITE HELPDESK-LINE
           PERFORM NOTE-SESSION-TICKET
      * The ticket transcript gets the same redaction the
      * conversation log gets -- ticket files must not leak what
      * the log now protects.
               " TURNS " WS-SESSION-INDEX
               DELIMITED BY SIZE INTO HELPDESK-LINE
           WRITE HELPDESK-LINE
           PERFORM NOTE-SESSION-TICKET
           PERFORM VARYING WS-TICKET-TURN FROM 1 BY 1
               UNTIL WS-TICKET-TURN > WS-SESSION-INDEX
      * Each transcript turn gets the same redaction the
       WRITE-HELPDESK-TICKET-EXIT.
           EXIT.

      * The first ticket a session raises is the one its survey
      * answer links to.
       NOTE-SESSION-TICKET.
           IF WS-SESSION-TICKET-STAMP = SPACES THEN
               MOVE WS-TIMESTAMP(1:16) TO WS-SESSION-TICKET-STAMP
           END-IF.
       NOTE-SESSION-TICKET-EXIT.
           EXIT.

      ******************************************************************
      * One character of WS-HEYBOB-REV into the upper/lowercase
      * tallies. A-Z and a-z count as before; accented letters --
           OPEN EXTEND CONVO-LOG
      * The count rides the HEARD side of the line: everything
      * after " REPLIED: " must stay exactly the canned response
      * text, because BOBSTAT matches it back against BOBRESP. A
      * FAQ answer is tagged with its entry id on the same side so
      * BOBSTAT can count it by entry instead.
           IF WS-FAQ-HIT NOT = SPACES THEN
               STRING WS-TIMESTAMP " HEARD: "
                   FUNCTION TRIM(WS-HEYBOB-REDACTED)
                   " REDACTED: " WS-REDACTION-COUNT
                   " FAQ: " WS-FAQ-HIT
                   " REPLIED: " FUNCTION TRIM(WS-RESULT)
                   DELIMITED BY SIZE INTO CONVO-LOG-LINE
           ELSE
               STRING WS-TIMESTAMP " HEARD: "
                   FUNCTION TRIM(WS-HEYBOB-REDACTED)
                   " REDACTED: " WS-REDACTION-COUNT
                   " REPLIED: " FUNCTION TRIM(WS-RESULT)
                   DELIMITED BY SIZE INTO CONVO-LOG-LINE
           END-IF
           WRITE CONVO-LOG-LINE
           CLOSE CONVO-LOG.
       APPEND-CONVERSATION-EXIT.
