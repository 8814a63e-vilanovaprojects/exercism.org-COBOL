      ******************************************************************
      * TOPICRPT: what people ask BOB about, week by week. BOBSTAT
      * says how users sounded; this says what they wanted. BOBTOPIC
      * is the help desk's topic dictionary, kept in the same list
      * style as BOBKEYWD: a topic name and one keyword or phrase
      * per line, as many lines per topic as it takes, "*" in
      * column 1 a comment. Every user turn on CONVOLOG in the last
      * eight weeks (seven-day weeks ending on the run date) is
      * matched, upper-cased, against every keyword; a turn counts
      * once toward each topic it touches. TOPICRPT shows each
      * topic's weekly counts oldest to newest with the change on
      * the week before, marks any week that at least doubled the
      * one before it and rose by TOPIC-JUMP-MIN (PARMFILE, default
      * 5) or more -- the "payroll" spike the week after a PAYADJ
      * change -- and lists the turns no keyword caught, most
      * frequent first, so the dictionary can be extended from
      * them. Blank (silent) turns are not questions and are left
      * out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOPICRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONVO-LOG ASSIGN TO "CONVOLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TOPIC-FILE ASSIGN TO "BOBTOPIC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TOPIC-REPORT ASSIGN TO "TOPICRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CONVO-LOG.
       01 CONVO-LOG-LINE PIC X(200).

      * One dictionary line: the topic, then a keyword or phrase
      * that puts a turn in it.
       FD TOPIC-FILE.
       01 TOPIC-FILE-RECORD.
           05 TD-TOPIC PIC X(12).
           05 FILLER PIC X.
           05 TD-KEYWORD PIC X(40).

       FD TOPIC-REPORT.
       01 TOPIC-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

      * The dictionary: topic names, and every keyword with the row
      * of the topic it belongs to. Week 0 is the week before the
      * window, kept only for week 1's change.
       01 WS-TOPIC-COUNT PIC 99 VALUE 0.
       01 WS-TOPIC-TABLE.
           05 WS-TOPIC-ENTRY OCCURS 50 TIMES.
               10 WS-TP-NAME PIC X(12).
               10 WS-TP-WEEK PIC 9(5) OCCURS 9 TIMES.
               10 WS-TP-HIT PIC X.
       01 WS-TOPIC-INDEX PIC 99.
       01 WS-TOPIC-MATCH PIC 99.
       01 WS-KEYWORD-COUNT PIC 9(3) VALUE 0.
       01 WS-KEYWORD-TABLE.
           05 WS-KEYWORD-ENTRY OCCURS 300 TIMES.
               10 WS-KW-TOPIC PIC 99.
               10 WS-KW-TEXT PIC X(40).
               10 WS-KW-LENGTH PIC 99.
       01 WS-KEYWORD-INDEX PIC 9(3).
       01 WS-KEYWORD-UPPER PIC X(40).
       01 WS-KEYWORD-HITS PIC 99.
       01 WS-DICTIONARY-DROPPED PIC 9(3) VALUE 0.

      * The turn under analysis.
       01 WS-LINE-DATE PIC 9(8).
       01 WS-LINE-STAMP PIC X(60).
       01 WS-AFTER-HEARD PIC X(200).
       01 WS-HEARD-TEXT PIC X(60).
       01 WS-HEARD-UPPER PIC X(60).
       01 WS-DAYS-BACK PIC S9(6).
       01 WS-WEEK PIC 9.
       01 WS-TOPIC-HITS PIC 99.

      * Window: eight seven-day weeks ending on the run date, plus
      * the week before them.
       01 WS-RUN-STAMP PIC X(26).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAY PIC 9(8).
       01 WS-WEEK-INDEX PIC 9.
       01 WS-WEEK-END-DATE PIC 9(8).
       01 WS-LINES-READ PIC 9(6) VALUE 0.
       01 WS-TURNS-IN-WINDOW PIC 9(6) VALUE 0.
       01 WS-TURNS-CLASSIFIED PIC 9(6) VALUE 0.
       01 WS-TURNS-UNCLASSIFIED PIC 9(6) VALUE 0.

      * Turns no keyword caught, grouped by their upper-cased text.
       01 WS-PHRASE-COUNT PIC 9(4) VALUE 0.
       01 WS-PHRASE-TABLE.
           05 WS-PHRASE-ENTRY OCCURS 1000 TIMES.
               10 WS-PH-TEXT PIC X(60).
               10 WS-PH-TURNS PIC 9(5).
               10 WS-PH-LISTED PIC X.
       01 WS-PHRASE-INDEX PIC 9(4).
       01 WS-PHRASE-MATCH PIC 9(4).
       01 WS-PHRASE-OVERFLOW PIC 9(6) VALUE 0.
       01 WS-TOP-LIMIT PIC 99 VALUE 20.
       01 WS-TOP-RANK PIC 99.
       01 WS-TOP-BEST PIC 9(4).

      * A jump: at least double the week before and up by at least
      * TOPIC-JUMP-MIN turns.
       01 WS-JUMP-MIN PIC 9(4) VALUE 5.
       01 WS-JUMP-COUNT PIC 9(4) VALUE 0.
       01 WS-THIS-WEEK PIC 9(5).
       01 WS-PRIOR-WEEK PIC 9(5).
       01 WS-JUMP-FLAG PIC X.
           88 IS-JUMP VALUE "Y".
       01 WS-JUMP-MARK PIC X.

       01 WS-CHANGE PIC S9(5).
       01 WS-CHANGE-EDIT PIC +(5)9.
       01 WS-WEEK-EDIT PIC ZZZZ9.
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-COUNT-EDIT-2 PIC ZZZZZ9.
       01 WS-COUNT-EDIT-3 PIC ZZZZZ9.
       01 WS-DATE-EDIT PIC 9999/99/99.
       01 WS-REPORT-POINTER PIC 999.

      * Shop parameter lookup request block, serviced by PARMSVC.
       01 WS-PARM-REQUEST.
           05 WS-PARM-KEYWORD PIC X(20).
           05 WS-PARM-VALUE PIC X(20).
           05 WS-PARM-FOUND PIC X.

      * Shared error/status convention.
       COPY STATUSCD.

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       PROCEDURE DIVISION.

       TOPICRPT-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE "TOPIC-JUMP-MIN" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND FUNCTION NUMVAL(WS-PARM-VALUE) >= 1
               AND FUNCTION NUMVAL(WS-PARM-VALUE) <= 9999 THEN
               COMPUTE WS-JUMP-MIN = FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           PERFORM LOAD-TOPIC-DICTIONARY
           MOVE "N" TO WS-EOF
           OPEN INPUT CONVO-LOG
           PERFORM UNTIL END-OF-FILE
               READ CONVO-LOG
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM CLASSIFY-ONE-TURN
               END-READ
           END-PERFORM
           CLOSE CONVO-LOG
           PERFORM WRITE-TOPIC-REPORT
           MOVE WS-RETURN-CODE TO WS-PUBLISHED-RETURN-CODE
           MOVE WS-ERROR-MESSAGE TO WS-PUBLISHED-ERROR-MESSAGE
           PERFORM LOG-AUDIT-ENTRY
           GOBACK.
       TOPICRPT-RUN-EXIT.
           EXIT.

      ******************************************************************
      * BOBTOPIC loaded whole. A topic takes its row the first time
      * it is named; its keywords are held upper-cased with their
      * trimmed length, ready for INSPECT.
      ******************************************************************
       LOAD-TOPIC-DICTIONARY.
           MOVE 0 TO WS-TOPIC-COUNT WS-KEYWORD-COUNT
           INITIALIZE WS-TOPIC-TABLE
           MOVE "N" TO WS-EOF
           OPEN INPUT TOPIC-FILE
           PERFORM UNTIL END-OF-FILE
               READ TOPIC-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF TOPIC-FILE-RECORD NOT = SPACES
                           AND TOPIC-FILE-RECORD(1:1) NOT = "*"
                           AND TD-TOPIC NOT = SPACES
                           AND TD-KEYWORD NOT = SPACES THEN
                           PERFORM ADD-DICTIONARY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TOPIC-FILE.
       LOAD-TOPIC-DICTIONARY-EXIT.
           EXIT.

       ADD-DICTIONARY-LINE.
           MOVE 0 TO WS-TOPIC-MATCH
           PERFORM VARYING WS-TOPIC-INDEX FROM 1 BY 1
               UNTIL WS-TOPIC-INDEX > WS-TOPIC-COUNT
               OR WS-TOPIC-MATCH > 0
               IF WS-TP-NAME(WS-TOPIC-INDEX) = TD-TOPIC THEN
                   MOVE WS-TOPIC-INDEX TO WS-TOPIC-MATCH
               END-IF
           END-PERFORM
           IF WS-TOPIC-MATCH = 0 AND WS-TOPIC-COUNT < 50 THEN
               ADD 1 TO WS-TOPIC-COUNT
               MOVE TD-TOPIC TO WS-TP-NAME(WS-TOPIC-COUNT)
               MOVE WS-TOPIC-COUNT TO WS-TOPIC-MATCH
           END-IF
           IF WS-TOPIC-MATCH > 0 AND WS-KEYWORD-COUNT < 300 THEN
               ADD 1 TO WS-KEYWORD-COUNT
               MOVE WS-TOPIC-MATCH TO WS-KW-TOPIC(WS-KEYWORD-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TD-KEYWORD))
                   TO WS-KEYWORD-UPPER
               MOVE WS-KEYWORD-UPPER TO WS-KW-TEXT(WS-KEYWORD-COUNT)
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-KEYWORD-UPPER))
                   TO WS-KW-LENGTH(WS-KEYWORD-COUNT)
           ELSE
               ADD 1 TO WS-DICTIONARY-DROPPED
           END-IF.
       ADD-DICTIONARY-LINE-EXIT.
           EXIT.

      ******************************************************************
      * One CONVOLOG line: the HEARD text is everything between
      * " HEARD: " and the redaction count (or the reply, on lines
      * logged before redaction). Outside the window, or blank, it
      * is passed over.
      ******************************************************************
       CLASSIFY-ONE-TURN.
           IF CONVO-LOG-LINE(1:8) IS NUMERIC THEN
               MOVE CONVO-LOG-LINE(1:8) TO WS-LINE-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-LINE-DATE) = 0 THEN
                   COMPUTE WS-DAYS-BACK = WS-RUN-DAY
                       - FUNCTION INTEGER-OF-DATE(WS-LINE-DATE)
                   IF WS-DAYS-BACK >= 0 AND WS-DAYS-BACK < 63 THEN
                       COMPUTE WS-WEEK = 8 - (WS-DAYS-BACK / 7)
                       PERFORM EXTRACT-HEARD-TEXT
                       IF WS-HEARD-TEXT NOT = SPACES THEN
                           PERFORM MATCH-TURN-TOPICS
                       END-IF
                   END-IF
               END-IF
           END-IF.
       CLASSIFY-ONE-TURN-EXIT.
           EXIT.

       EXTRACT-HEARD-TEXT.
           MOVE SPACES TO WS-LINE-STAMP WS-AFTER-HEARD WS-HEARD-TEXT
           UNSTRING CONVO-LOG-LINE DELIMITED BY " HEARD: "
               INTO WS-LINE-STAMP WS-AFTER-HEARD
           END-UNSTRING
           UNSTRING WS-AFTER-HEARD
               DELIMITED BY " REDACTED: " OR " REPLIED: "
               INTO WS-HEARD-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HEARD-TEXT))
               TO WS-HEARD-UPPER.
       EXTRACT-HEARD-TEXT-EXIT.
           EXIT.

      * Every keyword against the turn; each topic counts once per
      * turn however many of its keywords the turn holds. Week 0,
      * the week before the window, feeds only the changes and the
      * jump test -- it is not part of the window's totals.
       MATCH-TURN-TOPICS.
           PERFORM VARYING WS-TOPIC-INDEX FROM 1 BY 1
               UNTIL WS-TOPIC-INDEX > WS-TOPIC-COUNT
               MOVE "N" TO WS-TP-HIT(WS-TOPIC-INDEX)
           END-PERFORM
           MOVE 0 TO WS-TOPIC-HITS
           PERFORM VARYING WS-KEYWORD-INDEX FROM 1 BY 1
               UNTIL WS-KEYWORD-INDEX > WS-KEYWORD-COUNT
               MOVE 0 TO WS-KEYWORD-HITS
               INSPECT WS-HEARD-UPPER TALLYING WS-KEYWORD-HITS
                   FOR ALL WS-KW-TEXT(WS-KEYWORD-INDEX)
                       (1:WS-KW-LENGTH(WS-KEYWORD-INDEX))
               MOVE WS-KW-TOPIC(WS-KEYWORD-INDEX) TO WS-TOPIC-INDEX
               IF WS-KEYWORD-HITS > 0
                   AND WS-TP-HIT(WS-TOPIC-INDEX) = "N" THEN
                   MOVE "Y" TO WS-TP-HIT(WS-TOPIC-INDEX)
                   ADD 1 TO WS-TOPIC-HITS
                   ADD 1 TO WS-TP-WEEK(WS-TOPIC-INDEX, WS-WEEK + 1)
               END-IF
           END-PERFORM
           IF WS-WEEK > 0 THEN
               ADD 1 TO WS-TURNS-IN-WINDOW
               IF WS-TOPIC-HITS > 0 THEN
                   ADD 1 TO WS-TURNS-CLASSIFIED
               ELSE
                   ADD 1 TO WS-TURNS-UNCLASSIFIED
                   PERFORM COUNT-UNCLASSIFIED-PHRASE
               END-IF
           END-IF.
       MATCH-TURN-TOPICS-EXIT.
           EXIT.

       COUNT-UNCLASSIFIED-PHRASE.
           MOVE 0 TO WS-PHRASE-MATCH
           PERFORM VARYING WS-PHRASE-INDEX FROM 1 BY 1
               UNTIL WS-PHRASE-INDEX > WS-PHRASE-COUNT
               OR WS-PHRASE-MATCH > 0
               IF WS-PH-TEXT(WS-PHRASE-INDEX) = WS-HEARD-UPPER THEN
                   MOVE WS-PHRASE-INDEX TO WS-PHRASE-MATCH
               END-IF
           END-PERFORM
           IF WS-PHRASE-MATCH = 0 AND WS-PHRASE-COUNT < 1000 THEN
               ADD 1 TO WS-PHRASE-COUNT
               MOVE WS-HEARD-UPPER TO WS-PH-TEXT(WS-PHRASE-COUNT)
               MOVE 0 TO WS-PH-TURNS(WS-PHRASE-COUNT)
               MOVE "N" TO WS-PH-LISTED(WS-PHRASE-COUNT)
               MOVE WS-PHRASE-COUNT TO WS-PHRASE-MATCH
           END-IF
           IF WS-PHRASE-MATCH > 0 THEN
               ADD 1 TO WS-PH-TURNS(WS-PHRASE-MATCH)
           ELSE
               ADD 1 TO WS-PHRASE-OVERFLOW
           END-IF.
       COUNT-UNCLASSIFIED-PHRASE-EXIT.
           EXIT.

      ******************************************************************
      * The report: totals, one row per topic (eight weekly counts,
      * "*" after a week that jumped, the change on the week
      * before), the jumps spelled out, then the most frequent
      * unclassified turns.
      ******************************************************************
       WRITE-TOPIC-REPORT.
           OPEN OUTPUT TOPIC-REPORT
           MOVE WS-RUN-DATE TO WS-DATE-EDIT
           MOVE SPACES TO TOPIC-REPORT-LINE
           STRING "BOB TOPIC TRENDS -- EIGHT WEEKS ENDING "
               WS-DATE-EDIT
               DELIMITED BY SIZE INTO TOPIC-REPORT-LINE
           WRITE TOPIC-REPORT-LINE
           MOVE WS-TURNS-IN-WINDOW TO WS-COUNT-EDIT
           MOVE WS-TURNS-CLASSIFIED TO WS-COUNT-EDIT-2
           MOVE WS-TURNS-UNCLASSIFIED TO WS-COUNT-EDIT-3
           MOVE SPACES TO TOPIC-REPORT-LINE
           STRING "USER TURNS " WS-COUNT-EDIT
               "  CLASSIFIED " WS-COUNT-EDIT-2
               "  UNCLASSIFIED " WS-COUNT-EDIT-3
               DELIMITED BY SIZE INTO TOPIC-REPORT-LINE
           WRITE TOPIC-REPORT-LINE
           IF WS-DICTIONARY-DROPPED > 0 THEN
               MOVE SPACES TO TOPIC-REPORT-LINE
               STRING "BOBTOPIC LINES NOT LOADED (TABLE FULL) "
                   WS-DICTIONARY-DROPPED
                   DELIMITED BY SIZE INTO TOPIC-REPORT-LINE
               WRITE TOPIC-REPORT-LINE
           END-IF
           MOVE SPACES TO TOPIC-REPORT-LINE
           WRITE TOPIC-REPORT-LINE

           MOVE SPACES TO TOPIC-REPORT-LINE
           MOVE "TOPIC" TO TOPIC-REPORT-LINE
           MOVE 14 TO WS-REPORT-POINTER
           PERFORM VARYING WS-WEEK-INDEX FROM 1 BY 1
               UNTIL WS-WEEK-INDEX > 8
               COMPUTE WS-WEEK-END-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-RUN-DAY - (8 - WS-WEEK-INDEX) * 7)
               STRING "  " WS-WEEK-END-DATE(5:2) "/"
                   WS-WEEK-END-DATE(7:2) " "
                   DELIMITED BY SIZE INTO TOPIC-REPORT-LINE
                   WITH POINTER WS-REPORT-POINTER
               END-STRING
           END-PERFORM
           STRING "   CHANGE"
               DELIMITED BY SIZE INTO TOPIC-REPORT-LINE
               WITH POINTER WS-REPORT-POINTER
           END-STRING
           WRITE TOPIC-REPORT-LINE
           IF WS-TOPIC-COUNT = 0 THEN
               MOVE "  NO TOPICS ON BOBTOPIC" TO TOPIC-REPORT-LINE
               WRITE TOPIC-REPORT-LINE
           END-IF
           PERFORM VARYING WS-TOPIC-INDEX FROM 1 BY 1
               UNTIL WS-TOPIC-INDEX > WS-TOPIC-COUNT
               PERFORM WRITE-TOPIC-ROW
           END-PERFORM
           MOVE WS-JUMP-MIN TO WS-COUNT-EDIT
           MOVE SPACES TO TOPIC-REPORT-LINE
           STRING "* AT LEAST DOUBLE THE WEEK BEFORE AND UP BY "
               FUNCTION TRIM(WS-COUNT-EDIT) " OR MORE"
               DELIMITED BY SIZE INTO TOPIC-REPORT-LINE
           WRITE TOPIC-REPORT-LINE

           MOVE SPACES TO TOPIC-REPORT-LINE
           WRITE TOPIC-REPORT-LINE
           MOVE "TOPIC JUMPS" TO TOPIC-REPORT-LINE
           WRITE TOPIC-REPORT-LINE
           MOVE 0 TO WS-JUMP-COUNT
           PERFORM VARYING WS-TOPIC-INDEX FROM 1 BY 1
               UNTIL WS-TOPIC-INDEX > WS-TOPIC-COUNT
               PERFORM VARYING WS-WEEK-INDEX FROM 1 BY 1
                   UNTIL WS-WEEK-INDEX > 8
                   PERFORM TEST-TOPIC-JUMP
                   IF IS-JUMP THEN
                       PERFORM WRITE-JUMP-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-JUMP-COUNT = 0 THEN
               MOVE "  NONE" TO TOPIC-REPORT-LINE
               WRITE TOPIC-REPORT-LINE
           END-IF

           MOVE SPACES TO TOPIC-REPORT-LINE
           WRITE TOPIC-REPORT-LINE
           MOVE SPACES TO TOPIC-REPORT-LINE
           STRING "TOP UNCLASSIFIED TURNS (UP TO " WS-TOP-LIMIT ")"
               DELIMITED BY SIZE INTO TOPIC-REPORT-LINE
           WRITE TOPIC-REPORT-LINE
           IF WS-PHRASE-COUNT = 0 THEN
               MOVE "  NONE" TO TOPIC-REPORT-LINE
               WRITE TOPIC-REPORT-LINE
           END-IF
           PERFORM VARYING WS-TOP-RANK FROM 1 BY 1
               UNTIL WS-TOP-RANK > WS-TOP-LIMIT
               OR WS-TOP-RANK > WS-PHRASE-COUNT
               PERFORM WRITE-NEXT-TOP-PHRASE
           END-PERFORM
           IF WS-PHRASE-OVERFLOW > 0 THEN
               MOVE WS-PHRASE-OVERFLOW TO WS-COUNT-EDIT
               MOVE SPACES TO TOPIC-REPORT-LINE
               STRING "  " WS-COUNT-EDIT
                   " FURTHER TURNS NOT GROUPED (PHRASE TABLE FULL)"
                   DELIMITED BY SIZE INTO TOPIC-REPORT-LINE
               WRITE TOPIC-REPORT-LINE
           END-IF
           CLOSE TOPIC-REPORT.
       WRITE-TOPIC-REPORT-EXIT.
           EXIT.

       WRITE-TOPIC-ROW.
           MOVE SPACES TO TOPIC-REPORT-LINE
           MOVE WS-TP-NAME(WS-TOPIC-INDEX) TO TOPIC-REPORT-LINE(1:12)
           MOVE 14 TO WS-REPORT-POINTER
           PERFORM VARYING WS-WEEK-INDEX FROM 1 BY 1
               UNTIL WS-WEEK-INDEX > 8
               PERFORM TEST-TOPIC-JUMP
               MOVE WS-THIS-WEEK TO WS-WEEK-EDIT
               IF IS-JUMP THEN
                   MOVE "*" TO WS-JUMP-MARK
               ELSE
                   MOVE SPACE TO WS-JUMP-MARK
               END-IF
               STRING "  " WS-WEEK-EDIT WS-JUMP-MARK
                   DELIMITED BY SIZE INTO TOPIC-REPORT-LINE
                   WITH POINTER WS-REPORT-POINTER
               END-STRING
           END-PERFORM
           COMPUTE WS-CHANGE = WS-THIS-WEEK - WS-PRIOR-WEEK
           MOVE WS-CHANGE TO WS-CHANGE-EDIT
           STRING "   " WS-CHANGE-EDIT
               DELIMITED BY SIZE INTO TOPIC-REPORT-LINE
               WITH POINTER WS-REPORT-POINTER
           END-STRING
           WRITE TOPIC-REPORT-LINE.
       WRITE-TOPIC-ROW-EXIT.
           EXIT.

      * Week WS-WEEK-INDEX of topic WS-TOPIC-INDEX against the week
      * before it (week 0 stands before week 1).
       TEST-TOPIC-JUMP.
           MOVE WS-TP-WEEK(WS-TOPIC-INDEX, WS-WEEK-INDEX + 1)
               TO WS-THIS-WEEK
           MOVE WS-TP-WEEK(WS-TOPIC-INDEX, WS-WEEK-INDEX)
               TO WS-PRIOR-WEEK
           MOVE "N" TO WS-JUMP-FLAG
           IF WS-THIS-WEEK >= WS-PRIOR-WEEK * 2
               AND WS-THIS-WEEK >= WS-PRIOR-WEEK + WS-JUMP-MIN THEN
               SET IS-JUMP TO TRUE
           END-IF.
       TEST-TOPIC-JUMP-EXIT.
           EXIT.

       WRITE-JUMP-LINE.
           ADD 1 TO WS-JUMP-COUNT
           COMPUTE WS-WEEK-END-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAY - (8 - WS-WEEK-INDEX) * 7)
           MOVE WS-WEEK-END-DATE TO WS-DATE-EDIT
           MOVE WS-PRIOR-WEEK TO WS-COUNT-EDIT
           MOVE WS-THIS-WEEK TO WS-COUNT-EDIT-2
           MOVE SPACES TO TOPIC-REPORT-LINE
           STRING "  " WS-TP-NAME(WS-TOPIC-INDEX)
               " WEEK ENDING " WS-DATE-EDIT
               " UP FROM " WS-COUNT-EDIT
               " TO " WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO TOPIC-REPORT-LINE
           WRITE TOPIC-REPORT-LINE.
       WRITE-JUMP-LINE-EXIT.
           EXIT.

      * The most frequent phrase not yet listed; ties keep the one
      * seen first.
       WRITE-NEXT-TOP-PHRASE.
           MOVE 0 TO WS-TOP-BEST
           PERFORM VARYING WS-PHRASE-INDEX FROM 1 BY 1
               UNTIL WS-PHRASE-INDEX > WS-PHRASE-COUNT
               IF WS-PH-LISTED(WS-PHRASE-INDEX) = "N" THEN
                   IF WS-TOP-BEST = 0 THEN
                       MOVE WS-PHRASE-INDEX TO WS-TOP-BEST
                   ELSE
                       IF WS-PH-TURNS(WS-PHRASE-INDEX)
                           > WS-PH-TURNS(WS-TOP-BEST) THEN
                           MOVE WS-PHRASE-INDEX TO WS-TOP-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TOP-BEST > 0 THEN
               MOVE "Y" TO WS-PH-LISTED(WS-TOP-BEST)
               MOVE WS-PH-TURNS(WS-TOP-BEST) TO WS-COUNT-EDIT
               MOVE SPACES TO TOPIC-REPORT-LINE
               STRING "  " WS-COUNT-EDIT "  "
                   WS-PH-TEXT(WS-TOP-BEST)
                   DELIMITED BY SIZE INTO TOPIC-REPORT-LINE
               WRITE TOPIC-REPORT-LINE
           END-IF.
       WRITE-NEXT-TOP-PHRASE-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "TOPICRPT" TO WS-AUDIT-PROGRAM
           MOVE "CONVOLOG" TO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "TURNS " WS-TURNS-IN-WINDOW
               " UNCLASSIFIED " WS-TURNS-UNCLASSIFIED
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
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
       END PROGRAM TOPICRPT.
