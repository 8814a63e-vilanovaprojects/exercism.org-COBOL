      ******************************************************************
      * TRIPART: the drafting part master and its measurement
      * history. SIDESFIL measurements used to arrive as anonymous
      * side triples, so nobody could say whether a part measured
      * the same this month as last. Each SIDESFIL/COORDFIL record
      * now names a part and drawing revision; the TRIANGLE runs log
      * every such measurement to PARTHIST and keep the part's
      * latest classification on PARTMST. Here ADD and CHANGE keep
      * each part's drawing -- description and nominal sides, the
      * nominal classification derived from them within the TRIRULE
      * tolerance -- and INQUIRE prints one part's measurement
      * history to PARTRPT, oldest first, flagging every measurement
      * whose classification differs from the one before it: either
      * the part or the drawing changed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIPART.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PART-MASTER ASSIGN TO "PARTMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PART-HISTORY ASSIGN TO "PARTHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-REPORT ASSIGN TO "PARTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PART-MASTER.
       COPY PARTMST.

       FD PART-HISTORY.
       COPY PARTHIST.

       FD PART-REPORT.
       01 PART-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-EOF PIC X VALUE "N".
           88 MASTER-EOF VALUE "Y".

      * The master loaded whole, the same table TRIANGLE holds.
       01 WS-PART-COUNT PIC 9(3) VALUE 0.
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 500 TIMES.
               10 WS-PT-PART-NO PIC X(12).
               10 WS-PT-REV PIC X(2).
               10 WS-PT-DESCRIPTION PIC X(24).
               10 WS-PT-NOMINAL-SIDES PIC X(40).
               10 WS-PT-NOMINAL-SHAPE PIC X(11).
               10 WS-PT-LAST-SHAPE PIC X(11).
               10 WS-PT-LAST-STAMP PIC X(14).
               10 WS-PT-MEASURE-COUNT PIC 9(6).
       01 WS-PART-INDEX PIC 9(3).
       01 WS-PART-MATCH PIC 9(3) VALUE 0.
       01 WS-PART-FULL PIC X VALUE "N".
           88 PART-FULL VALUE "Y".

       01 WS-MAINT-ANSWER PIC X(40).
       01 WS-MAINT-ACTION PIC X(8).
       01 WS-MAINT-DONE PIC X VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 WS-MAINT-PART-NO PIC X(12).
       01 WS-MAINT-REV PIC X(2).
       01 WS-ENTRY-OK PIC X.
       01 WS-CHANGE-NOTE PIC X(20).

      * Nominal-sides checks: "a,b,c" split and tested the way
      * TRIANGLE reads SIDESFIL, then classified within the
      * instrument tolerance.
       01 WS-NOMINAL-TEXT PIC X(40).
       01 WS-SIDE-TEXTS.
           05 WS-SIDE-TEXT PIC X(12) OCCURS 3 TIMES.
       01 WS-SIDE-COUNT PIC 9.
       01 WS-SIDE-IX PIC 9.
       01 WS-NOMINAL-SIDE PIC 9(6)V999 OCCURS 3 TIMES.
       01 WS-SIDE-DIFF PIC S9(7)V999.
       01 WS-EQUAL-PAIRS PIC 9.
       01 WS-NOMINAL-SHAPE PIC X(11).

      * Inquiry work fields.
       01 WS-HIST-EOF PIC X VALUE "N".
           88 HIST-EOF VALUE "Y".
       01 WS-HIST-COUNT PIC 9(6) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(4) VALUE 0.
       01 WS-PRIOR-SHAPE PIC X(11).
       01 WS-PRIOR-REV PIC X(2).
       01 WS-FLAG-POINTER PIC 9(3).
       01 WS-HIST-STAMP-EDIT.
           05 WS-HIST-CCYY PIC X(4).
           05 FILLER PIC X VALUE "/".
           05 WS-HIST-MM PIC X(2).
           05 FILLER PIC X VALUE "/".
           05 WS-HIST-DD PIC X(2).
           05 FILLER PIC X VALUE " ".
           05 WS-HIST-HH PIC X(2).
           05 FILLER PIC X VALUE ":".
           05 WS-HIST-MI PIC X(2).
           05 FILLER PIC X VALUE ":".
           05 WS-HIST-SS PIC X(2).

      * Drafting-office measurement rules copybook.
       COPY TRIRULE.

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       PROCEDURE DIVISION.

       TRIPART-RUN.
           PERFORM LOAD-MASTER
           MOVE "N" TO WS-MAINT-DONE
           PERFORM UNTIL MAINT-DONE
               DISPLAY " "
               DISPLAY "DRAFTING PART MASTER -- "
                   WS-PART-COUNT " PART REVISIONS ON FILE"
               DISPLAY "  LIST    - list the master"
               DISPLAY "  ADD     - add a part revision"
               DISPLAY "  CHANGE  - change a part's drawing"
               DISPLAY "  INQUIRE - measurement history to PARTRPT"
               DISPLAY "  END     - leave the part master"
               DISPLAY "Action: " WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
               MOVE WS-MAINT-ANSWER TO WS-MAINT-ACTION
               EVALUATE WS-MAINT-ACTION
                   WHEN "LIST"    PERFORM LIST-MASTER
                   WHEN "ADD"     PERFORM ADD-PART
                   WHEN "CHANGE"  PERFORM CHANGE-PART
                   WHEN "INQUIRE" PERFORM INQUIRE-PART-HISTORY
                   WHEN "END"     SET MAINT-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a part master action."
               END-EVALUATE
           END-PERFORM
           GOBACK.
       TRIPART-RUN-EXIT.
           EXIT.

       LIST-MASTER.
           IF WS-PART-COUNT = 0 THEN
               DISPLAY "  (master is empty)"
           END-IF
           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
               UNTIL WS-PART-INDEX > WS-PART-COUNT
               DISPLAY "  " WS-PT-PART-NO(WS-PART-INDEX)
                   " REV " WS-PT-REV(WS-PART-INDEX)
                   " " WS-PT-DESCRIPTION(WS-PART-INDEX)
               DISPLAY "    NOMINAL "
                   FUNCTION TRIM(WS-PT-NOMINAL-SIDES(WS-PART-INDEX))
                   " " WS-PT-NOMINAL-SHAPE(WS-PART-INDEX)
                   " LATEST " WS-PT-LAST-SHAPE(WS-PART-INDEX)
                   " MEASURED " WS-PT-MEASURE-COUNT(WS-PART-INDEX)
           END-PERFORM.
       LIST-MASTER-EXIT.
           EXIT.

      * A new part revision: the key must not already be on file;
      * nothing is measured against it yet.
       ADD-PART.
           IF WS-PART-COUNT >= 500 THEN
               DISPLAY "Part master is full."
           ELSE
               PERFORM PROMPT-PART-KEY
               IF WS-ENTRY-OK = "Y" AND WS-PART-MATCH > 0 THEN
                   DISPLAY "Part revision is already on the master."
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
               IF WS-ENTRY-OK = "Y" THEN
                   ADD 1 TO WS-PART-COUNT
                   MOVE WS-PART-COUNT TO WS-PART-INDEX
                   MOVE WS-MAINT-PART-NO
                       TO WS-PT-PART-NO(WS-PART-INDEX)
                   MOVE WS-MAINT-REV TO WS-PT-REV(WS-PART-INDEX)
                   MOVE SPACES TO WS-PT-DESCRIPTION(WS-PART-INDEX)
                   MOVE SPACES TO WS-PT-NOMINAL-SIDES(WS-PART-INDEX)
                   MOVE SPACES TO WS-PT-LAST-SHAPE(WS-PART-INDEX)
                   MOVE SPACES TO WS-PT-LAST-STAMP(WS-PART-INDEX)
                   MOVE 0 TO WS-PT-MEASURE-COUNT(WS-PART-INDEX)
                   PERFORM PROMPT-DRAWING-FIELDS
                   IF WS-ENTRY-OK = "N" THEN
                       SUBTRACT 1 FROM WS-PART-COUNT
                       DISPLAY "Entry discarded."
                   ELSE
                       PERFORM SAVE-MASTER
                       MOVE "ADDED" TO WS-CHANGE-NOTE
                       PERFORM LOG-AUDIT-ENTRY
                       DISPLAY "Added."
                   END-IF
               END-IF
           END-IF.
       ADD-PART-EXIT.
           EXIT.

      * A changed drawing at the same revision; the measurement
      * statistics stand.
       CHANGE-PART.
           PERFORM PROMPT-PART-KEY
           IF WS-ENTRY-OK = "Y" AND WS-PART-MATCH = 0 THEN
               DISPLAY "Part revision not on the master."
               MOVE "N" TO WS-ENTRY-OK
           END-IF
           IF WS-ENTRY-OK = "Y" THEN
               MOVE WS-PART-MATCH TO WS-PART-INDEX
               PERFORM PROMPT-DRAWING-FIELDS
               IF WS-ENTRY-OK = "Y" THEN
                   PERFORM SAVE-MASTER
                   MOVE "CHANGED" TO WS-CHANGE-NOTE
                   PERFORM LOG-AUDIT-ENTRY
                   DISPLAY "Changed."
               ELSE
                   PERFORM LOAD-MASTER
                   DISPLAY "Change discarded."
               END-IF
           END-IF.
       CHANGE-PART-EXIT.
           EXIT.

      * Part number and revision, both required, upper-cased as the
      * feeds carry them; WS-PART-MATCH finds the entry if on file.
       PROMPT-PART-KEY.
           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "Part number: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-MAINT-ANSWER(1:12))
               TO WS-MAINT-PART-NO
           DISPLAY "Revision: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-MAINT-ANSWER(1:2))
               TO WS-MAINT-REV
           IF WS-MAINT-PART-NO = SPACES OR WS-MAINT-REV = SPACES THEN
               DISPLAY "Part number and revision are required."
               MOVE "N" TO WS-ENTRY-OK
           END-IF
           PERFORM FIND-PART.
       PROMPT-PART-KEY-EXIT.
           EXIT.

       FIND-PART.
           MOVE 0 TO WS-PART-MATCH
           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
               UNTIL WS-PART-INDEX > WS-PART-COUNT
               OR WS-PART-MATCH > 0
               IF WS-PT-PART-NO(WS-PART-INDEX) = WS-MAINT-PART-NO
                   AND WS-PT-REV(WS-PART-INDEX) = WS-MAINT-REV THEN
                   MOVE WS-PART-INDEX TO WS-PART-MATCH
               END-IF
           END-PERFORM.
       FIND-PART-EXIT.
           EXIT.

      * Description optional; nominal sides required as three
      * positive lengths that close a triangle, the shape they give
      * derived and shown back.
       PROMPT-DRAWING-FIELDS.
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER(1:24)
               TO WS-PT-DESCRIPTION(WS-PART-INDEX)
           DISPLAY "Nominal sides A,B,C: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER TO WS-NOMINAL-TEXT
           PERFORM CHECK-NOMINAL-SIDES
           IF WS-ENTRY-OK = "Y" THEN
               MOVE WS-NOMINAL-TEXT
                   TO WS-PT-NOMINAL-SIDES(WS-PART-INDEX)
               MOVE WS-NOMINAL-SHAPE
                   TO WS-PT-NOMINAL-SHAPE(WS-PART-INDEX)
               DISPLAY "Nominal shape " WS-NOMINAL-SHAPE
           END-IF.
       PROMPT-DRAWING-FIELDS-EXIT.
           EXIT.

       CHECK-NOMINAL-SIDES.
           MOVE SPACES TO WS-SIDE-TEXTS
           MOVE 0 TO WS-SIDE-COUNT
           UNSTRING WS-NOMINAL-TEXT DELIMITED BY ","
               INTO WS-SIDE-TEXT(1) WS-SIDE-TEXT(2) WS-SIDE-TEXT(3)
               TALLYING IN WS-SIDE-COUNT
           PERFORM VARYING WS-SIDE-IX FROM 1 BY 1
               UNTIL WS-SIDE-IX > 3
               MOVE 0 TO WS-NOMINAL-SIDE(WS-SIDE-IX)
               IF WS-SIDE-TEXT(WS-SIDE-IX) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-SIDE-TEXT(WS-SIDE-IX))
                       = 0 THEN
                   IF FUNCTION NUMVAL(WS-SIDE-TEXT(WS-SIDE-IX))
                       < 1000000 THEN
                       COMPUTE WS-NOMINAL-SIDE(WS-SIDE-IX) =
                           FUNCTION NUMVAL(WS-SIDE-TEXT(WS-SIDE-IX))
                   END-IF
               END-IF
               IF WS-NOMINAL-SIDE(WS-SIDE-IX) = 0 THEN
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-PERFORM
           IF WS-SIDE-COUNT NOT = 3 OR WS-ENTRY-OK = "N" THEN
               DISPLAY "Nominal sides must be three positive lengths,"
                   " A,B,C."
               MOVE "N" TO WS-ENTRY-OK
           ELSE
               IF WS-NOMINAL-SIDE(1) + WS-NOMINAL-SIDE(2)
                   < WS-NOMINAL-SIDE(3) - RULE-SIDE-TOLERANCE
                 OR WS-NOMINAL-SIDE(2) + WS-NOMINAL-SIDE(3)
                   < WS-NOMINAL-SIDE(1) - RULE-SIDE-TOLERANCE
                 OR WS-NOMINAL-SIDE(1) + WS-NOMINAL-SIDE(3)
                   < WS-NOMINAL-SIDE(2) - RULE-SIDE-TOLERANCE THEN
                   DISPLAY "Nominal sides do not close a triangle."
                   MOVE "N" TO WS-ENTRY-OK
               ELSE
                   PERFORM CLASSIFY-NOMINAL-SIDES
               END-IF
           END-IF.
       CHECK-NOMINAL-SIDES-EXIT.
           EXIT.

      * Equal pairs within the instrument tolerance, as TRIANGLE
      * compares measured sides.
       CLASSIFY-NOMINAL-SIDES.
           MOVE 0 TO WS-EQUAL-PAIRS
           COMPUTE WS-SIDE-DIFF =
               WS-NOMINAL-SIDE(1) - WS-NOMINAL-SIDE(2)
           IF FUNCTION ABS(WS-SIDE-DIFF) <= RULE-SIDE-TOLERANCE THEN
               ADD 1 TO WS-EQUAL-PAIRS
           END-IF
           COMPUTE WS-SIDE-DIFF =
               WS-NOMINAL-SIDE(2) - WS-NOMINAL-SIDE(3)
           IF FUNCTION ABS(WS-SIDE-DIFF) <= RULE-SIDE-TOLERANCE THEN
               ADD 1 TO WS-EQUAL-PAIRS
           END-IF
           COMPUTE WS-SIDE-DIFF =
               WS-NOMINAL-SIDE(1) - WS-NOMINAL-SIDE(3)
           IF FUNCTION ABS(WS-SIDE-DIFF) <= RULE-SIDE-TOLERANCE THEN
               ADD 1 TO WS-EQUAL-PAIRS
           END-IF
           EVALUATE WS-EQUAL-PAIRS
               WHEN 0
                   MOVE "SCALENE" TO WS-NOMINAL-SHAPE
               WHEN 1
                   MOVE "ISOSCELES" TO WS-NOMINAL-SHAPE
               WHEN OTHER
                   MOVE "EQUILATERAL" TO WS-NOMINAL-SHAPE
           END-EVALUATE.
       CLASSIFY-NOMINAL-SIDES-EXIT.
           EXIT.

      ******************************************************************
      * The part-inquiry report: the part's revisions on the master,
      * then every PARTHIST measurement of it in the order the runs
      * appended them. A measurement classifying differently from
      * the part's measurement before it is flagged, with the
      * revision change alongside when the drawing moved too.
      ******************************************************************
       INQUIRE-PART-HISTORY.
           DISPLAY "Part number: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-MAINT-ANSWER(1:12))
               TO WS-MAINT-PART-NO
           MOVE 0 TO WS-HIST-COUNT
           MOVE 0 TO WS-CHANGE-COUNT
           MOVE SPACES TO WS-PRIOR-SHAPE
           MOVE SPACES TO WS-PRIOR-REV
           OPEN OUTPUT PART-REPORT
           MOVE SPACES TO PART-REPORT-LINE
           STRING "PART MEASUREMENT HISTORY -- PART " WS-MAINT-PART-NO
               DELIMITED BY SIZE INTO PART-REPORT-LINE
           WRITE PART-REPORT-LINE
           MOVE 0 TO WS-PART-MATCH
           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
               UNTIL WS-PART-INDEX > WS-PART-COUNT
               IF WS-PT-PART-NO(WS-PART-INDEX) = WS-MAINT-PART-NO THEN
                   MOVE WS-PART-INDEX TO WS-PART-MATCH
                   PERFORM WRITE-PART-HEADER-LINE
               END-IF
           END-PERFORM
           IF WS-PART-MATCH = 0 THEN
               MOVE "PART NOT ON PARTMST" TO PART-REPORT-LINE
               WRITE PART-REPORT-LINE
           END-IF
           MOVE SPACES TO PART-REPORT-LINE
           WRITE PART-REPORT-LINE
           MOVE SPACES TO PART-REPORT-LINE
           STRING "RUN                 REV SOURCE "
               "SIDES                                    "
               "SHAPE       ANGLE  PROPERTY    RESULT"
               DELIMITED BY SIZE INTO PART-REPORT-LINE
           WRITE PART-REPORT-LINE
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT PART-HISTORY
           PERFORM UNTIL HIST-EOF
               READ PART-HISTORY
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF PH-PART-NO = WS-MAINT-PART-NO THEN
                           PERFORM WRITE-ONE-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-HISTORY
           IF WS-HIST-COUNT = 0 THEN
               MOVE "NO MEASUREMENTS ON FILE" TO PART-REPORT-LINE
               WRITE PART-REPORT-LINE
           END-IF
           MOVE SPACES TO PART-REPORT-LINE
           STRING "MEASUREMENTS " WS-HIST-COUNT
               " CLASSIFICATION CHANGES " WS-CHANGE-COUNT
               DELIMITED BY SIZE INTO PART-REPORT-LINE
           WRITE PART-REPORT-LINE
           CLOSE PART-REPORT
           DISPLAY "  PART " WS-MAINT-PART-NO
               " MEASUREMENTS " WS-HIST-COUNT
               " CLASSIFICATION CHANGES " WS-CHANGE-COUNT
           DISPLAY "History written to PARTRPT.".
       INQUIRE-PART-HISTORY-EXIT.
           EXIT.

       WRITE-PART-HEADER-LINE.
           MOVE SPACES TO PART-REPORT-LINE
           STRING "REV " WS-PT-REV(WS-PART-INDEX)
               " " WS-PT-DESCRIPTION(WS-PART-INDEX)
               " NOMINAL "
               FUNCTION TRIM(WS-PT-NOMINAL-SIDES(WS-PART-INDEX))
               " " WS-PT-NOMINAL-SHAPE(WS-PART-INDEX)
               " LATEST " WS-PT-LAST-SHAPE(WS-PART-INDEX)
               " MEASURED " WS-PT-MEASURE-COUNT(WS-PART-INDEX)
               DELIMITED BY SIZE INTO PART-REPORT-LINE
           WRITE PART-REPORT-LINE.
       WRITE-PART-HEADER-LINE-EXIT.
           EXIT.

       WRITE-ONE-HISTORY-LINE.
           ADD 1 TO WS-HIST-COUNT
           MOVE PH-STAMP(1:4) TO WS-HIST-CCYY
           MOVE PH-STAMP(5:2) TO WS-HIST-MM
           MOVE PH-STAMP(7:2) TO WS-HIST-DD
           MOVE PH-STAMP(9:2) TO WS-HIST-HH
           MOVE PH-STAMP(11:2) TO WS-HIST-MI
           MOVE PH-STAMP(13:2) TO WS-HIST-SS
           MOVE SPACES TO PART-REPORT-LINE
           STRING WS-HIST-STAMP-EDIT " " PH-REV "  " PH-SOURCE " "
               PH-SIDES " " PH-SHAPE " " PH-ANGLE-CLASS " "
               PH-PROPERTY " " PH-RESULT
               DELIMITED BY SIZE INTO PART-REPORT-LINE
           WRITE PART-REPORT-LINE
           IF WS-PRIOR-SHAPE NOT = SPACES
               AND PH-SHAPE NOT = WS-PRIOR-SHAPE THEN
               ADD 1 TO WS-CHANGE-COUNT
               MOVE SPACES TO PART-REPORT-LINE
               MOVE 1 TO WS-FLAG-POINTER
               STRING "    *** CLASSIFICATION CHANGED "
                   FUNCTION TRIM(WS-PRIOR-SHAPE) " TO "
                   FUNCTION TRIM(PH-SHAPE)
                   DELIMITED BY SIZE INTO PART-REPORT-LINE
                   WITH POINTER WS-FLAG-POINTER
               IF PH-REV NOT = WS-PRIOR-REV THEN
                   STRING ", DRAWING REV " FUNCTION TRIM(WS-PRIOR-REV)
                       " TO " PH-REV
                       DELIMITED BY SIZE INTO PART-REPORT-LINE
                       WITH POINTER WS-FLAG-POINTER
               ELSE
                   STRING ", SAME DRAWING REV"
                       DELIMITED BY SIZE INTO PART-REPORT-LINE
                       WITH POINTER WS-FLAG-POINTER
               END-IF
               WRITE PART-REPORT-LINE
           END-IF
           MOVE PH-SHAPE TO WS-PRIOR-SHAPE
           MOVE PH-REV TO WS-PRIOR-REV.
       WRITE-ONE-HISTORY-LINE-EXIT.
           EXIT.

       LOAD-MASTER.
           MOVE 0 TO WS-PART-COUNT
           MOVE "N" TO WS-PART-FULL
           MOVE "N" TO WS-MASTER-EOF
           OPEN INPUT PART-MASTER
           PERFORM UNTIL MASTER-EOF
               READ PART-MASTER
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       IF PM-PART-NO NOT = SPACES THEN
                           PERFORM LOAD-ONE-PART
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-MASTER
           IF PART-FULL THEN
               DISPLAY "PARTMST holds more than 500 part revisions;"
                   " only the first 500 are shown."
           END-IF.
       LOAD-MASTER-EXIT.
           EXIT.

       LOAD-ONE-PART.
           IF WS-PART-COUNT >= 500 THEN
               SET PART-FULL TO TRUE
           ELSE
               ADD 1 TO WS-PART-COUNT
               MOVE PM-PART-NO TO WS-PT-PART-NO(WS-PART-COUNT)
               MOVE PM-REV TO WS-PT-REV(WS-PART-COUNT)
               MOVE PM-DESCRIPTION TO WS-PT-DESCRIPTION(WS-PART-COUNT)
               MOVE PM-NOMINAL-SIDES
                   TO WS-PT-NOMINAL-SIDES(WS-PART-COUNT)
               MOVE PM-NOMINAL-SHAPE
                   TO WS-PT-NOMINAL-SHAPE(WS-PART-COUNT)
               MOVE PM-LAST-SHAPE TO WS-PT-LAST-SHAPE(WS-PART-COUNT)
               MOVE PM-LAST-STAMP TO WS-PT-LAST-STAMP(WS-PART-COUNT)
               IF PM-MEASURE-COUNT IS NUMERIC THEN
                   MOVE PM-MEASURE-COUNT
                       TO WS-PT-MEASURE-COUNT(WS-PART-COUNT)
               ELSE
                   MOVE 0 TO WS-PT-MEASURE-COUNT(WS-PART-COUNT)
               END-IF
           END-IF.
       LOAD-ONE-PART-EXIT.
           EXIT.

      * A master too big for the table is never rewritten short.
       SAVE-MASTER.
           IF PART-FULL THEN
               DISPLAY "PARTMST not rewritten -- over 500 revisions."
           ELSE
               OPEN OUTPUT PART-MASTER
               PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
                   UNTIL WS-PART-INDEX > WS-PART-COUNT
                   MOVE SPACES TO PART-MASTER-RECORD
                   MOVE WS-PT-PART-NO(WS-PART-INDEX) TO PM-PART-NO
                   MOVE WS-PT-REV(WS-PART-INDEX) TO PM-REV
                   MOVE WS-PT-DESCRIPTION(WS-PART-INDEX)
                       TO PM-DESCRIPTION
                   MOVE WS-PT-NOMINAL-SIDES(WS-PART-INDEX)
                       TO PM-NOMINAL-SIDES
                   MOVE WS-PT-NOMINAL-SHAPE(WS-PART-INDEX)
                       TO PM-NOMINAL-SHAPE
                   MOVE WS-PT-LAST-SHAPE(WS-PART-INDEX)
                       TO PM-LAST-SHAPE
                   MOVE WS-PT-LAST-STAMP(WS-PART-INDEX)
                       TO PM-LAST-STAMP
                   MOVE WS-PT-MEASURE-COUNT(WS-PART-INDEX)
                       TO PM-MEASURE-COUNT
                   WRITE PART-MASTER-RECORD
               END-PERFORM
               CLOSE PART-MASTER
           END-IF.
       SAVE-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this change
      * -- program name, timestamp, target, and acting operator.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "TRIPART" TO WS-AUDIT-PROGRAM
           MOVE SPACES TO WS-AUDIT-INPUT
           STRING FUNCTION TRIM(WS-MAINT-PART-NO) " REV " WS-MAINT-REV
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           MOVE WS-CHANGE-NOTE TO WS-AUDIT-RESULT
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
       END PROGRAM TRIPART.
