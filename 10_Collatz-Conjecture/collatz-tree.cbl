      ******************************************************************
      * COLTREE: reverse Collatz predecessor tree for the
      * researchers' convergence study. Given a root value and a
      * depth k, it finds every number that reaches the root within
      * k steps by running the rule backwards: every node n has the
      * predecessor 2n, and also (n-1)/3 when that is a whole odd
      * number above 1 -- an even (n-1)/3 would halve rather than
      * triple on the way forward, and 1 only closes the 1-4-2
      * loop. The tree is generated level by level (a node at depth
      * d takes exactly d steps to reach the root) in the batch's
      * eighteen-digit arithmetic; a doubling that would not fit is
      * not generated and is counted against its level instead.
      *
      * Every node goes to TREEFILE with its depth, its parent and
      * the rule that produced it. TREERPT closes with the per-level
      * counts; for a shallow tree -- depth no deeper than
      * TREE-VIEW-DEPTH on PARMFILE, default 12, at most 40 so the
      * indenting stays on the page -- the operator can also ask
      * for the indented print view, each node under the node it
      * steps to. The root and depth come from the menu (or
      * a work order's answer lines).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLTREE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TREE-FILE ASSIGN TO "TREEFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TREE-REPORT ASSIGN TO "TREERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * One node: TN-RULE is "R" for the root, "D" for a doubling,
      * "T" for an (n-1)/3; the root's parent is zero. Values are
      * unsigned, as on CACHEFIL, so the line-sequential WRITE takes
      * them.
       FD TREE-FILE.
       01 TREE-FILE-RECORD.
           05 TN-DEPTH PIC 99.
           05 FILLER PIC X.
           05 TN-NODE PIC 9(18).
           05 FILLER PIC X.
           05 TN-PARENT PIC 9(18).
           05 FILLER PIC X.
           05 TN-RULE PIC X.

       FD TREE-REPORT.
       01 TREE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * The request, set by the menu; the names must match its
      * EXTERNAL items. WS-COLLATZ-TREE-VIEW is "Y" for the
      * indented print view.
       01 WS-COLLATZ-TREE-ROOT IS EXTERNAL PIC X(18).
       01 WS-COLLATZ-TREE-DEPTH IS EXTERNAL PIC X(4).
       01 WS-COLLATZ-TREE-VIEW IS EXTERNAL PIC X.

       01 WS-TREE-ROOT PIC 9(18) VALUE 0.
       01 WS-TREE-DEPTH PIC 99 VALUE 0.
       01 WS-REQUEST-TEXT PIC X(18).
       01 WS-VIEW-DEPTH PIC 99 VALUE 12.
       01 WS-VIEW-WANTED PIC X VALUE "N".
           88 VIEW-WANTED VALUE "Y".

      * The whole tree in generation order, so each level is one
      * contiguous run of entries and a node's children sit together
      * in the level below it. A tree bigger than the table stops at
      * the last level that fitted whole, and the report says so.
       01 WS-NODE-COUNT PIC 9(5) VALUE 0.
       01 WS-NODE-TABLE.
           05 WS-NODE-ENTRY OCCURS 60000 TIMES.
               10 WS-ND-VALUE PIC 9(18).
               10 WS-ND-PARENT PIC 9(5).
               10 WS-ND-DEPTH PIC 99.
               10 WS-ND-RULE PIC X.
               10 WS-ND-FIRST-CHILD PIC 9(5).
               10 WS-ND-CHILDREN PIC 9.
       01 WS-NODE-IX PIC 9(5).
       01 WS-CHILD-IX PIC 9(5).
       01 WS-TABLE-FULL PIC X VALUE "N".
           88 TABLE-FULL VALUE "Y".

      * Per-level bounds and counts; level 0 is the root.
       01 WS-LEVEL-TABLE.
           05 WS-LEVEL-ENTRY OCCURS 100 TIMES.
               10 WS-LV-FIRST PIC 9(5).
               10 WS-LV-LAST PIC 9(5).
               10 WS-LV-DOUBLED PIC 9(5).
               10 WS-LV-TRIPLED PIC 9(5).
               10 WS-LV-OUT-OF-RANGE PIC 9(5).
       01 WS-LEVEL PIC 99.
       01 WS-LEVEL-IX PIC 9(3).
       01 WS-LEVELS-BUILT PIC 99 VALUE 0.
       01 WS-CUMULATIVE PIC 9(5).

       01 WS-CAND-VALUE PIC 9(18).
       01 WS-CAND-RULE PIC X.
       01 WS-THIRD PIC 9(18).
       01 WS-THIRD-REMAINDER PIC 9.
       01 WS-HALF PIC 9(18).
       01 WS-HALF-REMAINDER PIC 9.

      * Depth-first walk for the print view: a stack of node
      * indexes, each node's children pushed last-first so the
      * doubling branch prints before the (n-1)/3 branch.
       01 WS-STACK-TOP PIC 9(3) VALUE 0.
       01 WS-STACK-TABLE.
           05 WS-STACK-NODE PIC 9(5) OCCURS 300 TIMES.
       01 WS-INDENT PIC 9(3).
       01 WS-VIEW-TEXT PIC X(40).

       01 WS-NUMBER-EDIT PIC Z(17)9.
       01 WS-COUNT-EDIT PIC Z(4)9.
       01 WS-COUNT-EDIT-2 PIC Z(4)9.
       01 WS-COUNT-EDIT-3 PIC Z(4)9.
       01 WS-COUNT-EDIT-4 PIC Z(4)9.
       01 WS-COUNT-EDIT-5 PIC Z(4)9.
       01 WS-LEVEL-EDIT PIC Z9.
       01 WS-RUN-DATE PIC X(8).

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

       COLTREE-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE 0 TO WS-NODE-COUNT
           MOVE 0 TO WS-LEVELS-BUILT
           MOVE "N" TO WS-TABLE-FULL
           MOVE "TREE-VIEW-DEPTH" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND FUNCTION NUMVAL(WS-PARM-VALUE) >= 1
               AND FUNCTION NUMVAL(WS-PARM-VALUE) <= 40 THEN
               COMPUTE WS-VIEW-DEPTH = FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           PERFORM VALIDATE-TREE-REQUEST
           OPEN OUTPUT TREE-FILE
           OPEN OUTPUT TREE-REPORT
           PERFORM WRITE-REPORT-HEADER
           IF WS-SUCCESS THEN
               PERFORM BUILD-TREE
               PERFORM WRITE-TREE-FILE
               IF VIEW-WANTED THEN
                   PERFORM WRITE-TREE-VIEW
               END-IF
               PERFORM WRITE-LEVEL-SUMMARY
               MOVE WS-NODE-COUNT TO WS-COUNT-EDIT
               MOVE WS-LEVELS-BUILT TO WS-LEVEL-EDIT
               DISPLAY "COLTREE " FUNCTION TRIM(WS-COUNT-EDIT)
                   " NODES TO DEPTH " FUNCTION TRIM(WS-LEVEL-EDIT)
           ELSE
               MOVE SPACES TO TREE-REPORT-LINE
               STRING "REQUEST REJECTED: " WS-ERROR-MESSAGE
                   DELIMITED BY SIZE INTO TREE-REPORT-LINE
               WRITE TREE-REPORT-LINE
               DISPLAY "COLTREE: " FUNCTION TRIM(WS-ERROR-MESSAGE)
           END-IF
           CLOSE TREE-FILE
           CLOSE TREE-REPORT
           PERFORM LOG-AUDIT-ENTRY
      * Publish the outcome per the STATUSCD convention so the
      * job-plan runner can gate dependent steps on it.
           MOVE WS-RETURN-CODE TO WS-PUBLISHED-RETURN-CODE
           MOVE WS-ERROR-MESSAGE TO WS-PUBLISHED-ERROR-MESSAGE
           GOBACK.
       COLTREE-RUN-EXIT.
           EXIT.

      ******************************************************************
      * Root a positive whole number, depth 1 to 99. The print view
      * is only honoured for a shallow tree; asked for on a deeper
      * one, the report says why it is missing.
      ******************************************************************
       VALIDATE-TREE-REQUEST.
           MOVE 0 TO WS-TREE-ROOT
           MOVE 0 TO WS-TREE-DEPTH
           MOVE WS-COLLATZ-TREE-ROOT TO WS-REQUEST-TEXT
           IF FUNCTION TRIM(WS-REQUEST-TEXT) = SPACES
               OR FUNCTION TRIM(WS-REQUEST-TEXT) IS NOT NUMERIC THEN
               SET WS-INVALID-INPUT TO TRUE
               MOVE "ROOT MUST BE A WHOLE NUMBER" TO WS-ERROR-MESSAGE
           ELSE
               COMPUTE WS-TREE-ROOT = FUNCTION NUMVAL(WS-REQUEST-TEXT)
               IF WS-TREE-ROOT = 0 THEN
                   SET WS-INVALID-INPUT TO TRUE
                   MOVE "ROOT MUST BE POSITIVE" TO WS-ERROR-MESSAGE
               END-IF
           END-IF
           IF WS-SUCCESS THEN
               MOVE WS-COLLATZ-TREE-DEPTH TO WS-REQUEST-TEXT
               IF FUNCTION TRIM(WS-REQUEST-TEXT) = SPACES
                   OR FUNCTION TRIM(WS-REQUEST-TEXT) IS NOT NUMERIC
                   OR FUNCTION NUMVAL(WS-REQUEST-TEXT) < 1
                   OR FUNCTION NUMVAL(WS-REQUEST-TEXT) > 99 THEN
                   SET WS-INVALID-INPUT TO TRUE
                   MOVE "DEPTH MUST BE 1 TO 99" TO WS-ERROR-MESSAGE
               ELSE
                   COMPUTE WS-TREE-DEPTH =
                       FUNCTION NUMVAL(WS-REQUEST-TEXT)
               END-IF
           END-IF
           MOVE "N" TO WS-VIEW-WANTED
           IF WS-COLLATZ-TREE-VIEW = "Y" OR "y" THEN
               SET VIEW-WANTED TO TRUE
           END-IF.
       VALIDATE-TREE-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      * Level by level: each node of the level just built yields its
      * predecessors as the next level, in parent order.
      ******************************************************************
       BUILD-TREE.
           MOVE 1 TO WS-NODE-COUNT
           MOVE WS-TREE-ROOT TO WS-ND-VALUE(1)
           MOVE 0 TO WS-ND-PARENT(1)
           MOVE 0 TO WS-ND-DEPTH(1)
           MOVE "R" TO WS-ND-RULE(1)
           MOVE 0 TO WS-ND-FIRST-CHILD(1)
           MOVE 0 TO WS-ND-CHILDREN(1)
           MOVE 1 TO WS-LV-FIRST(1)
           MOVE 1 TO WS-LV-LAST(1)
           MOVE 0 TO WS-LV-DOUBLED(1)
           MOVE 0 TO WS-LV-TRIPLED(1)
           MOVE 0 TO WS-LV-OUT-OF-RANGE(1)
           MOVE 0 TO WS-LEVELS-BUILT
           PERFORM VARYING WS-LEVEL FROM 1 BY 1
               UNTIL WS-LEVEL > WS-TREE-DEPTH OR TABLE-FULL
               PERFORM BUILD-ONE-LEVEL
           END-PERFORM.
       BUILD-TREE-EXIT.
           EXIT.

      * WS-LEVEL-IX is the table row for level WS-LEVEL (row 1 holds
      * level 0). A level that overflows the node table is dropped
      * whole, its parents' child links with it.
       BUILD-ONE-LEVEL.
           COMPUTE WS-LEVEL-IX = WS-LEVEL + 1
           COMPUTE WS-LV-FIRST(WS-LEVEL-IX) = WS-NODE-COUNT + 1
           MOVE 0 TO WS-LV-DOUBLED(WS-LEVEL-IX)
           MOVE 0 TO WS-LV-TRIPLED(WS-LEVEL-IX)
           MOVE 0 TO WS-LV-OUT-OF-RANGE(WS-LEVEL-IX)
           PERFORM VARYING WS-NODE-IX FROM WS-LV-FIRST(WS-LEVEL-IX - 1)
               BY 1 UNTIL WS-NODE-IX > WS-LV-LAST(WS-LEVEL-IX - 1)
               OR TABLE-FULL
               PERFORM ADD-PREDECESSORS
           END-PERFORM
           IF TABLE-FULL THEN
               COMPUTE WS-NODE-COUNT = WS-LV-FIRST(WS-LEVEL-IX) - 1
               PERFORM VARYING WS-NODE-IX
                   FROM WS-LV-FIRST(WS-LEVEL-IX - 1) BY 1
                   UNTIL WS-NODE-IX > WS-LV-LAST(WS-LEVEL-IX - 1)
                   MOVE 0 TO WS-ND-FIRST-CHILD(WS-NODE-IX)
                   MOVE 0 TO WS-ND-CHILDREN(WS-NODE-IX)
               END-PERFORM
           ELSE
               MOVE WS-NODE-COUNT TO WS-LV-LAST(WS-LEVEL-IX)
               MOVE WS-LEVEL TO WS-LEVELS-BUILT
           END-IF.
       BUILD-ONE-LEVEL-EXIT.
           EXIT.

       ADD-PREDECESSORS.
           MOVE 0 TO WS-ND-FIRST-CHILD(WS-NODE-IX)
           MOVE 0 TO WS-ND-CHILDREN(WS-NODE-IX)
           MOVE "D" TO WS-CAND-RULE
           COMPUTE WS-CAND-VALUE = WS-ND-VALUE(WS-NODE-IX) * 2
               ON SIZE ERROR
                   ADD 1 TO WS-LV-OUT-OF-RANGE(WS-LEVEL-IX)
                   MOVE 0 TO WS-CAND-VALUE
           END-COMPUTE
           IF WS-CAND-VALUE > 0 THEN
               PERFORM ADD-ONE-NODE
           END-IF
           IF WS-ND-VALUE(WS-NODE-IX) > 1 THEN
               DIVIDE 3 INTO WS-ND-VALUE(WS-NODE-IX)
                   GIVING WS-THIRD REMAINDER WS-THIRD-REMAINDER
               IF WS-THIRD-REMAINDER = 1 AND WS-THIRD > 1 THEN
                   DIVIDE 2 INTO WS-THIRD
                       GIVING WS-HALF REMAINDER WS-HALF-REMAINDER
                   IF WS-HALF-REMAINDER = 1 THEN
                       MOVE "T" TO WS-CAND-RULE
                       MOVE WS-THIRD TO WS-CAND-VALUE
                       PERFORM ADD-ONE-NODE
                   END-IF
               END-IF
           END-IF.
       ADD-PREDECESSORS-EXIT.
           EXIT.

       ADD-ONE-NODE.
           IF WS-NODE-COUNT >= 60000 THEN
               SET TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO WS-NODE-COUNT
               MOVE WS-CAND-VALUE TO WS-ND-VALUE(WS-NODE-COUNT)
               MOVE WS-NODE-IX TO WS-ND-PARENT(WS-NODE-COUNT)
               MOVE WS-LEVEL TO WS-ND-DEPTH(WS-NODE-COUNT)
               MOVE WS-CAND-RULE TO WS-ND-RULE(WS-NODE-COUNT)
               MOVE 0 TO WS-ND-FIRST-CHILD(WS-NODE-COUNT)
               MOVE 0 TO WS-ND-CHILDREN(WS-NODE-COUNT)
               IF WS-ND-CHILDREN(WS-NODE-IX) = 0 THEN
                   MOVE WS-NODE-COUNT TO WS-ND-FIRST-CHILD(WS-NODE-IX)
               END-IF
               ADD 1 TO WS-ND-CHILDREN(WS-NODE-IX)
               IF WS-CAND-RULE = "D" THEN
                   ADD 1 TO WS-LV-DOUBLED(WS-LEVEL-IX)
               ELSE
                   ADD 1 TO WS-LV-TRIPLED(WS-LEVEL-IX)
               END-IF
           END-IF.
       ADD-ONE-NODE-EXIT.
           EXIT.

       WRITE-TREE-FILE.
           PERFORM VARYING WS-NODE-IX FROM 1 BY 1
               UNTIL WS-NODE-IX > WS-NODE-COUNT
               MOVE SPACES TO TREE-FILE-RECORD
               MOVE WS-ND-DEPTH(WS-NODE-IX) TO TN-DEPTH
               MOVE WS-ND-VALUE(WS-NODE-IX) TO TN-NODE
               IF WS-ND-PARENT(WS-NODE-IX) = 0 THEN
                   MOVE 0 TO TN-PARENT
               ELSE
                   MOVE WS-ND-VALUE(WS-ND-PARENT(WS-NODE-IX))
                       TO TN-PARENT
               END-IF
               MOVE WS-ND-RULE(WS-NODE-IX) TO TN-RULE
               WRITE TREE-FILE-RECORD
           END-PERFORM.
       WRITE-TREE-FILE-EXIT.
           EXIT.

      ******************************************************************
      * Report and printouts
      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO TREE-REPORT-LINE
           STRING "COLLATZ PREDECESSOR TREE  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO TREE-REPORT-LINE
           WRITE TREE-REPORT-LINE
           IF WS-SUCCESS THEN
               MOVE WS-TREE-ROOT TO WS-NUMBER-EDIT
               MOVE WS-TREE-DEPTH TO WS-LEVEL-EDIT
               MOVE SPACES TO TREE-REPORT-LINE
               STRING "ROOT " FUNCTION TRIM(WS-NUMBER-EDIT)
                   "  DEPTH " FUNCTION TRIM(WS-LEVEL-EDIT)
                   "  (EVERY NUMBER REACHING THE ROOT WITHIN "
                   FUNCTION TRIM(WS-LEVEL-EDIT) " STEPS)"
                   DELIMITED BY SIZE INTO TREE-REPORT-LINE
               WRITE TREE-REPORT-LINE
           END-IF
           MOVE SPACES TO TREE-REPORT-LINE
           WRITE TREE-REPORT-LINE.
       WRITE-REPORT-HEADER-EXIT.
           EXIT.

      * Indented print view, root at the margin and each node two
      * columns in from the node it steps to; "3N+1" marks a node
      * reached by the (n-1)/3 rule.
       WRITE-TREE-VIEW.
           IF WS-TREE-DEPTH > WS-VIEW-DEPTH THEN
               MOVE WS-VIEW-DEPTH TO WS-LEVEL-EDIT
               MOVE SPACES TO TREE-REPORT-LINE
               STRING "PRINT VIEW NOT PRODUCED: DEPTH OVER "
                   FUNCTION TRIM(WS-LEVEL-EDIT)
                   " (TREE-VIEW-DEPTH) -- SEE TREEFILE"
                   DELIMITED BY SIZE INTO TREE-REPORT-LINE
               WRITE TREE-REPORT-LINE
           ELSE
               MOVE SPACES TO TREE-REPORT-LINE
               MOVE "TREE VIEW" TO TREE-REPORT-LINE
               WRITE TREE-REPORT-LINE
               MOVE 1 TO WS-STACK-TOP
               MOVE 1 TO WS-STACK-NODE(1)
               PERFORM UNTIL WS-STACK-TOP = 0
                   MOVE WS-STACK-NODE(WS-STACK-TOP) TO WS-NODE-IX
                   SUBTRACT 1 FROM WS-STACK-TOP
                   PERFORM WRITE-VIEW-LINE
                   PERFORM PUSH-VIEW-CHILDREN
               END-PERFORM
           END-IF
           MOVE SPACES TO TREE-REPORT-LINE
           WRITE TREE-REPORT-LINE.
       WRITE-TREE-VIEW-EXIT.
           EXIT.

       WRITE-VIEW-LINE.
           MOVE WS-ND-VALUE(WS-NODE-IX) TO WS-NUMBER-EDIT
           MOVE SPACES TO WS-VIEW-TEXT
           IF WS-ND-RULE(WS-NODE-IX) = "T" THEN
               STRING FUNCTION TRIM(WS-NUMBER-EDIT) "  3N+1"
                   DELIMITED BY SIZE INTO WS-VIEW-TEXT
           ELSE
               MOVE FUNCTION TRIM(WS-NUMBER-EDIT) TO WS-VIEW-TEXT
           END-IF
           COMPUTE WS-INDENT = WS-ND-DEPTH(WS-NODE-IX) * 2 + 3
           MOVE SPACES TO TREE-REPORT-LINE
           MOVE WS-VIEW-TEXT TO TREE-REPORT-LINE(WS-INDENT:40)
           WRITE TREE-REPORT-LINE.
       WRITE-VIEW-LINE-EXIT.
           EXIT.

       PUSH-VIEW-CHILDREN.
           IF WS-ND-CHILDREN(WS-NODE-IX) > 0 THEN
               COMPUTE WS-CHILD-IX = WS-ND-FIRST-CHILD(WS-NODE-IX)
                   + WS-ND-CHILDREN(WS-NODE-IX) - 1
               PERFORM UNTIL WS-CHILD-IX
                   < WS-ND-FIRST-CHILD(WS-NODE-IX)
                   ADD 1 TO WS-STACK-TOP
                   MOVE WS-CHILD-IX TO WS-STACK-NODE(WS-STACK-TOP)
                   SUBTRACT 1 FROM WS-CHILD-IX
               END-PERFORM
           END-IF.
       PUSH-VIEW-CHILDREN-EXIT.
           EXIT.

       WRITE-LEVEL-SUMMARY.
           MOVE SPACES TO TREE-REPORT-LINE
           MOVE "LEVEL SUMMARY" TO TREE-REPORT-LINE
           WRITE TREE-REPORT-LINE
           MOVE SPACES TO TREE-REPORT-LINE
           STRING "DEPTH  NODES  DOUBLED  (N-1)/3  OVER-RANGE"
               "  CUMULATIVE"
               DELIMITED BY SIZE INTO TREE-REPORT-LINE
           WRITE TREE-REPORT-LINE
           MOVE 0 TO WS-CUMULATIVE
           PERFORM VARYING WS-LEVEL-IX FROM 1 BY 1
               UNTIL WS-LEVEL-IX > WS-LEVELS-BUILT + 1
               COMPUTE WS-CUMULATIVE = WS-CUMULATIVE
                   + WS-LV-LAST(WS-LEVEL-IX)
                   - WS-LV-FIRST(WS-LEVEL-IX) + 1
               COMPUTE WS-LEVEL-EDIT = WS-LEVEL-IX - 1
               COMPUTE WS-COUNT-EDIT = WS-LV-LAST(WS-LEVEL-IX)
                   - WS-LV-FIRST(WS-LEVEL-IX) + 1
               MOVE WS-LV-DOUBLED(WS-LEVEL-IX) TO WS-COUNT-EDIT-2
               MOVE WS-LV-TRIPLED(WS-LEVEL-IX) TO WS-COUNT-EDIT-3
               MOVE WS-LV-OUT-OF-RANGE(WS-LEVEL-IX) TO WS-COUNT-EDIT-4
               MOVE WS-CUMULATIVE TO WS-COUNT-EDIT-5
               MOVE SPACES TO TREE-REPORT-LINE
               STRING "   " WS-LEVEL-EDIT "  " WS-COUNT-EDIT
                   "    " WS-COUNT-EDIT-2 "    " WS-COUNT-EDIT-3
                   "       " WS-COUNT-EDIT-4 "       " WS-COUNT-EDIT-5
                   DELIMITED BY SIZE INTO TREE-REPORT-LINE
               WRITE TREE-REPORT-LINE
           END-PERFORM
           IF TABLE-FULL THEN
               MOVE WS-LEVELS-BUILT TO WS-LEVEL-EDIT
               MOVE SPACES TO TREE-REPORT-LINE
               STRING "TREE STOPPED AT DEPTH "
                   FUNCTION TRIM(WS-LEVEL-EDIT)
                   ": THE NEXT LEVEL WOULD PASS 60000 NODES"
                   DELIMITED BY SIZE INTO TREE-REPORT-LINE
               WRITE TREE-REPORT-LINE
               DISPLAY "COLTREE: TREE STOPPED AT DEPTH "
                   FUNCTION TRIM(WS-LEVEL-EDIT) ", NODE TABLE FULL"
           END-IF.
       WRITE-LEVEL-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      * Append one line to the shop-wide AUDIT-LOG for this run --
      * program name, timestamp, key input, and result.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "COLTREE" TO WS-AUDIT-PROGRAM
           MOVE SPACES TO WS-AUDIT-INPUT
           MOVE WS-TREE-ROOT TO WS-NUMBER-EDIT
           MOVE WS-TREE-DEPTH TO WS-LEVEL-EDIT
           STRING "ROOT " FUNCTION TRIM(WS-NUMBER-EDIT)
               " DEPTH " FUNCTION TRIM(WS-LEVEL-EDIT)
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           IF WS-SUCCESS THEN
               MOVE WS-NODE-COUNT TO WS-COUNT-EDIT
               STRING "NODES " FUNCTION TRIM(WS-COUNT-EDIT)
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           ELSE
               MOVE WS-ERROR-MESSAGE TO WS-AUDIT-RESULT
           END-IF
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
       END PROGRAM COLTREE.
