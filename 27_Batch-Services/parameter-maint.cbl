      * a retune keyed today takes effect next Monday instead of
      * someone editing the file at 6am. Every change lands on the
      * shop audit trail stamped with the signed-on operator.
      *
      * A keyed SET or DROP no longer takes effect on one operator's
      * say-so: it is filed through DUALCTL as a pending change, and
      * a second operator of a checker class approves it under
      * REVIEW, which is when PARMFILE is rewritten. OVERRIDE
      * applies a pending change at once in an emergency, with an
      * alert raised. With nobody on OPERFILE a change applies as
      * soon as it is keyed, as it always did.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT.
       01 WS-NUM-WORK PIC S9(10)V99.
       01 WS-DIGIT-SCAN PIC 99.
       01 WS-BAD-CHARS PIC 99.
       01 WS-APPLY-OK PIC X VALUE "N".
           88 APPLY-OK VALUE "Y".

      * A change as it waits on PENDCHG: the keyed fields, in this
      * program's own layout inside the service's change area.
       01 WS-PENDING-PARM.
           05 WS-PEND-ACTION PIC X(8).
           05 WS-PEND-KEYWORD PIC X(20).
           05 WS-PEND-VALUE PIC X(20).
           05 WS-PEND-TYPE PIC X.
           05 WS-PEND-EFFECTIVE PIC X(8).
           05 WS-PEND-MIN PIC X(12).
           05 WS-PEND-MAX PIC X(12).
           05 FILLER PIC X(19).

      * Working a pending change: which one, and the decision.
       01 WS-REVIEW-NUMBER PIC 9(6) VALUE 0.
       01 WS-REVIEW-STOP PIC X VALUE "N".
       01 WS-DECISION PIC X.
       01 WS-DECISION-NOTE PIC X(40).

      * Two-person control request block, serviced by DUALCTL.
       01 WS-DUAL-REQUEST.
           05 WS-DUAL-ACTION PIC X(8).
           05 WS-DUAL-PROGRAM PIC X(8).
           05 WS-DUAL-NUMBER PIC 9(6).
           05 WS-DUAL-DECISION PIC X.
           05 WS-DUAL-MAKER PIC X(8).
           05 WS-DUAL-MADE PIC X(14).
           05 WS-DUAL-SUMMARY PIC X(40).
           05 WS-DUAL-NOTE PIC X(40).
           05 WS-DUAL-CHANGE PIC X(100).
           05 WS-DUAL-RESULT PIC X(4).
           05 WS-DUAL-MESSAGE PIC X(60).

      * Shared audit-trail record fields.
       COPY AUDITLOG.
           PERFORM UNTIL MAINT-DONE
               DISPLAY " "
               DISPLAY "PARAMETER MAINTENANCE"
               DISPLAY "  LIST     - list parameter rows"
               DISPLAY "  SET      - set a parameter (typed, dated)"
               DISPLAY "  DROP     - drop a parameter row"
               DISPLAY "  PENDING  - list changes awaiting approval"
               DISPLAY "  REVIEW   - approve/reject pending changes"
               DISPLAY "  OVERRIDE - emergency apply (alerted)"
               DISPLAY "  END      - leave maintenance"
               DISPLAY "Action: " WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
               MOVE WS-MAINT-ANSWER TO WS-MAINT-ACTION
               EVALUATE WS-MAINT-ACTION
                   WHEN "LIST"     PERFORM LIST-PARM-ROWS
                   WHEN "SET"      PERFORM SET-PARM-ROW
                   WHEN "DROP"     PERFORM DROP-PARM-ROW
                   WHEN "PENDING"  PERFORM LIST-PENDING-CHANGES
                   WHEN "REVIEW"   PERFORM REVIEW-PENDING-CHANGES
                   WHEN "OVERRIDE" PERFORM OVERRIDE-PENDING-CHANGE
                   WHEN "END"      SET MAINT-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a maintenance action."
               END-EVALUATE
                       DISPLAY "Effective date must be YYYYMMDD "
                           "-- nothing written"
                   ELSE
                       PERFORM SUBMIT-PARM-CHANGE
                   END-IF
               END-IF
           END-IF.
           EXIT.

       APPLY-PARM-CHANGE.
           MOVE "N" TO WS-APPLY-OK
           PERFORM FIND-PARM-ROW
           IF WS-PARM-MATCH = 0 THEN
               IF WS-PARM-COUNT >= 99 THEN
               MOVE WS-MAINT-MAX TO WS-PT-MAX(WS-PARM-MATCH)
               PERFORM SAVE-PARM-TABLE
               PERFORM LOG-PARM-CHANGE
               SET APPLY-OK TO TRUE
               DISPLAY "Parameter set."
           END-IF.
       APPLY-PARM-CHANGE-EXIT.
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER TO WS-MAINT-EFFECTIVE
           PERFORM FIND-PARM-ROW
           IF WS-PARM-MATCH = 0 THEN
               DISPLAY "No such row."
           ELSE
               PERFORM SUBMIT-PARM-CHANGE
           END-IF.
       DROP-PARM-ROW-EXIT.
           EXIT.

       REMOVE-PARM-ROW.
           MOVE "N" TO WS-APPLY-OK
           PERFORM FIND-PARM-ROW
           IF WS-PARM-MATCH = 0 THEN
               DISPLAY "No such row."
           ELSE
               PERFORM SAVE-PARM-TABLE
               MOVE "DROPPED" TO WS-MAINT-VALUE
               PERFORM LOG-PARM-CHANGE
               SET APPLY-OK TO TRUE
               DISPLAY "Row dropped."
           END-IF.
       REMOVE-PARM-ROW-EXIT.
           EXIT.

      ******************************************************************
      * A validated SET or DROP goes to DUALCTL as a pending change
      * instead of straight to PARMFILE. OPEN back means nobody is
      * on OPERFILE to check it, and it applies now.
      ******************************************************************
       SUBMIT-PARM-CHANGE.
           MOVE SPACES TO WS-PENDING-PARM
           MOVE WS-MAINT-ACTION TO WS-PEND-ACTION
           MOVE WS-MAINT-KEYWORD TO WS-PEND-KEYWORD
           MOVE WS-MAINT-EFFECTIVE TO WS-PEND-EFFECTIVE
           MOVE SPACES TO WS-DUAL-SUMMARY
           IF WS-PEND-ACTION = "SET" THEN
               MOVE WS-MAINT-VALUE TO WS-PEND-VALUE
               MOVE WS-MAINT-TYPE TO WS-PEND-TYPE
               MOVE WS-MAINT-MIN TO WS-PEND-MIN
               MOVE WS-MAINT-MAX TO WS-PEND-MAX
               STRING "SET " WS-MAINT-KEYWORD DELIMITED BY "  "
                   "=" WS-MAINT-VALUE
                   DELIMITED BY SIZE INTO WS-DUAL-SUMMARY
           ELSE
               STRING "DROP " WS-MAINT-KEYWORD DELIMITED BY "  "
                   " EFF " WS-MAINT-EFFECTIVE
                   DELIMITED BY SIZE INTO WS-DUAL-SUMMARY
           END-IF
           MOVE "FILE" TO WS-DUAL-ACTION
           MOVE "PARMMNT" TO WS-DUAL-PROGRAM
           MOVE WS-PENDING-PARM TO WS-DUAL-CHANGE
           CALL "DUALCTL" USING WS-DUAL-REQUEST
           EVALUATE WS-DUAL-RESULT
               WHEN "OPEN"
                   PERFORM APPLY-PENDING-PARM
               WHEN "OK"
                   DISPLAY "Change " WS-DUAL-NUMBER
                       " filed -- pending a second operator's "
                       "approval."
               WHEN OTHER
                   DISPLAY WS-DUAL-MESSAGE
           END-EVALUATE.
       SUBMIT-PARM-CHANGE-EXIT.
           EXIT.

      * An approved change is applied against PARMFILE as it stands
      * now, not as it stood when the change was keyed, and a SET
      * is validated again on the way in.
       APPLY-PENDING-PARM.
           MOVE "N" TO WS-APPLY-OK
           MOVE WS-PEND-KEYWORD TO WS-MAINT-KEYWORD
           MOVE WS-PEND-VALUE TO WS-MAINT-VALUE
           MOVE WS-PEND-TYPE TO WS-MAINT-TYPE
           MOVE WS-PEND-EFFECTIVE TO WS-MAINT-EFFECTIVE
           MOVE WS-PEND-MIN TO WS-MAINT-MIN
           MOVE WS-PEND-MAX TO WS-MAINT-MAX
           PERFORM LOAD-PARM-TABLE
           IF WS-PEND-ACTION = "SET" THEN
               PERFORM VALIDATE-KEYED-VALUE
               IF VALUE-ACCEPTED THEN
                   PERFORM APPLY-PARM-CHANGE
               END-IF
           ELSE
               PERFORM REMOVE-PARM-ROW
           END-IF.
       APPLY-PENDING-PARM-EXIT.
           EXIT.

       LIST-PENDING-CHANGES.
           MOVE 0 TO WS-REVIEW-NUMBER
           MOVE "N" TO WS-REVIEW-STOP
           PERFORM UNTIL WS-REVIEW-STOP = "Y"
               PERFORM NEXT-PENDING-CHANGE
               IF WS-REVIEW-STOP NOT = "Y" THEN
                   PERFORM SHOW-PENDING-CHANGE
               END-IF
           END-PERFORM
           IF WS-REVIEW-NUMBER = 0 THEN
               DISPLAY "  (no changes pending)"
           END-IF.
       LIST-PENDING-CHANGES-EXIT.
           EXIT.

      ******************************************************************
      * The checker's walk over the pending changes, oldest first:
      * approve (apply now), reject (with a note), skip, or quit.
      * DUALCTL refuses the maker and any class not named in
      * DUAL-CHECK-CLASSES. A change that no longer applies -- its
      * row already dropped, say -- stays pending to expire.
      ******************************************************************
       REVIEW-PENDING-CHANGES.
           MOVE 0 TO WS-REVIEW-NUMBER
           MOVE "N" TO WS-REVIEW-STOP
           PERFORM UNTIL WS-REVIEW-STOP = "Y"
               PERFORM NEXT-PENDING-CHANGE
               IF WS-REVIEW-STOP NOT = "Y" THEN
                   PERFORM SHOW-PENDING-CHANGE
                   DISPLAY "Approve, Reject, Skip or Quit (A/R/S/Q): "
                       WITH NO ADVANCING
                   ACCEPT WS-MAINT-ANSWER
                   MOVE WS-MAINT-ANSWER(1:1) TO WS-DECISION
                   EVALUATE WS-DECISION
                       WHEN "A" PERFORM APPROVE-PENDING-CHANGE
                       WHEN "R" PERFORM REJECT-PENDING-CHANGE
                       WHEN "Q" MOVE "Y" TO WS-REVIEW-STOP
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
       REVIEW-PENDING-CHANGES-EXIT.
           EXIT.

       NEXT-PENDING-CHANGE.
           MOVE "NEXT" TO WS-DUAL-ACTION
           MOVE "PARMMNT" TO WS-DUAL-PROGRAM
           MOVE WS-REVIEW-NUMBER TO WS-DUAL-NUMBER
           CALL "DUALCTL" USING WS-DUAL-REQUEST
           IF WS-DUAL-RESULT = "OK" THEN
               MOVE WS-DUAL-NUMBER TO WS-REVIEW-NUMBER
           ELSE
               MOVE "Y" TO WS-REVIEW-STOP
           END-IF.
       NEXT-PENDING-CHANGE-EXIT.
           EXIT.

       SHOW-PENDING-CHANGE.
           DISPLAY "  " WS-DUAL-NUMBER " BY " WS-DUAL-MAKER
               " AT " WS-DUAL-MADE " " WS-DUAL-SUMMARY.
       SHOW-PENDING-CHANGE-EXIT.
           EXIT.

       APPROVE-PENDING-CHANGE.
           MOVE "A" TO WS-DUAL-DECISION
           PERFORM CHECK-PENDING-DECISION
           IF WS-DUAL-RESULT = "OK" THEN
               MOVE WS-DUAL-CHANGE TO WS-PENDING-PARM
               PERFORM APPLY-PENDING-PARM
               IF APPLY-OK THEN
                   MOVE SPACES TO WS-DUAL-NOTE
                   PERFORM DECIDE-PENDING-CHANGE
                   DISPLAY "Change " WS-REVIEW-NUMBER " approved."
               ELSE
                   DISPLAY "Change " WS-REVIEW-NUMBER
                       " no longer applies -- left pending."
               END-IF
           END-IF.
       APPROVE-PENDING-CHANGE-EXIT.
           EXIT.

       REJECT-PENDING-CHANGE.
           MOVE "R" TO WS-DUAL-DECISION
           PERFORM CHECK-PENDING-DECISION
           IF WS-DUAL-RESULT = "OK" THEN
               DISPLAY "Rejection note: " WITH NO ADVANCING
               ACCEPT WS-DECISION-NOTE
               IF WS-DECISION-NOTE = SPACES THEN
                   DISPLAY "A rejection needs a note -- left pending."
               ELSE
                   MOVE WS-DECISION-NOTE TO WS-DUAL-NOTE
                   PERFORM DECIDE-PENDING-CHANGE
                   DISPLAY "Change " WS-REVIEW-NUMBER " rejected."
               END-IF
           END-IF.
       REJECT-PENDING-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * The emergency way round a missing second operator: any
      * pending change applied at once on a stated reason. DUALCTL
      * audits it as an override and raises an alert every time.
      ******************************************************************
       OVERRIDE-PENDING-CHANGE.
           DISPLAY "Pending change number: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           IF FUNCTION TRIM(WS-MAINT-ANSWER) = SPACES
               OR FUNCTION TRIM(WS-MAINT-ANSWER) IS NOT NUMERIC THEN
               DISPLAY "Change number must be numeric."
           ELSE
               COMPUTE WS-REVIEW-NUMBER =
                   FUNCTION NUMVAL(WS-MAINT-ANSWER)
               DISPLAY "Emergency reason: " WITH NO ADVANCING
               ACCEPT WS-DECISION-NOTE
               IF WS-DECISION-NOTE = SPACES THEN
                   DISPLAY "An override needs a reason -- "
                       "nothing applied."
               ELSE
                   MOVE "E" TO WS-DUAL-DECISION
                   PERFORM CHECK-PENDING-DECISION
                   IF WS-DUAL-RESULT = "OK" THEN
                       MOVE WS-DUAL-CHANGE TO WS-PENDING-PARM
                       PERFORM APPLY-PENDING-PARM
                       IF APPLY-OK THEN
                           MOVE WS-DECISION-NOTE TO WS-DUAL-NOTE
                           PERFORM DECIDE-PENDING-CHANGE
                           DISPLAY "APPLIED UNDER EMERGENCY OVERRIDE "
                               "-- ALERT RAISED"
                       END-IF
                   END-IF
               END-IF
           END-IF.
       OVERRIDE-PENDING-CHANGE-EXIT.
           EXIT.

       CHECK-PENDING-DECISION.
           MOVE "CHECK" TO WS-DUAL-ACTION
           MOVE "PARMMNT" TO WS-DUAL-PROGRAM
           MOVE WS-REVIEW-NUMBER TO WS-DUAL-NUMBER
           CALL "DUALCTL" USING WS-DUAL-REQUEST
           IF WS-DUAL-RESULT NOT = "OK" THEN
               DISPLAY WS-DUAL-MESSAGE
           END-IF.
       CHECK-PENDING-DECISION-EXIT.
           EXIT.

       DECIDE-PENDING-CHANGE.
           MOVE "DECIDE" TO WS-DUAL-ACTION
           MOVE "PARMMNT" TO WS-DUAL-PROGRAM
           MOVE WS-REVIEW-NUMBER TO WS-DUAL-NUMBER
           CALL "DUALCTL" USING WS-DUAL-REQUEST.
       DECIDE-PENDING-CHANGE-EXIT.
           EXIT.

      * A keyword may legitimately appear once per effective date --
