      * trail under the acting operator. The menu option itself is
      * restricted the ordinary way: an AUTHFILE row naming the
      * classes allowed to break locks.
      *
      * A BREAK is two-person work now: it is filed through DUALCTL
      * as a pending change, and the lock is only freed when a
      * second operator of a checker class approves it under
      * REVIEW. A lock holding up the overnight run can be freed at
      * once with OVERRIDE, which raises an alert. With nobody on
      * OPERFILE a break happens as soon as it is keyed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKMGR.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEADER-LOCK ASSIGN TO "LEADERLCK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECORDS-LOCK ASSIGN TO "RECLCK"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Layout as FILELOCK's WRITE-LOCKED builds it: state(8),
       FD LEADER-LOCK.
       01 LEADER-LOCK-RECORD PIC X(32).

       FD RECORDS-LOCK.
       01 RECORDS-LOCK-RECORD PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-LOCK-ID PIC 9 VALUE 0.
       01 WS-LOCK-NAMES.
           05 FILLER PIC X(9) VALUE "SCORELCK".
           05 FILLER PIC X(9) VALUE "LEADERLCK".
           05 FILLER PIC X(9) VALUE "RECLCK".
       01 WS-LOCK-NAME-TABLE REDEFINES WS-LOCK-NAMES.
           05 WS-LOCK-NAME PIC X(9) OCCURS 3 TIMES.

       01 WS-LOCK-LINE PIC X(32).
       01 WS-LOCK-PRESENT PIC X.
       01 WS-MAINT-DONE PIC X VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 WS-BROKEN-LOCK PIC X(9) VALUE SPACES.
       01 WS-APPLY-OK PIC X VALUE "N".
           88 APPLY-OK VALUE "Y".

      * A break as it waits on PENDCHG, in this program's own layout
      * inside the service's change area.
       01 WS-PENDING-BREAK.
           05 WS-PEND-ACTION PIC X(8).
           05 WS-PEND-LOCK PIC X(9).
           05 FILLER PIC X(83).

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

      * Shop parameter lookup request block, serviced by PARMSVC.
       01 WS-PARM-REQUEST.
               DISPLAY " "
               DISPLAY "LOCK MANAGER (STALE AFTER "
                   WS-STALE-MINUTES " MINUTES)"
               DISPLAY "  LIST     - list the locks with age/holder"
               DISPLAY "  BREAK    - free a lock (audited)"
               DISPLAY "  PENDING  - list breaks awaiting approval"
               DISPLAY "  REVIEW   - approve/reject pending breaks"
               DISPLAY "  OVERRIDE - emergency break (alerted)"
               DISPLAY "  END      - leave the lock manager"
               DISPLAY "Action: " WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
               MOVE WS-MAINT-ANSWER TO WS-MAINT-ACTION
               EVALUATE WS-MAINT-ACTION
                   WHEN "LIST"     PERFORM LIST-LOCKS
                   WHEN "BREAK"    PERFORM BREAK-ONE-LOCK
                   WHEN "PENDING"  PERFORM LIST-PENDING-CHANGES
                   WHEN "REVIEW"   PERFORM REVIEW-PENDING-CHANGES
                   WHEN "OVERRIDE" PERFORM OVERRIDE-PENDING-CHANGE
                   WHEN "END"      SET MAINT-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a lock action."
               END-EVALUATE
               (FUNCTION NUMVAL(WS-NOW-STAMP(9:2)) * 60)
               + FUNCTION NUMVAL(WS-NOW-STAMP(11:2))
           PERFORM VARYING WS-LOCK-ID FROM 1 BY 1
               UNTIL WS-LOCK-ID > 3
               PERFORM READ-ONE-LOCK
               PERFORM SHOW-ONE-LOCK
           END-PERFORM.
                           MOVE "Y" TO WS-LOCK-PRESENT
                   END-READ
                   CLOSE LEADER-LOCK
               WHEN 3
                   OPEN INPUT RECORDS-LOCK
                   READ RECORDS-LOCK
                       AT END CONTINUE
                       NOT AT END
                           MOVE RECORDS-LOCK-RECORD TO WS-LOCK-LINE
                           MOVE "Y" TO WS-LOCK-PRESENT
                   END-READ
                   CLOSE RECORDS-LOCK
           END-EVALUATE
           MOVE WS-LOCK-LINE TO WS-PARSE.
       READ-ONE-LOCK-EXIT.
           EXIT.

      ******************************************************************
      * The controlled break: a named lock is filed as a pending
      * break for a second operator to approve.
      ******************************************************************
       BREAK-ONE-LOCK.
           DISPLAY "Lock to break (SCORELCK/LEADERLCK/RECLCK): "
               WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           EVALUATE WS-MAINT-ANSWER(1:9)
               WHEN "SCORELCK "
               WHEN "LEADERLCK"
               WHEN "RECLCK   "
                   PERFORM SUBMIT-LOCK-BREAK
               WHEN OTHER
                   DISPLAY "Not a lock this manager knows."
           END-EVALUATE.
       BREAK-ONE-LOCK-EXIT.
           EXIT.

       SUBMIT-LOCK-BREAK.
           MOVE SPACES TO WS-PENDING-BREAK
           MOVE "BREAK" TO WS-PEND-ACTION
           MOVE WS-MAINT-ANSWER(1:9) TO WS-PEND-LOCK
           MOVE SPACES TO WS-DUAL-SUMMARY
           STRING "BREAK " WS-PEND-LOCK
               DELIMITED BY SIZE INTO WS-DUAL-SUMMARY
           MOVE "FILE" TO WS-DUAL-ACTION
           MOVE "LOCKMGR" TO WS-DUAL-PROGRAM
           MOVE WS-PENDING-BREAK TO WS-DUAL-CHANGE
           CALL "DUALCTL" USING WS-DUAL-REQUEST
           EVALUATE WS-DUAL-RESULT
               WHEN "OPEN"
                   PERFORM FREE-NAMED-LOCK
               WHEN "OK"
                   DISPLAY "Break " WS-DUAL-NUMBER
                       " filed -- pending a second operator's "
                       "approval."
               WHEN OTHER
                   DISPLAY WS-DUAL-MESSAGE
           END-EVALUATE.
       SUBMIT-LOCK-BREAK-EXIT.
           EXIT.

      * The break itself, once approved: the named lock rewrites
      * FREE and the break lands on the audit trail under the
      * acting operator -- recovery stops depending on folklore.
       FREE-NAMED-LOCK.
           MOVE "N" TO WS-APPLY-OK
           MOVE SPACES TO WS-BROKEN-LOCK
           EVALUATE WS-PEND-LOCK
               WHEN "SCORELCK "
                   OPEN OUTPUT SCORE-LOCK
                   MOVE "FREE" TO SCORE-LOCK-RECORD
                   WRITE LEADER-LOCK-RECORD
                   CLOSE LEADER-LOCK
                   MOVE "LEADERLCK" TO WS-BROKEN-LOCK
               WHEN "RECLCK   "
                   OPEN OUTPUT RECORDS-LOCK
                   MOVE "FREE" TO RECORDS-LOCK-RECORD
                   WRITE RECORDS-LOCK-RECORD
                   CLOSE RECORDS-LOCK
                   MOVE "RECLCK" TO WS-BROKEN-LOCK
               WHEN OTHER
                   DISPLAY "Not a lock this manager knows."
           END-EVALUATE
           IF WS-BROKEN-LOCK NOT = SPACES THEN
               PERFORM LOG-AUDIT-ENTRY
               SET APPLY-OK TO TRUE
               DISPLAY WS-BROKEN-LOCK " FREED."
           END-IF.
       FREE-NAMED-LOCK-EXIT.
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
               DISPLAY "  (no breaks pending)"
           END-IF.
       LIST-PENDING-CHANGES-EXIT.
           EXIT.

      ******************************************************************
      * The checker's walk over the pending breaks, oldest first:
      * approve (free the lock now), reject (with a note), skip, or
      * quit. DUALCTL refuses the maker and any class not named in
      * DUAL-CHECK-CLASSES.
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
           MOVE "LOCKMGR" TO WS-DUAL-PROGRAM
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
               MOVE WS-DUAL-CHANGE TO WS-PENDING-BREAK
               PERFORM FREE-NAMED-LOCK
               IF APPLY-OK THEN
                   MOVE SPACES TO WS-DUAL-NOTE
                   PERFORM DECIDE-PENDING-CHANGE
                   DISPLAY "Break " WS-REVIEW-NUMBER " approved."
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
                   DISPLAY "Break " WS-REVIEW-NUMBER " rejected."
               END-IF
           END-IF.
       REJECT-PENDING-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * The emergency way round a missing second operator: a
      * pending break carried out at once on a stated reason.
      * DUALCTL audits it as an override and raises an alert every
      * time.
      ******************************************************************
       OVERRIDE-PENDING-CHANGE.
           DISPLAY "Pending break number: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           IF FUNCTION TRIM(WS-MAINT-ANSWER) = SPACES
               OR FUNCTION TRIM(WS-MAINT-ANSWER) IS NOT NUMERIC THEN
               DISPLAY "Break number must be numeric."
           ELSE
               COMPUTE WS-REVIEW-NUMBER =
                   FUNCTION NUMVAL(WS-MAINT-ANSWER)
               DISPLAY "Emergency reason: " WITH NO ADVANCING
               ACCEPT WS-DECISION-NOTE
               IF WS-DECISION-NOTE = SPACES THEN
                   DISPLAY "An override needs a reason -- "
                       "nothing freed."
               ELSE
                   MOVE "E" TO WS-DUAL-DECISION
                   PERFORM CHECK-PENDING-DECISION
                   IF WS-DUAL-RESULT = "OK" THEN
                       MOVE WS-DUAL-CHANGE TO WS-PENDING-BREAK
                       PERFORM FREE-NAMED-LOCK
                       IF APPLY-OK THEN
                           MOVE WS-DECISION-NOTE TO WS-DUAL-NOTE
                           PERFORM DECIDE-PENDING-CHANGE
                           DISPLAY "FREED UNDER EMERGENCY OVERRIDE "
                               "-- ALERT RAISED"
                       END-IF
                   END-IF
               END-IF
           END-IF.
       OVERRIDE-PENDING-CHANGE-EXIT.
           EXIT.

       CHECK-PENDING-DECISION.
           MOVE "CHECK" TO WS-DUAL-ACTION
           MOVE "LOCKMGR" TO WS-DUAL-PROGRAM
           MOVE WS-REVIEW-NUMBER TO WS-DUAL-NUMBER
           CALL "DUALCTL" USING WS-DUAL-REQUEST
           IF WS-DUAL-RESULT NOT = "OK" THEN
               DISPLAY WS-DUAL-MESSAGE
           END-IF.
       CHECK-PENDING-DECISION-EXIT.
           EXIT.

       DECIDE-PENDING-CHANGE.
           MOVE "DECIDE" TO WS-DUAL-ACTION
           MOVE "LOCKMGR" TO WS-DUAL-PROGRAM
           MOVE WS-REVIEW-NUMBER TO WS-DUAL-NUMBER
           CALL "DUALCTL" USING WS-DUAL-REQUEST.
       DECIDE-PENDING-CHANGE-EXIT.
           EXIT.

      ******************************************************************
