      ******************************************************************
      * DUALCTL: two-person control for the suite's sensitive
      * maintenance. A PARMFILE tunable, an OPERFILE or AUTHFILE
      * row, or a LOCKMGR break used to take effect the moment one
      * operator keyed it. PARMMNT, OPERMNT and LOCKMGR now FILE the
      * change here instead, as a pending row on PENDCHG carrying
      * the maker, when it was keyed, a one-line summary, and the
      * change itself in the filing program's own layout -- this
      * service never interprets it. A second operator works the
      * pending rows from the same program: CHECK says whether they
      * may decide one (not their own change, and their OPERFILE
      * class among DUAL-CHECK-CLASSES on PARMFILE, default "A"),
      * the program applies an approval itself, and DECIDE records
      * the outcome with both operators on the audit trail.
      *
      * A change left pending longer than DUAL-EXPIRY-HOURS
      * (PARMFILE, default 24) expires at the next call and can no
      * longer be applied. The emergency override -- decision "E",
      * open to any operator who can run the filing program -- is
      * the way round a missing second operator, and always raises
      * an alert through ALERTSVC as well as the audit line. With
      * no operators on OPERFILE the suite runs open and there is
      * nobody to check: FILE answers OPEN and the caller applies
      * the change at once, as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUALCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * One row per change filed: "P" pending, "A" approved and
      * applied, "R" rejected, "X" expired unapplied, "E" applied
      * under the emergency override. The stamps are
      * YYYYMMDDHHMMSS; the checker is whoever decided the row.
       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 PC-NUMBER PIC 9(6).
           05 FILLER PIC X.
           05 PC-PROGRAM PIC X(8).
           05 FILLER PIC X.
           05 PC-STATUS PIC X.
           05 FILLER PIC X.
           05 PC-MAKER PIC X(8).
           05 FILLER PIC X.
           05 PC-MADE PIC X(14).
           05 FILLER PIC X.
           05 PC-CHECKER PIC X(8).
           05 FILLER PIC X.
           05 PC-DECIDED PIC X(14).
           05 FILLER PIC X.
           05 PC-SUMMARY PIC X(40).
           05 FILLER PIC X.
           05 PC-NOTE PIC X(40).
           05 FILLER PIC X.
           05 PC-CHANGE PIC X(100).

      * Layout as SUITE-MENU and OPERMNT read it.
       FD OPERATOR-FILE.
       01 OPERATOR-FILE-RECORD.
           05 OP-ID PIC X(8).
           05 FILLER PIC X.
           05 OP-CLASS PIC X.
           05 FILLER PIC X.
           05 OP-STATUS PIC X.

       WORKING-STORAGE SECTION.
       01 DC-PEND-EOF PIC X VALUE "N".
           88 PEND-EOF VALUE "Y".
       01 DC-OPR-EOF PIC X VALUE "N".
           88 OPR-EOF VALUE "Y".

      * PENDCHG loaded whole and rewritten after every change.
       01 DC-PEND-COUNT PIC 9(4) VALUE 0.
       01 DC-PEND-TABLE.
           05 DC-PEND-ENTRY OCCURS 500 TIMES.
               10 DC-PE-NUMBER PIC 9(6).
               10 DC-PE-PROGRAM PIC X(8).
               10 DC-PE-STATUS PIC X.
               10 DC-PE-MAKER PIC X(8).
               10 DC-PE-MADE PIC X(14).
               10 DC-PE-CHECKER PIC X(8).
               10 DC-PE-DECIDED PIC X(14).
               10 DC-PE-SUMMARY PIC X(40).
               10 DC-PE-NOTE PIC X(40).
               10 DC-PE-CHANGE PIC X(100).
       01 DC-PEND-INDEX PIC 9(4).
       01 DC-PEND-MATCH PIC 9(4) VALUE 0.
       01 DC-LAST-NUMBER PIC 9(6) VALUE 0.
       01 DC-EXPIRED-COUNT PIC 9(4) VALUE 0.

      * Who is acting, and whether their class may check.
       01 DC-OPERATOR-COUNT PIC 99 VALUE 0.
       01 DC-ACTING-CLASS PIC X VALUE SPACE.
       01 DC-CHECK-CLASSES PIC X(8) VALUE "A".
       01 DC-CLASS-SCAN PIC 9.
       01 DC-MAY-CHECK PIC X VALUE "N".
           88 MAY-CHECK VALUE "Y".

      * The expiry clock: minutes since the change was keyed against
      * the DUAL-EXPIRY-HOURS allowance.
       01 DC-EXPIRY-HOURS PIC 9(4) VALUE 24.
       01 DC-NOW-STAMP PIC X(26).
       01 DC-NOW-DATE PIC 9(8) VALUE 0.
       01 DC-NOW-MINUTES PIC 9(6) VALUE 0.
       01 DC-MADE-DATE PIC 9(8) VALUE 0.
       01 DC-MADE-MINUTES PIC 9(6) VALUE 0.
       01 DC-AGE-MINUTES PIC S9(8) VALUE 0.

       01 DC-STATUS-TEXT PIC X(10).
       01 DC-DECISION-TEXT PIC X(18).

      * Shop parameter lookup request block, serviced by PARMSVC.
       01 WS-PARM-REQUEST.
           05 WS-PARM-KEYWORD PIC X(20).
           05 WS-PARM-VALUE PIC X(20).
           05 WS-PARM-FOUND PIC X.

      * Operator alert request block, serviced by ALERTSVC.
       01 WS-ALERT-REQUEST.
           05 WS-ALERT-PROGRAM PIC X(20).
           05 WS-ALERT-CODE PIC 99.
           05 WS-ALERT-MESSAGE PIC X(60).

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       LINKAGE SECTION.
      * One request per call. DUAL-ACTION is:
      *   FILE   - record DUAL-SUMMARY/DUAL-CHANGE pending for
      *            DUAL-PROGRAM under the signed-on operator; the
      *            number comes back in DUAL-NUMBER. OPEN back
      *            means nobody is on OPERFILE: apply at once.
      *   NEXT   - the first pending change for DUAL-PROGRAM
      *            numbered after DUAL-NUMBER, or NONE.
      *   CHECK  - may the signed-on operator make DUAL-DECISION
      *            (A approve, R reject, E emergency override) on
      *            change DUAL-NUMBER? The change comes back with
      *            OK, or REFU with the reason in DUAL-MESSAGE.
      *   DECIDE - record DUAL-DECISION and DUAL-NOTE on the change
      *            after the caller has acted on it.
       01 DUAL-REQUEST.
           05 DUAL-ACTION PIC X(8).
           05 DUAL-PROGRAM PIC X(8).
           05 DUAL-NUMBER PIC 9(6).
           05 DUAL-DECISION PIC X.
           05 DUAL-MAKER PIC X(8).
           05 DUAL-MADE PIC X(14).
           05 DUAL-SUMMARY PIC X(40).
           05 DUAL-NOTE PIC X(40).
           05 DUAL-CHANGE PIC X(100).
           05 DUAL-RESULT PIC X(4).
           05 DUAL-MESSAGE PIC X(60).

       PROCEDURE DIVISION USING DUAL-REQUEST.

       DUALCTL-DISPATCH.
           IF WS-AUDIT-OPERATOR = LOW-VALUES THEN
               MOVE SPACES TO WS-AUDIT-OPERATOR
           END-IF
           MOVE SPACES TO DUAL-RESULT
           MOVE SPACES TO DUAL-MESSAGE
           PERFORM LOAD-DUAL-POLICY
           PERFORM LOAD-PENDING-TABLE
           PERFORM EXPIRE-OLD-CHANGES
           EVALUATE DUAL-ACTION
               WHEN "FILE"
                   PERFORM FILE-PENDING-CHANGE
               WHEN "NEXT"
                   PERFORM NEXT-PENDING-CHANGE
               WHEN "CHECK"
                   PERFORM CHECK-DECISION
               WHEN "DECIDE"
                   PERFORM RECORD-DECISION
               WHEN OTHER
                   MOVE "REFU" TO DUAL-RESULT
                   MOVE "NOT A DUAL-CONTROL ACTION" TO DUAL-MESSAGE
           END-EVALUATE
           GOBACK.
       DUALCTL-DISPATCH-EXIT.
           EXIT.

      ******************************************************************
      * The two PARMFILE tunables, and the acting operator's class
      * off OPERFILE.
      ******************************************************************
       LOAD-DUAL-POLICY.
           MOVE "DUAL-CHECK-CLASSES" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND WS-PARM-VALUE NOT = SPACES THEN
               MOVE WS-PARM-VALUE(1:8) TO DC-CHECK-CLASSES
           END-IF
           MOVE "DUAL-EXPIRY-HOURS" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND FUNCTION NUMVAL(WS-PARM-VALUE) > 0
               AND FUNCTION NUMVAL(WS-PARM-VALUE) <= 9999 THEN
               COMPUTE DC-EXPIRY-HOURS =
                   FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           MOVE 0 TO DC-OPERATOR-COUNT
           MOVE SPACE TO DC-ACTING-CLASS
           MOVE "N" TO DC-OPR-EOF
           OPEN INPUT OPERATOR-FILE
           PERFORM UNTIL OPR-EOF
               READ OPERATOR-FILE
                   AT END
                       SET OPR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO DC-OPERATOR-COUNT
                       IF OP-ID = WS-AUDIT-OPERATOR THEN
                           MOVE OP-CLASS TO DC-ACTING-CLASS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           MOVE "N" TO DC-MAY-CHECK
           PERFORM VARYING DC-CLASS-SCAN FROM 1 BY 1
               UNTIL DC-CLASS-SCAN > 8
               IF DC-CHECK-CLASSES(DC-CLASS-SCAN:1) = DC-ACTING-CLASS
                   AND DC-ACTING-CLASS NOT = SPACE THEN
                   SET MAY-CHECK TO TRUE
               END-IF
           END-PERFORM.
       LOAD-DUAL-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * Pending rows past the allowance expire before anything else
      * is looked at, so an approval can never apply a change that
      * sat unreviewed past its window. Each expiry is audited
      * under the maker.
      ******************************************************************
       EXPIRE-OLD-CHANGES.
           MOVE FUNCTION CURRENT-DATE TO DC-NOW-STAMP
           MOVE DC-NOW-STAMP(1:8) TO DC-NOW-DATE
           COMPUTE DC-NOW-MINUTES =
               (FUNCTION NUMVAL(DC-NOW-STAMP(9:2)) * 60)
               + FUNCTION NUMVAL(DC-NOW-STAMP(11:2))
           MOVE 0 TO DC-EXPIRED-COUNT
           PERFORM VARYING DC-PEND-INDEX FROM 1 BY 1
               UNTIL DC-PEND-INDEX > DC-PEND-COUNT
               IF DC-PE-STATUS(DC-PEND-INDEX) = "P" THEN
                   PERFORM AGE-ONE-CHANGE
                   IF DC-AGE-MINUTES > DC-EXPIRY-HOURS * 60 THEN
                       MOVE "X" TO DC-PE-STATUS(DC-PEND-INDEX)
                       MOVE DC-NOW-STAMP(1:14)
                           TO DC-PE-DECIDED(DC-PEND-INDEX)
                       MOVE SPACES TO DC-PE-CHECKER(DC-PEND-INDEX)
                       ADD 1 TO DC-EXPIRED-COUNT
                       MOVE DC-PEND-INDEX TO DC-PEND-MATCH
                       MOVE "EXPIRED" TO DC-DECISION-TEXT
                       PERFORM LOG-DUAL-EVENT
                   END-IF
               END-IF
           END-PERFORM
           IF DC-EXPIRED-COUNT > 0 THEN
               PERFORM SAVE-PENDING-TABLE
           END-IF.
       EXPIRE-OLD-CHANGES-EXIT.
           EXIT.

      * Age in minutes: day difference through the date intrinsics
      * plus the hour/minute difference, as LOCKMGR ages a lock. A
      * stamp that does not read as a date ages past any allowance.
       AGE-ONE-CHANGE.
           IF DC-PE-MADE(DC-PEND-INDEX)(1:12) IS NUMERIC THEN
               MOVE DC-PE-MADE(DC-PEND-INDEX)(1:8) TO DC-MADE-DATE
               COMPUTE DC-MADE-MINUTES =
                   (FUNCTION NUMVAL(DC-PE-MADE(DC-PEND-INDEX)(9:2))
                       * 60)
                   + FUNCTION NUMVAL(DC-PE-MADE(DC-PEND-INDEX)(11:2))
               COMPUTE DC-AGE-MINUTES =
                   ((FUNCTION INTEGER-OF-DATE(DC-NOW-DATE)
                       - FUNCTION INTEGER-OF-DATE(DC-MADE-DATE))
                       * 1440)
                   + DC-NOW-MINUTES - DC-MADE-MINUTES
           ELSE
               MOVE 99999999 TO DC-AGE-MINUTES
           END-IF.
       AGE-ONE-CHANGE-EXIT.
           EXIT.

       FILE-PENDING-CHANGE.
           EVALUATE TRUE
               WHEN DC-OPERATOR-COUNT = 0
                   MOVE "OPEN" TO DUAL-RESULT
               WHEN DC-PEND-COUNT >= 500
                   MOVE "REFU" TO DUAL-RESULT
                   MOVE "PENDING CHANGE FILE IS FULL" TO DUAL-MESSAGE
               WHEN OTHER
                   ADD 1 TO DC-PEND-COUNT
                   ADD 1 TO DC-LAST-NUMBER
                   MOVE DC-PEND-COUNT TO DC-PEND-MATCH
                   MOVE DC-LAST-NUMBER TO DC-PE-NUMBER(DC-PEND-MATCH)
                   MOVE DUAL-PROGRAM TO DC-PE-PROGRAM(DC-PEND-MATCH)
                   MOVE "P" TO DC-PE-STATUS(DC-PEND-MATCH)
                   MOVE WS-AUDIT-OPERATOR
                       TO DC-PE-MAKER(DC-PEND-MATCH)
                   MOVE DC-NOW-STAMP(1:14) TO DC-PE-MADE(DC-PEND-MATCH)
                   MOVE SPACES TO DC-PE-CHECKER(DC-PEND-MATCH)
                   MOVE SPACES TO DC-PE-DECIDED(DC-PEND-MATCH)
                   MOVE DUAL-SUMMARY TO DC-PE-SUMMARY(DC-PEND-MATCH)
                   MOVE SPACES TO DC-PE-NOTE(DC-PEND-MATCH)
                   MOVE DUAL-CHANGE TO DC-PE-CHANGE(DC-PEND-MATCH)
                   PERFORM SAVE-PENDING-TABLE
                   MOVE "PENDING" TO DC-DECISION-TEXT
                   PERFORM LOG-DUAL-EVENT
                   MOVE DC-LAST-NUMBER TO DUAL-NUMBER
                   MOVE "OK" TO DUAL-RESULT
           END-EVALUATE.
       FILE-PENDING-CHANGE-EXIT.
           EXIT.

       NEXT-PENDING-CHANGE.
           MOVE 0 TO DC-PEND-MATCH
           PERFORM VARYING DC-PEND-INDEX FROM 1 BY 1
               UNTIL DC-PEND-INDEX > DC-PEND-COUNT
               OR DC-PEND-MATCH > 0
               IF DC-PE-PROGRAM(DC-PEND-INDEX) = DUAL-PROGRAM
                   AND DC-PE-STATUS(DC-PEND-INDEX) = "P"
                   AND DC-PE-NUMBER(DC-PEND-INDEX) > DUAL-NUMBER THEN
                   MOVE DC-PEND-INDEX TO DC-PEND-MATCH
               END-IF
           END-PERFORM
           IF DC-PEND-MATCH = 0 THEN
               MOVE "NONE" TO DUAL-RESULT
           ELSE
               PERFORM RETURN-CHANGE
               MOVE "OK" TO DUAL-RESULT
           END-IF.
       NEXT-PENDING-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * The two-person rule itself. Approving or rejecting needs a
      * checker class and someone other than the maker; the
      * emergency override needs neither, and pays for it with the
      * alert DECIDE raises. A refusal on authority is audited.
      ******************************************************************
       CHECK-DECISION.
           PERFORM FIND-CHANGE
           EVALUATE TRUE
               WHEN DC-PEND-MATCH = 0
                   MOVE "REFU" TO DUAL-RESULT
                   MOVE SPACES TO DUAL-MESSAGE
                   STRING "NO CHANGE " DUAL-NUMBER " FOR "
                       DUAL-PROGRAM
                       DELIMITED BY SIZE INTO DUAL-MESSAGE
               WHEN DC-PE-STATUS(DC-PEND-MATCH) NOT = "P"
                   PERFORM STATUS-AS-TEXT
                   MOVE "REFU" TO DUAL-RESULT
                   MOVE SPACES TO DUAL-MESSAGE
                   STRING "CHANGE " DUAL-NUMBER " IS "
                       DC-STATUS-TEXT
                       DELIMITED BY SIZE INTO DUAL-MESSAGE
               WHEN DUAL-DECISION = "E"
                   PERFORM RETURN-CHANGE
                   MOVE "OK" TO DUAL-RESULT
               WHEN DUAL-DECISION NOT = "A"
                   AND DUAL-DECISION NOT = "R"
                   MOVE "REFU" TO DUAL-RESULT
                   MOVE "NOT A DECISION" TO DUAL-MESSAGE
               WHEN DC-PE-MAKER(DC-PEND-MATCH) = WS-AUDIT-OPERATOR
                   MOVE "REFU" TO DUAL-RESULT
                   MOVE "REFUSED -- A CHANGE NEEDS A SECOND OPERATOR"
                       TO DUAL-MESSAGE
                   MOVE "REFUSED OWN CHANGE" TO DC-DECISION-TEXT
                   PERFORM LOG-DUAL-EVENT
               WHEN NOT MAY-CHECK
                   MOVE "REFU" TO DUAL-RESULT
                   MOVE SPACES TO DUAL-MESSAGE
                   STRING "REFUSED -- CLASS " DC-ACTING-CLASS
                       " IS NOT A CHECKER CLASS"
                       DELIMITED BY SIZE INTO DUAL-MESSAGE
                   MOVE SPACES TO DC-DECISION-TEXT
                   STRING "REFUSED CLASS " DC-ACTING-CLASS
                       DELIMITED BY SIZE INTO DC-DECISION-TEXT
                   PERFORM LOG-DUAL-EVENT
               WHEN OTHER
                   PERFORM RETURN-CHANGE
                   MOVE "OK" TO DUAL-RESULT
           END-EVALUATE.
       CHECK-DECISION-EXIT.
           EXIT.

       RECORD-DECISION.
           PERFORM FIND-CHANGE
           IF DC-PEND-MATCH = 0 THEN
               MOVE "NONE" TO DUAL-RESULT
           ELSE
               MOVE DUAL-DECISION TO DC-PE-STATUS(DC-PEND-MATCH)
               MOVE WS-AUDIT-OPERATOR TO DC-PE-CHECKER(DC-PEND-MATCH)
               MOVE DC-NOW-STAMP(1:14) TO DC-PE-DECIDED(DC-PEND-MATCH)
               MOVE DUAL-NOTE TO DC-PE-NOTE(DC-PEND-MATCH)
               PERFORM SAVE-PENDING-TABLE
               EVALUATE DUAL-DECISION
                   WHEN "A" MOVE "APPROVED" TO DC-DECISION-TEXT
                   WHEN "R" MOVE "REJECTED" TO DC-DECISION-TEXT
                   WHEN OTHER
                       MOVE "EMERGENCY OVERRIDE" TO DC-DECISION-TEXT
               END-EVALUATE
               PERFORM LOG-DUAL-EVENT
               IF DUAL-DECISION = "E" THEN
                   PERFORM RAISE-OVERRIDE-ALERT
               END-IF
               MOVE "OK" TO DUAL-RESULT
           END-IF.
       RECORD-DECISION-EXIT.
           EXIT.

      * Nobody is to learn of an override from the audit trail
      * alone: it lands on the alert feed SUITE-MENU shows at every
      * sign-on until acknowledged.
       RAISE-OVERRIDE-ALERT.
           MOVE "DUALCTL" TO WS-ALERT-PROGRAM
           MOVE 1 TO WS-ALERT-CODE
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "OVERRIDE " DELIMITED BY SIZE
               DC-PE-PROGRAM(DC-PEND-MATCH) DELIMITED BY SPACE
               " CHANGE " DC-PE-NUMBER(DC-PEND-MATCH) " BY "
               DELIMITED BY SIZE
               WS-AUDIT-OPERATOR DELIMITED BY SPACE
               " " DUAL-NOTE DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
           CALL "ALERTSVC" USING WS-ALERT-REQUEST.
       RAISE-OVERRIDE-ALERT-EXIT.
           EXIT.

       FIND-CHANGE.
           MOVE 0 TO DC-PEND-MATCH
           PERFORM VARYING DC-PEND-INDEX FROM 1 BY 1
               UNTIL DC-PEND-INDEX > DC-PEND-COUNT
               IF DC-PE-NUMBER(DC-PEND-INDEX) = DUAL-NUMBER
                   AND DC-PE-PROGRAM(DC-PEND-INDEX) = DUAL-PROGRAM THEN
                   MOVE DC-PEND-INDEX TO DC-PEND-MATCH
               END-IF
           END-PERFORM.
       FIND-CHANGE-EXIT.
           EXIT.

       RETURN-CHANGE.
           MOVE DC-PE-NUMBER(DC-PEND-MATCH) TO DUAL-NUMBER
           MOVE DC-PE-MAKER(DC-PEND-MATCH) TO DUAL-MAKER
           MOVE DC-PE-MADE(DC-PEND-MATCH) TO DUAL-MADE
           MOVE DC-PE-SUMMARY(DC-PEND-MATCH) TO DUAL-SUMMARY
           MOVE DC-PE-CHANGE(DC-PEND-MATCH) TO DUAL-CHANGE.
       RETURN-CHANGE-EXIT.
           EXIT.

       STATUS-AS-TEXT.
           EVALUATE DC-PE-STATUS(DC-PEND-MATCH)
               WHEN "A" MOVE "APPROVED" TO DC-STATUS-TEXT
               WHEN "R" MOVE "REJECTED" TO DC-STATUS-TEXT
               WHEN "X" MOVE "EXPIRED" TO DC-STATUS-TEXT
               WHEN "E" MOVE "OVERRIDDEN" TO DC-STATUS-TEXT
               WHEN OTHER MOVE "PENDING" TO DC-STATUS-TEXT
           END-EVALUATE.
       STATUS-AS-TEXT-EXIT.
           EXIT.

       LOAD-PENDING-TABLE.
           MOVE 0 TO DC-PEND-COUNT
           MOVE 0 TO DC-LAST-NUMBER
           MOVE "N" TO DC-PEND-EOF
           OPEN INPUT PENDING-FILE
           PERFORM UNTIL PEND-EOF OR DC-PEND-COUNT >= 500
               READ PENDING-FILE
                   AT END
                       SET PEND-EOF TO TRUE
                   NOT AT END
                       IF PC-NUMBER IS NUMERIC THEN
                           ADD 1 TO DC-PEND-COUNT
                           MOVE PC-NUMBER
                               TO DC-PE-NUMBER(DC-PEND-COUNT)
                           MOVE PC-PROGRAM
                               TO DC-PE-PROGRAM(DC-PEND-COUNT)
                           MOVE PC-STATUS
                               TO DC-PE-STATUS(DC-PEND-COUNT)
                           MOVE PC-MAKER TO DC-PE-MAKER(DC-PEND-COUNT)
                           MOVE PC-MADE TO DC-PE-MADE(DC-PEND-COUNT)
                           MOVE PC-CHECKER
                               TO DC-PE-CHECKER(DC-PEND-COUNT)
                           MOVE PC-DECIDED
                               TO DC-PE-DECIDED(DC-PEND-COUNT)
                           MOVE PC-SUMMARY
                               TO DC-PE-SUMMARY(DC-PEND-COUNT)
                           MOVE PC-NOTE TO DC-PE-NOTE(DC-PEND-COUNT)
                           MOVE PC-CHANGE
                               TO DC-PE-CHANGE(DC-PEND-COUNT)
                           IF PC-NUMBER > DC-LAST-NUMBER THEN
                               MOVE PC-NUMBER TO DC-LAST-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.
       LOAD-PENDING-TABLE-EXIT.
           EXIT.

       SAVE-PENDING-TABLE.
           OPEN OUTPUT PENDING-FILE
           PERFORM VARYING DC-PEND-INDEX FROM 1 BY 1
               UNTIL DC-PEND-INDEX > DC-PEND-COUNT
      * Same status-71 bug class as the shop's other LINE SEQUENTIAL
      * writes: clear the record's FILLER bytes before filling it.
               MOVE SPACES TO PENDING-RECORD
               MOVE DC-PE-NUMBER(DC-PEND-INDEX) TO PC-NUMBER
               MOVE DC-PE-PROGRAM(DC-PEND-INDEX) TO PC-PROGRAM
               MOVE DC-PE-STATUS(DC-PEND-INDEX) TO PC-STATUS
               MOVE DC-PE-MAKER(DC-PEND-INDEX) TO PC-MAKER
               MOVE DC-PE-MADE(DC-PEND-INDEX) TO PC-MADE
               MOVE DC-PE-CHECKER(DC-PEND-INDEX) TO PC-CHECKER
               MOVE DC-PE-DECIDED(DC-PEND-INDEX) TO PC-DECIDED
               MOVE DC-PE-SUMMARY(DC-PEND-INDEX) TO PC-SUMMARY
               MOVE DC-PE-NOTE(DC-PEND-INDEX) TO PC-NOTE
               MOVE DC-PE-CHANGE(DC-PEND-INDEX) TO PC-CHANGE
               WRITE PENDING-RECORD
           END-PERFORM
           CLOSE PENDING-FILE.
       SAVE-PENDING-TABLE-EXIT.
           EXIT.

      ******************************************************************
      * One audit line per filing, decision, expiry or refusal,
      * naming the filing program's change and carrying the maker
      * alongside the operator the line is stamped with -- the
      * checker on a decision -- so both are on the trail.
      ******************************************************************
       LOG-DUAL-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "DUALCTL" TO WS-AUDIT-PROGRAM
           MOVE SPACES TO WS-AUDIT-INPUT
           STRING DC-PE-PROGRAM(DC-PEND-MATCH) " CHANGE "
               DC-PE-NUMBER(DC-PEND-MATCH) " "
               DC-PE-SUMMARY(DC-PEND-MATCH)
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING DC-DECISION-TEXT DELIMITED BY "  "
               " MAKER=" DC-PE-MAKER(DC-PEND-MATCH)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           IF DC-DECISION-TEXT NOT = "EXPIRED"
               AND DC-DECISION-TEXT NOT = "PENDING" THEN
               MOVE SPACES TO WS-AUDIT-RESULT(37:24)
               STRING " CHECKER=" WS-AUDIT-OPERATOR
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT(37:24)
           END-IF
           MOVE SPACES TO WS-AUDIT-APPEND-LINE
           STRING WS-AUDIT-TIMESTAMP " PROGRAM=" WS-AUDIT-PROGRAM
               " INPUT=" WS-AUDIT-INPUT
               " RESULT=" WS-AUDIT-RESULT
               " OPER=" WS-AUDIT-OPERATOR
               DELIMITED BY SIZE INTO WS-AUDIT-APPEND-LINE
           CALL "AUDITSVC" USING WS-AUDIT-APPEND-LINE.
       LOG-DUAL-EVENT-EXIT.
           EXIT.
       END PROGRAM DUALCTL.
