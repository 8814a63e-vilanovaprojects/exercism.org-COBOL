      * Reached as a menu option, which is itself restricted the
      * ordinary way: an AUTHFILE row for that choice naming the
      * administrator classes.
      *
      * Operators sign on with a password now. ADDOP sets a new
      * operator's first password as a temporary one, changed at
      * their first sign-on. RESETPW gives a forgotten password a
      * new temporary one, and UNLOCK re-admits an operator sign-on
      * locked out after too many bad passwords; both are further
      * restricted to the OPER-ADMIN-CLASSES classes (PARMFILE,
      * default "A"), and nobody resets their own password here.
      *
      * No change takes effect on one operator's say-so: each is
      * keyed and checked here as before, then filed through
      * DUALCTL as a pending change. A second operator of a checker
      * class approves it under REVIEW, which is when OPERFILE or
      * AUTHFILE is rewritten; OVERRIDE applies one at once in an
      * emergency, with an alert raised. With nobody on OPERFILE --
      * the first operator being added -- a change applies as soon
      * as it is keyed.
      *
      * Each operator carries the department they answer to, keyed
      * at ADDOP and moved with SETDEPT, so the quarterly access
      * recertification (ACCRECRT) can put each department's
      * operators in front of the manager who signs for them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
      * "A" is active, "D" is disabled and fails sign-on. Rows
      * written before the status byte existed read back blank, so
      * the whole legacy file stays active without conversion.
      * "L" is locked out by sign-on after too many bad passwords.
      * The password fields are as SUITE-MENU describes them: the
      * PASSHASH value, the date it was set (zeros for temporary),
      * and the bad passwords since the last good one, then the
      * operator's department (blank on a row from before it).
       FD OPERATOR-FILE.
       01 OPERATOR-FILE-RECORD.
           05 OP-ID PIC X(8).
           05 OP-CLASS PIC X.
           05 FILLER PIC X.
           05 OP-STATUS PIC X.
           05 FILLER PIC X.
           05 OP-PASS-HASH PIC X(16).
           05 FILLER PIC X.
           05 OP-PASS-SET PIC X(8).
           05 FILLER PIC X.
           05 OP-FAIL-COUNT PIC X(2).
           05 FILLER PIC X.
           05 OP-DEPT PIC X(12).

      * Layout as SUITE-MENU reads it: three-digit rows, with a
      * two-digit row from before the menu passed 98 options still
      * read through AUTH-LEGACY-RECORD. SAVE-AUTH-TABLE writes every
      * row back in three digits.
       FD AUTH-FILE.
       01 AUTH-FILE-RECORD.
           05 AU-CHOICE PIC 9(3).
           05 FILLER PIC X.
           05 AU-CLASSES PIC X(8).
       01 AUTH-LEGACY-RECORD.
           05 AU-LEGACY-CHOICE PIC 99.
           05 FILLER PIC X.
           05 AU-LEGACY-CLASSES PIC X(8).

       WORKING-STORAGE SECTION.
      * The operator master loaded whole, the suite's usual approach
               10 WS-OPR-ID PIC X(8).
               10 WS-OPR-CLASS PIC X.
               10 WS-OPR-STATUS PIC X.
               10 WS-OPR-PASS-HASH PIC X(16).
               10 WS-OPR-PASS-SET PIC 9(8).
               10 WS-OPR-FAILS PIC 99.
               10 WS-OPR-DEPT PIC X(12).
       01 WS-OPR-INDEX PIC 99.
       01 WS-OPR-MATCH PIC 99 VALUE 0.
       01 WS-OPR-EOF PIC X VALUE "N".
       01 WS-AUTH-COUNT PIC 99 VALUE 0.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 99 TIMES.
               10 WS-AUTH-CHOICE PIC 9(3).
               10 WS-AUTH-CLASSES PIC X(8).
       01 WS-AUTH-INDEX PIC 99.
       01 WS-AUTH-MATCH PIC 99 VALUE 0.

      * The highest live selection on the SUITE-MENU board; an
      * authorization row keyed past it protects nothing and is the
      * typo this program exists to catch. Kept in step with the
      * option lines in MENUTEXT.cpy. 99 is the exit, never an
      * option to restrict.
       01 WS-MENU-CHOICE-MAX PIC 9(3) VALUE 120.
       01 WS-MENU-CHOICE-EXIT PIC 9(3) VALUE 99.

       01 WS-MAINT-ANSWER PIC X(20).
       01 WS-MAINT-ACTION PIC X(8).
       01 WS-MAINT-ID PIC X(8).
       01 WS-MAINT-CLASS PIC X.
       01 WS-MAINT-CHOICE PIC 9(3).
       01 WS-MAINT-CLASSES PIC X(8).
       01 WS-MAINT-DEPT PIC X(12).
       01 WS-MAINT-DONE PIC X VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 WS-CHANGE-NOTE PIC X(40).
       01 WS-PASS-STATE PIC X(12).

      * Password resets and unlocks: who may, and the temporary
      * password being set.
       01 WS-ADMIN-CLASSES PIC X(8) VALUE "A".
       01 WS-ACTING-CLASS PIC X VALUE SPACE.
       01 WS-CLASS-SCAN PIC 9.
       01 WS-MAY-ADMINISTER PIC X VALUE "N".
           88 MAY-ADMINISTER VALUE "Y".
       01 WS-PASS-MIN-LENGTH PIC 99 VALUE 6.
       01 WS-PASS-LENGTH PIC 99 VALUE 0.
       01 WS-TEMP-PASSWORD PIC X(20).
       01 WS-PASSWORD-ANSWER PIC X(40).
       01 WS-TEMP-OK PIC X VALUE "N".
           88 TEMP-PASSWORD-OK VALUE "Y".
       01 WS-APPLY-OK PIC X VALUE "N".
           88 APPLY-OK VALUE "Y".

      * A change as it waits on PENDCHG: the action and its keyed
      * fields, in this program's own layout inside the service's
      * change area.
       01 WS-PENDING-OPER.
           05 WS-PEND-ACTION PIC X(8).
           05 WS-PEND-ID PIC X(8).
           05 WS-PEND-CLASS PIC X.
           05 WS-PEND-CHOICE PIC 9(3).
           05 WS-PEND-CLASSES PIC X(8).
           05 WS-PEND-HASH PIC X(16).
           05 WS-PEND-DEPT PIC X(12).
           05 FILLER PIC X(44).

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

      * Password hashing request block, serviced by PASSHASH.
       01 WS-HASH-REQUEST.
           05 WS-HASH-OPERATOR-ID PIC X(8).
           05 WS-HASH-PASSWORD PIC X(20).
           05 WS-HASH-VALUE PIC X(16).

      * Shop parameter lookup request block, serviced by PARMSVC.
       01 WS-PARM-REQUEST.
           05 WS-PARM-KEYWORD PIC X(20).
           05 WS-PARM-VALUE PIC X(20).
           05 WS-PARM-FOUND PIC X.

      * Shared audit-trail record fields.
       COPY AUDITLOG.
       OPERMNT-RUN.
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM LOAD-AUTH-TABLE
           PERFORM LOAD-ADMIN-POLICY
           MOVE "N" TO WS-MAINT-DONE
           PERFORM UNTIL MAINT-DONE
               DISPLAY " "
               DISPLAY "  DISABLE - disable an operator"
               DISPLAY "  ENABLE  - re-enable an operator"
               DISPLAY "  RECLASS - change an operator's class"
               DISPLAY "  SETDEPT - move an operator's department"
               DISPLAY "  RESETPW - set a temporary password"
               DISPLAY "  UNLOCK  - re-admit a locked-out operator"
               DISPLAY "  LISTAU  - list authorization rows"
               DISPLAY "  SETAUTH - set an option's classes"
               DISPLAY "  DELAUTH - drop an option's row"
               DISPLAY "  PENDING - list changes awaiting approval"
               DISPLAY "  REVIEW  - approve/reject pending changes"
               DISPLAY "  OVERRIDE- emergency apply (alerted)"
               DISPLAY "  END     - leave maintenance"
               DISPLAY "Action: " WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
                   WHEN "DISABLE" PERFORM DISABLE-OPERATOR
                   WHEN "ENABLE"  PERFORM ENABLE-OPERATOR
                   WHEN "RECLASS" PERFORM RECLASS-OPERATOR
                   WHEN "SETDEPT" PERFORM SET-OPERATOR-DEPT
                   WHEN "RESETPW" PERFORM RESET-OPERATOR-PASSWORD
                   WHEN "UNLOCK"  PERFORM UNLOCK-OPERATOR
                   WHEN "LISTAU"  PERFORM LIST-AUTH-ROWS
                   WHEN "SETAUTH" PERFORM SET-AUTH-ROW
                   WHEN "DELAUTH" PERFORM DROP-AUTH-ROW
                   WHEN "PENDING" PERFORM LIST-PENDING-CHANGES
                   WHEN "REVIEW"  PERFORM REVIEW-PENDING-CHANGES
                   WHEN "OVERRIDE" PERFORM OVERRIDE-PENDING-CHANGE
                   WHEN "END"     SET MAINT-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a maintenance action."
           END-IF
           PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
               UNTIL WS-OPR-INDEX > WS-OPERATOR-COUNT
               EVALUATE TRUE
                   WHEN WS-OPR-PASS-HASH(WS-OPR-INDEX) = SPACES
                       MOVE "NONE SET" TO WS-PASS-STATE
                   WHEN WS-OPR-PASS-SET(WS-OPR-INDEX) = 0
                       MOVE "TEMPORARY" TO WS-PASS-STATE
                   WHEN OTHER
                       MOVE SPACES TO WS-PASS-STATE
                       STRING "SET " WS-OPR-PASS-SET(WS-OPR-INDEX)
                           DELIMITED BY SIZE INTO WS-PASS-STATE
               END-EVALUATE
               DISPLAY "  " WS-OPR-ID(WS-OPR-INDEX)
                   " CLASS " WS-OPR-CLASS(WS-OPR-INDEX)
                   " STATUS " WS-OPR-STATUS(WS-OPR-INDEX)
                   " PASSWORD " WS-PASS-STATE
                   " BAD TRIES " WS-OPR-FAILS(WS-OPR-INDEX)
                   " DEPT " WS-OPR-DEPT(WS-OPR-INDEX)
           END-PERFORM.
       LIST-OPERATORS-EXIT.
           EXIT.
                           WITH NO ADVANCING
                       ACCEPT WS-MAINT-ANSWER
                       MOVE WS-MAINT-ANSWER TO WS-MAINT-CLASS
                       DISPLAY "Department (up to 12 chars): "
                           WITH NO ADVANCING
                       ACCEPT WS-MAINT-ANSWER
                       MOVE WS-MAINT-ANSWER TO WS-MAINT-DEPT
                       PERFORM TAKE-TEMP-PASSWORD
                       IF TEMP-PASSWORD-OK THEN
                           PERFORM SUBMIT-OPERATOR-CHANGE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       ADD-OPERATOR-EXIT.
           EXIT.

       APPLY-ADD-OPERATOR.
           PERFORM FIND-OPERATOR
           EVALUATE TRUE
               WHEN WS-OPR-MATCH > 0
                   DISPLAY "Operator already on file."
               WHEN WS-OPERATOR-COUNT >= 50
                   DISPLAY "Operator master is full."
               WHEN OTHER
                   ADD 1 TO WS-OPERATOR-COUNT
                   MOVE WS-MAINT-ID TO WS-OPR-ID(WS-OPERATOR-COUNT)
                   MOVE WS-MAINT-CLASS
                       TO WS-OPR-CLASS(WS-OPERATOR-COUNT)
                   MOVE "A" TO WS-OPR-STATUS(WS-OPERATOR-COUNT)
                   MOVE WS-HASH-VALUE
                       TO WS-OPR-PASS-HASH(WS-OPERATOR-COUNT)
                   MOVE 0 TO WS-OPR-PASS-SET(WS-OPERATOR-COUNT)
                   MOVE 0 TO WS-OPR-FAILS(WS-OPERATOR-COUNT)
                   MOVE WS-MAINT-DEPT
                       TO WS-OPR-DEPT(WS-OPERATOR-COUNT)
                   PERFORM SAVE-OPERATOR-TABLE
                   MOVE "ADDED" TO WS-CHANGE-NOTE
                   PERFORM LOG-OPERATOR-CHANGE
                   SET APPLY-OK TO TRUE
                   DISPLAY "Added -- the password is temporary "
                       "and changes at first sign-on."
           END-EVALUATE.
       APPLY-ADD-OPERATOR-EXIT.
           EXIT.

       DISABLE-OPERATOR.
           DISPLAY "Operator id to disable: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER TO WS-MAINT-ID
           PERFORM FIND-OPERATOR
           IF WS-OPR-MATCH = 0 THEN
               DISPLAY "Operator not on file."
           ELSE
               PERFORM SUBMIT-OPERATOR-CHANGE
           END-IF.
       DISABLE-OPERATOR-EXIT.
           EXIT.

       APPLY-DISABLE-OPERATOR.
           PERFORM FIND-OPERATOR
           IF WS-OPR-MATCH = 0 THEN
               DISPLAY "Operator not on file."
               PERFORM SAVE-OPERATOR-TABLE
               MOVE "DISABLED" TO WS-CHANGE-NOTE
               PERFORM LOG-OPERATOR-CHANGE
               SET APPLY-OK TO TRUE
               DISPLAY "Disabled."
           END-IF.
       APPLY-DISABLE-OPERATOR-EXIT.
           EXIT.

       ENABLE-OPERATOR.
           IF WS-OPR-MATCH = 0 THEN
               DISPLAY "Operator not on file."
           ELSE
      * A lockout is lifted by UNLOCK, which only the administrator
      * classes may run; ENABLE is not a way round it.
               IF WS-OPR-STATUS(WS-OPR-MATCH) = "L" THEN
                   DISPLAY "Operator is locked out -- use UNLOCK."
               ELSE
                   PERFORM SUBMIT-OPERATOR-CHANGE
               END-IF
           END-IF.
       ENABLE-OPERATOR-EXIT.
           EXIT.

       APPLY-ENABLE-OPERATOR.
           PERFORM FIND-OPERATOR
           EVALUATE TRUE
               WHEN WS-OPR-MATCH = 0
                   DISPLAY "Operator not on file."
               WHEN WS-OPR-STATUS(WS-OPR-MATCH) = "L"
                   DISPLAY "Operator is locked out -- use UNLOCK."
               WHEN OTHER
                   MOVE "A" TO WS-OPR-STATUS(WS-OPR-MATCH)
                   PERFORM SAVE-OPERATOR-TABLE
                   MOVE "ENABLED" TO WS-CHANGE-NOTE
                   PERFORM LOG-OPERATOR-CHANGE
                   SET APPLY-OK TO TRUE
                   DISPLAY "Re-enabled."
           END-EVALUATE.
       APPLY-ENABLE-OPERATOR-EXIT.
           EXIT.

       RECLASS-OPERATOR.
           DISPLAY "Operator id to reclass: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
               DISPLAY "New class (one letter): " WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
               MOVE WS-MAINT-ANSWER TO WS-MAINT-CLASS
               PERFORM SUBMIT-OPERATOR-CHANGE
           END-IF.
       RECLASS-OPERATOR-EXIT.
           EXIT.

       APPLY-RECLASS-OPERATOR.
           PERFORM FIND-OPERATOR
           IF WS-OPR-MATCH = 0 THEN
               DISPLAY "Operator not on file."
           ELSE
               MOVE WS-MAINT-CLASS TO WS-OPR-CLASS(WS-OPR-MATCH)
               PERFORM SAVE-OPERATOR-TABLE
               MOVE SPACES TO WS-CHANGE-NOTE
               STRING "RECLASSED TO " WS-MAINT-CLASS
                   DELIMITED BY SIZE INTO WS-CHANGE-NOTE
               PERFORM LOG-OPERATOR-CHANGE
               SET APPLY-OK TO TRUE
               DISPLAY "Reclassed."
           END-IF.
       APPLY-RECLASS-OPERATOR-EXIT.
           EXIT.

       SET-OPERATOR-DEPT.
           DISPLAY "Operator id to move: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER TO WS-MAINT-ID
           PERFORM FIND-OPERATOR
           IF WS-OPR-MATCH = 0 THEN
               DISPLAY "Operator not on file."
           ELSE
               DISPLAY "New department (up to 12 chars): "
                   WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
               MOVE WS-MAINT-ANSWER TO WS-MAINT-DEPT
               IF WS-MAINT-DEPT = SPACES THEN
                   DISPLAY "Blank department rejected."
               ELSE
                   PERFORM SUBMIT-OPERATOR-CHANGE
               END-IF
           END-IF.
       SET-OPERATOR-DEPT-EXIT.
           EXIT.

       APPLY-SET-OPERATOR-DEPT.
           PERFORM FIND-OPERATOR
           IF WS-OPR-MATCH = 0 THEN
               DISPLAY "Operator not on file."
           ELSE
               MOVE WS-MAINT-DEPT TO WS-OPR-DEPT(WS-OPR-MATCH)
               PERFORM SAVE-OPERATOR-TABLE
               MOVE SPACES TO WS-CHANGE-NOTE
               STRING "DEPARTMENT " WS-MAINT-DEPT
                   DELIMITED BY SIZE INTO WS-CHANGE-NOTE
               PERFORM LOG-OPERATOR-CHANGE
               SET APPLY-OK TO TRUE
               DISPLAY "Department moved."
           END-IF.
       APPLY-SET-OPERATOR-DEPT-EXIT.
           EXIT.

      ******************************************************************
      * A new temporary password for an operator who has forgotten
      * theirs: changed at their next sign-on, and a lockout from
      * their forgotten one lifted with it. Administrator classes
      * only, and never on the acting operator's own row -- their
      * own password changes at sign-on, where the old one is known.
      ******************************************************************
       RESET-OPERATOR-PASSWORD.
           DISPLAY "Operator id to reset: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER TO WS-MAINT-ID
           PERFORM FIND-OPERATOR
           EVALUATE TRUE
               WHEN NOT MAY-ADMINISTER
                   PERFORM REFUSE-NOT-ADMINISTRATOR
               WHEN WS-OPR-MATCH = 0
                   DISPLAY "Operator not on file."
               WHEN WS-MAINT-ID = WS-AUDIT-OPERATOR
                   PERFORM REFUSE-OWN-PASSWORD
               WHEN OTHER
                   PERFORM TAKE-TEMP-PASSWORD
                   IF TEMP-PASSWORD-OK THEN
                       PERFORM SUBMIT-OPERATOR-CHANGE
                   END-IF
           END-EVALUATE.
       RESET-OPERATOR-PASSWORD-EXIT.
           EXIT.

      * The own-password rule holds for whoever applies the reset
      * as well as whoever keyed it.
       APPLY-RESET-PASSWORD.
           PERFORM FIND-OPERATOR
           EVALUATE TRUE
               WHEN WS-OPR-MATCH = 0
                   DISPLAY "Operator not on file."
               WHEN WS-MAINT-ID = WS-AUDIT-OPERATOR
                   PERFORM REFUSE-OWN-PASSWORD
               WHEN OTHER
                   MOVE WS-HASH-VALUE TO WS-OPR-PASS-HASH(WS-OPR-MATCH)
                   MOVE 0 TO WS-OPR-PASS-SET(WS-OPR-MATCH)
                   MOVE 0 TO WS-OPR-FAILS(WS-OPR-MATCH)
                   MOVE "PASSWORD RESET" TO WS-CHANGE-NOTE
                   IF WS-OPR-STATUS(WS-OPR-MATCH) = "L" THEN
                       MOVE "A" TO WS-OPR-STATUS(WS-OPR-MATCH)
                       MOVE "PASSWORD RESET+UNLOCKED" TO WS-CHANGE-NOTE
                   END-IF
                   PERFORM SAVE-OPERATOR-TABLE
                   PERFORM LOG-OPERATOR-CHANGE
                   SET APPLY-OK TO TRUE
                   DISPLAY "Password reset -- temporary until "
                       "the operator's next sign-on."
           END-EVALUATE.
       APPLY-RESET-PASSWORD-EXIT.
           EXIT.

       REFUSE-OWN-PASSWORD.
           DISPLAY "Your own password changes at sign-on, not here."
           MOVE "REFUSED OWN PASSWORD" TO WS-CHANGE-NOTE
           PERFORM LOG-OPERATOR-CHANGE.
       REFUSE-OWN-PASSWORD-EXIT.
           EXIT.

       UNLOCK-OPERATOR.
           DISPLAY "Operator id to unlock: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER TO WS-MAINT-ID
           PERFORM FIND-OPERATOR
           EVALUATE TRUE
               WHEN NOT MAY-ADMINISTER
                   PERFORM REFUSE-NOT-ADMINISTRATOR
               WHEN WS-OPR-MATCH = 0
                   DISPLAY "Operator not on file."
               WHEN WS-OPR-STATUS(WS-OPR-MATCH) NOT = "L"
                   DISPLAY "Operator is not locked out."
               WHEN OTHER
                   PERFORM SUBMIT-OPERATOR-CHANGE
           END-EVALUATE.
       UNLOCK-OPERATOR-EXIT.
           EXIT.

       APPLY-UNLOCK-OPERATOR.
           PERFORM FIND-OPERATOR
           EVALUATE TRUE
               WHEN WS-OPR-MATCH = 0
                   DISPLAY "Operator not on file."
               WHEN WS-OPR-STATUS(WS-OPR-MATCH) NOT = "L"
                   DISPLAY "Operator is not locked out."
               WHEN OTHER
                   MOVE "A" TO WS-OPR-STATUS(WS-OPR-MATCH)
                   MOVE 0 TO WS-OPR-FAILS(WS-OPR-MATCH)
                   PERFORM SAVE-OPERATOR-TABLE
                   MOVE "UNLOCKED" TO WS-CHANGE-NOTE
                   PERFORM LOG-OPERATOR-CHANGE
                   SET APPLY-OK TO TRUE
                   DISPLAY "Unlocked."
           END-EVALUATE.
       APPLY-UNLOCK-OPERATOR-EXIT.
           EXIT.

       REFUSE-NOT-ADMINISTRATOR.
           DISPLAY "OPERATOR CLASS " WS-ACTING-CLASS
               " IS NOT AN ADMINISTRATOR CLASS"
           MOVE SPACES TO WS-CHANGE-NOTE
           STRING "REFUSED CLASS " WS-ACTING-CLASS
               " NOT IN " WS-ADMIN-CLASSES
               DELIMITED BY SIZE INTO WS-CHANGE-NOTE
           PERFORM LOG-OPERATOR-CHANGE.
       REFUSE-NOT-ADMINISTRATOR-EXIT.
           EXIT.

      * The temporary password, typed twice and held to sign-on's
      * PASSWORD-MIN-LENGTH; WS-HASH-VALUE carries its PASSHASH
      * value back for the row.
       TAKE-TEMP-PASSWORD.
           MOVE "N" TO WS-TEMP-OK
           DISPLAY "Temporary password: " WITH NO ADVANCING
           ACCEPT WS-PASSWORD-ANSWER
           MOVE WS-PASSWORD-ANSWER TO WS-TEMP-PASSWORD
           MOVE 0 TO WS-PASS-LENGTH
           IF WS-PASSWORD-ANSWER(21:20) NOT = SPACES THEN
               MOVE 99 TO WS-PASS-LENGTH
           ELSE
               IF WS-TEMP-PASSWORD NOT = SPACES THEN
                   MOVE FUNCTION LENGTH(
                       FUNCTION TRIM(WS-TEMP-PASSWORD TRAILING))
                       TO WS-PASS-LENGTH
               END-IF
           END-IF
           DISPLAY "Repeat temporary password: " WITH NO ADVANCING
           ACCEPT WS-PASSWORD-ANSWER
           EVALUATE TRUE
               WHEN WS-PASSWORD-ANSWER NOT = WS-TEMP-PASSWORD
                   DISPLAY "Passwords do not match -- nothing set."
               WHEN WS-PASS-LENGTH < WS-PASS-MIN-LENGTH
                   OR WS-PASS-LENGTH > 20
                   DISPLAY "Password must be " WS-PASS-MIN-LENGTH
                       " to 20 characters -- nothing set."
               WHEN OTHER
                   MOVE WS-MAINT-ID TO WS-HASH-OPERATOR-ID
                   MOVE WS-TEMP-PASSWORD TO WS-HASH-PASSWORD
                   CALL "PASSHASH" USING WS-HASH-REQUEST
                   SET TEMP-PASSWORD-OK TO TRUE
           END-EVALUATE
           MOVE SPACES TO WS-PASSWORD-ANSWER
           MOVE SPACES TO WS-TEMP-PASSWORD
           MOVE SPACES TO WS-HASH-PASSWORD.
       TAKE-TEMP-PASSWORD-EXIT.
           EXIT.

      * The acting operator's class off the master just loaded, and
      * whether OPER-ADMIN-CLASSES names it. A master with no rows
      * has nobody to reset or unlock, and runs open as sign-on
      * does.
       LOAD-ADMIN-POLICY.
           MOVE "OPER-ADMIN-CLASSES" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND WS-PARM-VALUE NOT = SPACES THEN
               MOVE WS-PARM-VALUE(1:8) TO WS-ADMIN-CLASSES
           END-IF
           MOVE "PASSWORD-MIN-LENGTH" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND FUNCTION NUMVAL(WS-PARM-VALUE) > 0
               AND FUNCTION NUMVAL(WS-PARM-VALUE) <= 20 THEN
               COMPUTE WS-PASS-MIN-LENGTH =
                   FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           IF WS-AUDIT-OPERATOR = LOW-VALUES THEN
               MOVE SPACES TO WS-AUDIT-OPERATOR
           END-IF
           MOVE SPACE TO WS-ACTING-CLASS
           PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
               UNTIL WS-OPR-INDEX > WS-OPERATOR-COUNT
               IF WS-OPR-ID(WS-OPR-INDEX) = WS-AUDIT-OPERATOR THEN
                   MOVE WS-OPR-CLASS(WS-OPR-INDEX) TO WS-ACTING-CLASS
               END-IF
           END-PERFORM
           MOVE "N" TO WS-MAY-ADMINISTER
           IF WS-OPERATOR-COUNT = 0 THEN
               SET MAY-ADMINISTER TO TRUE
           ELSE
               PERFORM VARYING WS-CLASS-SCAN FROM 1 BY 1
                   UNTIL WS-CLASS-SCAN > 8
                   IF WS-ADMIN-CLASSES(WS-CLASS-SCAN:1)
                       = WS-ACTING-CLASS
                       AND WS-ACTING-CLASS NOT = SPACE THEN
                       SET MAY-ADMINISTER TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
       LOAD-ADMIN-POLICY-EXIT.
           EXIT.

       LIST-AUTH-ROWS.
       SET-AUTH-ROW.
           DISPLAY "Menu option number: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           IF FUNCTION TRIM(WS-MAINT-ANSWER) = SPACES
               OR FUNCTION TRIM(WS-MAINT-ANSWER) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-MAINT-ANSWER)) > 3
               THEN
               DISPLAY "Option must be numeric."
           ELSE
               COMPUTE WS-MAINT-CHOICE =
                   FUNCTION NUMVAL(WS-MAINT-ANSWER)
               IF WS-MAINT-CHOICE < 1
                   OR WS-MAINT-CHOICE > WS-MENU-CHOICE-MAX
                   OR WS-MAINT-CHOICE = WS-MENU-CHOICE-EXIT THEN
                   DISPLAY "Option " WS-MAINT-CHOICE
                       " is not on the menu (1-" WS-MENU-CHOICE-MAX
                       ")."
                       DISPLAY "Blank class list rejected -- it "
                           "would lock every operator out."
                   ELSE
                       PERFORM SUBMIT-OPERATOR-CHANGE
                   END-IF
               END-IF
           END-IF.
       SET-AUTH-ROW-EXIT.
           EXIT.

       APPLY-SET-AUTH-ROW.
           PERFORM FIND-AUTH-ROW
           IF WS-AUTH-MATCH = 0 THEN
               IF WS-AUTH-COUNT >= 99 THEN
                   DISPLAY "Authorization table is full."
               ELSE
                   ADD 1 TO WS-AUTH-COUNT
                   MOVE WS-AUTH-COUNT TO WS-AUTH-MATCH
               END-IF
           END-IF
           IF WS-AUTH-MATCH > 0 THEN
               MOVE WS-MAINT-CHOICE TO WS-AUTH-CHOICE(WS-AUTH-MATCH)
               MOVE WS-MAINT-CLASSES TO WS-AUTH-CLASSES(WS-AUTH-MATCH)
               PERFORM SAVE-AUTH-TABLE
               PERFORM LOG-AUTH-CHANGE
               SET APPLY-OK TO TRUE
               DISPLAY "Authorization row set."
           END-IF.
       APPLY-SET-AUTH-ROW-EXIT.
           EXIT.

       DROP-AUTH-ROW.
           DISPLAY "Menu option number to open up: " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           IF FUNCTION TRIM(WS-MAINT-ANSWER) = SPACES
               OR FUNCTION TRIM(WS-MAINT-ANSWER) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-MAINT-ANSWER)) > 3
               THEN
               DISPLAY "Option must be numeric."
           ELSE
               COMPUTE WS-MAINT-CHOICE =
                   FUNCTION NUMVAL(WS-MAINT-ANSWER)
               PERFORM FIND-AUTH-ROW
               IF WS-AUTH-MATCH = 0 THEN
                   DISPLAY "No row for that option."
               ELSE
                   MOVE SPACES TO WS-MAINT-CLASSES
                   PERFORM SUBMIT-OPERATOR-CHANGE
               END-IF
           END-IF.
       DROP-AUTH-ROW-EXIT.
           EXIT.

       APPLY-DROP-AUTH-ROW.
           PERFORM FIND-AUTH-ROW
           IF WS-AUTH-MATCH = 0 THEN
               DISPLAY "No row for that option."
           ELSE
               PERFORM VARYING WS-AUTH-INDEX FROM WS-AUTH-MATCH
                   BY 1 UNTIL WS-AUTH-INDEX >= WS-AUTH-COUNT
                   MOVE WS-AUTH-ENTRY(WS-AUTH-INDEX + 1)
                       TO WS-AUTH-ENTRY(WS-AUTH-INDEX)
               END-PERFORM
               SUBTRACT 1 FROM WS-AUTH-COUNT
               PERFORM SAVE-AUTH-TABLE
               MOVE "DROPPED" TO WS-MAINT-CLASSES
               PERFORM LOG-AUTH-CHANGE
               SET APPLY-OK TO TRUE
               DISPLAY "Authorization row dropped."
           END-IF.
       APPLY-DROP-AUTH-ROW-EXIT.
           EXIT.

      ******************************************************************
      * A keyed and checked change goes to DUALCTL as a pending
      * change instead of straight to the files. OPEN back means
      * nobody is on OPERFILE to check it, and it applies now.
      ******************************************************************
       SUBMIT-OPERATOR-CHANGE.
           MOVE SPACES TO WS-PENDING-OPER
           MOVE WS-MAINT-ACTION TO WS-PEND-ACTION
           MOVE SPACES TO WS-DUAL-SUMMARY
           EVALUATE WS-MAINT-ACTION
               WHEN "SETAUTH"
               WHEN "DELAUTH"
                   MOVE WS-MAINT-CHOICE TO WS-PEND-CHOICE
                   MOVE WS-MAINT-CLASSES TO WS-PEND-CLASSES
                   STRING WS-MAINT-ACTION " OPTION " WS-MAINT-CHOICE
                       " " WS-MAINT-CLASSES
                       DELIMITED BY SIZE INTO WS-DUAL-SUMMARY
               WHEN OTHER
                   MOVE 0 TO WS-PEND-CHOICE
                   MOVE WS-MAINT-ID TO WS-PEND-ID
                   STRING WS-MAINT-ACTION " " WS-MAINT-ID
                       DELIMITED BY SIZE INTO WS-DUAL-SUMMARY
           END-EVALUATE
           IF WS-MAINT-ACTION = "ADDOP" OR WS-MAINT-ACTION = "RECLASS"
               THEN
               MOVE WS-MAINT-CLASS TO WS-PEND-CLASS
               STRING " CLASS " WS-MAINT-CLASS
                   DELIMITED BY SIZE INTO WS-DUAL-SUMMARY(18:23)
           END-IF
           IF WS-MAINT-ACTION = "ADDOP" OR WS-MAINT-ACTION = "RESETPW"
               THEN
               MOVE WS-HASH-VALUE TO WS-PEND-HASH
           END-IF
           IF WS-MAINT-ACTION = "ADDOP" OR WS-MAINT-ACTION = "SETDEPT"
               THEN
               MOVE WS-MAINT-DEPT TO WS-PEND-DEPT
           END-IF
           IF WS-MAINT-ACTION = "SETDEPT" THEN
               STRING " TO " WS-MAINT-DEPT
                   DELIMITED BY SIZE INTO WS-DUAL-SUMMARY(18:23)
           END-IF
           MOVE "FILE" TO WS-DUAL-ACTION
           MOVE "OPERMNT" TO WS-DUAL-PROGRAM
           MOVE WS-PENDING-OPER TO WS-DUAL-CHANGE
           CALL "DUALCTL" USING WS-DUAL-REQUEST
           EVALUATE WS-DUAL-RESULT
               WHEN "OPEN"
                   PERFORM APPLY-PENDING-OPER
               WHEN "OK"
                   DISPLAY "Change " WS-DUAL-NUMBER
                       " filed -- pending a second operator's "
                       "approval."
               WHEN OTHER
                   DISPLAY WS-DUAL-MESSAGE
           END-EVALUATE.
       SUBMIT-OPERATOR-CHANGE-EXIT.
           EXIT.

      * An approved change is applied against the files as they
      * stand now, not as they stood when it was keyed: the tables
      * are reloaded and each action checks its target again.
       APPLY-PENDING-OPER.
           MOVE "N" TO WS-APPLY-OK
           MOVE WS-PEND-ID TO WS-MAINT-ID
           MOVE WS-PEND-CLASS TO WS-MAINT-CLASS
           MOVE WS-PEND-CHOICE TO WS-MAINT-CHOICE
           MOVE WS-PEND-CLASSES TO WS-MAINT-CLASSES
           MOVE WS-PEND-HASH TO WS-HASH-VALUE
           MOVE WS-PEND-DEPT TO WS-MAINT-DEPT
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM LOAD-AUTH-TABLE
           EVALUATE WS-PEND-ACTION
               WHEN "ADDOP"   PERFORM APPLY-ADD-OPERATOR
               WHEN "DISABLE" PERFORM APPLY-DISABLE-OPERATOR
               WHEN "ENABLE"  PERFORM APPLY-ENABLE-OPERATOR
               WHEN "RECLASS" PERFORM APPLY-RECLASS-OPERATOR
               WHEN "SETDEPT" PERFORM APPLY-SET-OPERATOR-DEPT
               WHEN "RESETPW" PERFORM APPLY-RESET-PASSWORD
               WHEN "UNLOCK"  PERFORM APPLY-UNLOCK-OPERATOR
               WHEN "SETAUTH" PERFORM APPLY-SET-AUTH-ROW
               WHEN "DELAUTH" PERFORM APPLY-DROP-AUTH-ROW
               WHEN OTHER
                   DISPLAY "Not a maintenance action."
           END-EVALUATE
           MOVE SPACES TO WS-HASH-VALUE.
       APPLY-PENDING-OPER-EXIT.
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
      * DUAL-CHECK-CLASSES. A change that no longer applies -- an
      * operator added meanwhile by someone else, say -- stays
      * pending to expire.
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
           MOVE "OPERMNT" TO WS-DUAL-PROGRAM
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
               MOVE WS-DUAL-CHANGE TO WS-PENDING-OPER
               PERFORM APPLY-PENDING-OPER
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
      * The emergency way round a missing second operator -- the
      * one administrator on shift re-admitting a locked-out
      * colleague at 3am: any pending change applied at once on a
      * stated reason. DUALCTL audits it as an override and raises
      * an alert every time.
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
                       MOVE WS-DUAL-CHANGE TO WS-PENDING-OPER
                       PERFORM APPLY-PENDING-OPER
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
           MOVE "OPERMNT" TO WS-DUAL-PROGRAM
           MOVE WS-REVIEW-NUMBER TO WS-DUAL-NUMBER
           CALL "DUALCTL" USING WS-DUAL-REQUEST
           IF WS-DUAL-RESULT NOT = "OK" THEN
               DISPLAY WS-DUAL-MESSAGE
           END-IF.
       CHECK-PENDING-DECISION-EXIT.
           EXIT.

       DECIDE-PENDING-CHANGE.
           MOVE "DECIDE" TO WS-DUAL-ACTION
           MOVE "OPERMNT" TO WS-DUAL-PROGRAM
           MOVE WS-REVIEW-NUMBER TO WS-DUAL-NUMBER
           CALL "DUALCTL" USING WS-DUAL-REQUEST.
       DECIDE-PENDING-CHANGE-EXIT.
           EXIT.

       FIND-OPERATOR.
           MOVE 0 TO WS-OPR-MATCH
           PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
                           TO WS-OPR-CLASS(WS-OPERATOR-COUNT)
                       MOVE OP-STATUS
                           TO WS-OPR-STATUS(WS-OPERATOR-COUNT)
                       MOVE OP-PASS-HASH
                           TO WS-OPR-PASS-HASH(WS-OPERATOR-COUNT)
                       MOVE 0 TO WS-OPR-PASS-SET(WS-OPERATOR-COUNT)
                       IF OP-PASS-SET IS NUMERIC THEN
                           MOVE OP-PASS-SET
                               TO WS-OPR-PASS-SET(WS-OPERATOR-COUNT)
                       END-IF
                       MOVE 0 TO WS-OPR-FAILS(WS-OPERATOR-COUNT)
                       IF OP-FAIL-COUNT IS NUMERIC THEN
                           MOVE OP-FAIL-COUNT
                               TO WS-OPR-FAILS(WS-OPERATOR-COUNT)
                       END-IF
                       MOVE OP-DEPT TO WS-OPR-DEPT(WS-OPERATOR-COUNT)
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.
               MOVE WS-OPR-ID(WS-OPR-INDEX) TO OP-ID
               MOVE WS-OPR-CLASS(WS-OPR-INDEX) TO OP-CLASS
               MOVE WS-OPR-STATUS(WS-OPR-INDEX) TO OP-STATUS
               MOVE WS-OPR-PASS-HASH(WS-OPR-INDEX) TO OP-PASS-HASH
               MOVE WS-OPR-PASS-SET(WS-OPR-INDEX) TO OP-PASS-SET
               MOVE WS-OPR-FAILS(WS-OPR-INDEX) TO OP-FAIL-COUNT
               MOVE WS-OPR-DEPT(WS-OPR-INDEX) TO OP-DEPT
               WRITE OPERATOR-FILE-RECORD
           END-PERFORM
           CLOSE OPERATOR-FILE.
                   AT END
                       SET AUTH-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN AU-CHOICE IS NUMERIC
                               ADD 1 TO WS-AUTH-COUNT
                               MOVE AU-CHOICE
                                   TO WS-AUTH-CHOICE(WS-AUTH-COUNT)
                               MOVE AU-CLASSES
                                   TO WS-AUTH-CLASSES(WS-AUTH-COUNT)
                           WHEN AU-LEGACY-CHOICE IS NUMERIC
                               ADD 1 TO WS-AUTH-COUNT
                               MOVE AU-LEGACY-CHOICE
                                   TO WS-AUTH-CHOICE(WS-AUTH-COUNT)
                               MOVE AU-LEGACY-CLASSES
                                   TO WS-AUTH-CLASSES(WS-AUTH-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE.
