      * The trailing status byte is maintained by OPERMNT: blank or
      * "A" is active, "D" is disabled and fails sign-on. Rows
      * written before the byte existed read back blank (active).
      * "L" is locked out: sign-on sets it after PASSWORD-MAX-FAILS
      * consecutive bad passwords, and only OPERMNT's UNLOCK or
      * RESETPW clears it. OP-PASS-HASH is PASSHASH's value for the
      * operator's password, never the password; OP-PASS-SET is the
      * date it was set, zeros for a temporary one that must be
      * changed at the next sign-on; OP-FAIL-COUNT counts the bad
      * passwords since the last good one. A row from before
      * passwords existed reads back with them blank, and its
      * operator sets a password at their next sign-on. OP-DEPT is
      * the department the operator answers to, for the quarterly
      * access recertification; blank on a row from before it.
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

      * The menu outgrew two-digit selections, so a row now keys
      * its option in three digits; a two-digit row written before
      * that still reads through AUTH-LEGACY-RECORD, so an existing
      * AUTHFILE keeps working without conversion.
       FD AUTH-FILE.
       01 AUTH-FILE-RECORD.
           05 AU-CHOICE PIC 9(3).
           05 FILLER PIC X.
           05 AU-CLASSES PIC X(8).
       01 AUTH-LEGACY-RECORD.
           05 AU-LEGACY-CHOICE PIC 99.
           05 FILLER PIC X.
           05 AU-LEGACY-CLASSES PIC X(8).

      * Fixed offsets as every LOG-AUDIT-ENTRY writes them:
      * timestamp, " PROGRAM=", name, " INPUT=", input, " RESULT=",
      * driver never touches a utility's LINKAGE, it just sets the
      * same named storage the utility already reads, then CALLs it.
      ******************************************************************
      * Three digits since the board passed 98 options; 99 stays
      * the exit, so scripts and AUTHFILE rows keep their meaning
      * and new options number on from 100.
       01 WS-CHOICE PIC 9(3) VALUE 0.

      * Script-mode working storage: every operator answer flows
      * through PROMPTED-INPUT, which either ACCEPTs from the
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
           88 OPR-EOF VALUE "Y".
       01 WS-SIGNON-TRIES PIC 9 VALUE 0.
           88 OPERATOR-SIGNED-ON VALUE "Y".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-CLASS PIC X VALUE SPACE.

      * Password working storage. Sign-on takes the id and the
      * password together and refuses a bad pair the same way
      * whatever was wrong with it, so a refusal never tells a
      * guesser which ids exist. Policy comes off PARMFILE:
      * PASSWORD-EXPIRY-DAYS (default 90) before a forced change,
      * PASSWORD-MAX-FAILS (default 5) consecutive bad passwords
      * before the operator is locked out, PASSWORD-MIN-LENGTH
      * (default 6). Refusals and lockouts land on the audit trail
      * with the id that was tried.
       01 WS-SIGNON-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-PASSWORD PIC X(20) VALUE SPACES.
       01 WS-NEW-PASSWORD PIC X(20) VALUE SPACES.
       01 WS-CONFIRM-PASSWORD PIC X(20) VALUE SPACES.
       01 WS-PASSWORD-OK PIC X VALUE "N".
           88 PASSWORD-OK VALUE "Y".
       01 WS-CHANGE-DUE PIC X VALUE "N".
           88 PASSWORD-CHANGE-DUE VALUE "Y".
       01 WS-CHANGE-DONE PIC X VALUE "N".
           88 PASSWORD-CHANGED VALUE "Y".
       01 WS-CHANGE-TRIES PIC 9 VALUE 0.
       01 WS-PASS-EXPIRY-DAYS PIC 9(4) VALUE 90.
       01 WS-PASS-MAX-FAILS PIC 99 VALUE 5.
       01 WS-PASS-MIN-LENGTH PIC 99 VALUE 6.
       01 WS-PASS-LENGTH PIC 99 VALUE 0.
       01 WS-PASS-AGE PIC S9(6) VALUE 0.
       01 WS-SIGNON-TODAY PIC 9(8) VALUE 0.
      * The row being changed, carried across the reload that picks
      * up any OPERMNT change made since sign-on loaded the file.
       01 WS-UPDATE-ROW.
           05 WS-UPD-ID PIC X(8).
           05 WS-UPD-STATUS PIC X.
           05 WS-UPD-PASS-HASH PIC X(16).
           05 WS-UPD-PASS-SET PIC 9(8).
           05 WS-UPD-FAILS PIC 99.
      * A password answer off CMDFILE is echoed to SESSLOG masked.
       01 WS-SECRET-ANSWER PIC X VALUE "N".
           88 SECRET-ANSWER VALUE "Y".
       01 WS-LOGGED-ANSWER PIC X(80).
       01 WS-SIGNON-STAMP PIC X(26).
       01 WS-SIGNON-AUDIT-PROGRAM PIC X(20) VALUE "SUITE-MENU".
       01 WS-SIGNON-AUDIT-INPUT PIC X(60).
       01 WS-SIGNON-AUDIT-RESULT PIC X(60).
       01 WS-SIGNON-AUDIT-OPER PIC X(8).
       01 WS-SIGNON-AUDIT-LINE PIC X(260).

      * Password hashing request block, serviced by PASSHASH.
       01 WS-HASH-REQUEST.
           05 WS-HASH-OPERATOR-ID PIC X(8).
           05 WS-HASH-PASSWORD PIC X(20).
           05 WS-HASH-VALUE PIC X(16).
       01 WS-AUTH-COUNT PIC 99 VALUE 0.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 99 TIMES.
               10 WS-AUTH-CHOICE PIC 9(3).
               10 WS-AUTH-CLASSES PIC X(8).
       01 WS-AUTH-INDEX PIC 99.
       01 WS-AUTH-EOF PIC X VALUE "N".
           88 AUTH-EOF VALUE "Y".
       01 WS-AUTH-OK PIC X VALUE "Y".
           88 OPTION-AUTHORIZED VALUE "Y".
      * Set when the selection has an AUTHFILE row: a restricted
      * option's every selection, run or refused, lands on the
      * audit trail for the quarterly access recertification.
       01 WS-OPTION-RESTRICTED PIC X VALUE "N".
           88 OPTION-RESTRICTED VALUE "Y".
      * The option lines DISPLAY-MENU shows, shared with ACCRECRT.
       COPY MENUTEXT.
       01 WS-MENU-LINE PIC 9(3).
       01 WS-CLASS-SCAN PIC 9.

      * Inactivity-timeout working storage. A signed-on session

      * BOB
       01 WS-HEYBOB IS EXTERNAL PIC X(60).
       01 WS-BOB-RESULT IS EXTERNAL PIC X(80).
      * Request 019/049 reconciliation: lets the operator pick BOB's
      * reply language before CALL "BOB" -- BOB's own WS-LANGUAGE is
      * unreachable from any live path unless something sets it here.
       01 WS-SESSION-TURNS IS EXTERNAL.
         05 WS-SESSION-TURN PIC X(60) OCCURS 20 TIMES.
       01 WS-SESSION-INDEX PIC 99.
      * End-of-session survey answers, handed to BOB with mode
      * "SURVEY"; the names must match BOB's EXTERNAL items.
       01 WS-SURVEY-RATING IS EXTERNAL PIC X.
       01 WS-SURVEY-COMMENT IS EXTERNAL PIC X(60).
      * Month SURVRPT reports (CCYYMM, blank for this month).
       01 WS-SURVEY-PERIOD IS EXTERNAL PIC X(6).

      * collatz-conjecture
       01 WS-NUMBER IS EXTERNAL PIC S9(18).
      * Which shard a COLLSHRD step runs; must match its EXTERNAL
      * item.
       01 WS-COLLATZ-SHARD IS EXTERNAL PIC 9.
      * COLQUERY's question: STEPS, RANGE, PEAK or PASSES and its
      * value(s); must match its EXTERNAL items.
       01 WS-COLLATZ-QUERY-TYPE IS EXTERNAL PIC X(6).
       01 WS-COLLATZ-QUERY-LOW IS EXTERNAL PIC X(18).
       01 WS-COLLATZ-QUERY-HIGH IS EXTERNAL PIC X(18).
      * COLTREE's root, depth and print-view answer; must match its
      * EXTERNAL items.
       01 WS-COLLATZ-TREE-ROOT IS EXTERNAL PIC X(18).
       01 WS-COLLATZ-TREE-DEPTH IS EXTERNAL PIC X(4).
       01 WS-COLLATZ-TREE-VIEW IS EXTERNAL PIC X.
      * The variant map's multiplier and addend; must match
      * collatz-conjecture's EXTERNAL items.
       01 WS-COLLATZ-VARIANT-MULT IS EXTERNAL PIC X(4).
       01 WS-COLLATZ-VARIANT-ADDEND IS EXTERNAL PIC X(5).
      * NUMGEN's one-line feed specification; must match its
      * EXTERNAL item.
       01 WS-NUMGEN-SPEC IS EXTERNAL PIC X(60).
      * COLLREC's request block, for the register report; layout
      * as COLLREC's LINKAGE.
       01 WS-RECORDS-REQUEST.
           05 WS-REC-ACTION PIC X(8).
           05 WS-REC-SOURCE PIC X(8).
           05 WS-REC-NUMBER PIC 9(18).
           05 WS-REC-STEPS PIC 9(4).
           05 WS-REC-PEAK PIC 9(18).
           05 WS-REC-RESULT PIC 9.
           05 WS-REC-NEW-COUNT PIC 9(4).

      * two-fer
       01 WS-NAME IS EXTERNAL PIC X(16).
      * Asks QUEEN-ATTACK to render the answered query as an 8x8
      * board on BOARDRPT; must match its EXTERNAL item.
       01 WS-QUEEN-RENDER IS EXTERNAL PIC X.
      * QUEEN-ATTACK's N-queens solver inputs; must match its
      * EXTERNAL items.
       01 WS-QUEEN-SOLVE-SIZE IS EXTERNAL PIC X(2).
       01 WS-QUEEN-PLACEMENT IS EXTERNAL PIC X(80).
      * Asks QUEEN-ATTACK to write the evaluated board as FEN; must
      * match its EXTERNAL item.
       01 WS-QUEEN-FEN-EXPORT IS EXTERNAL PIC X.

      * high-scores
       01 WS-HISCORE-PROPERTY IS EXTERNAL PIC A(20).
      * Archived leaderboard period (YYYYMM) to print; must match
      * high-scores' EXTERNAL item.
       01 WS-LEADER-PERIOD IS EXTERNAL PIC X(6).
      * Year (YYYY) of archived leaderboards to give awards for; must
      * match YEARAWRD's EXTERNAL item.
       01 WS-AWARD-YEAR IS EXTERNAL PIC X(4).

       PROCEDURE DIVISION.
       SUITE-MENU.
               COMPUTE WS-CHOICE =
                   NUMVAL(WS-INPUT-BUFFER)
               PERFORM CHECK-OPTION-AUTH
               IF OPTION-RESTRICTED THEN
                   PERFORM LOG-OPTION-USE
               END-IF
               IF NOT OPTION-AUTHORIZED THEN
                   DISPLAY "OPERATOR " FUNCTION TRIM(WS-OPERATOR-ID)
                       " NOT AUTHORIZED FOR OPTION " WS-CHOICE
                   WHEN 81 PERFORM RUN-RUN-STATISTICS
                   WHEN 82 PERFORM RUN-REPORT-DIFF
                   WHEN 83 PERFORM RUN-SNAPSHOT
                   WHEN 84 PERFORM RUN-PAYDATE-CUTOFF
                   WHEN 85 PERFORM RUN-PAYDATE-SIGNOFF
                   WHEN 86 PERFORM RUN-PAY-PRORATION
                   WHEN 87 PERFORM RUN-SKILL-RATINGS
                   WHEN 88 PERFORM RUN-CATEGORY-ANALYSIS
                   WHEN 89 PERFORM RUN-SAVED-GAME-LIST
                   WHEN 90 PERFORM RUN-MANIFEST-RECON
                   WHEN 91 PERFORM RUN-MOTIF-SCAN
                   WHEN 92 PERFORM RUN-VARIANT-REPORT
                   WHEN 93 PERFORM RUN-CONSENSUS-BUILD
                   WHEN 94 PERFORM RUN-CLIENT-SLA-REPORT
                   WHEN 95 PERFORM RUN-PROTEIN-PROPERTIES
                   WHEN 96 PERFORM RUN-SURVEY-REPORT
                   WHEN 97 PERFORM RUN-TOPIC-TRENDS
                   WHEN 98 PERFORM RUN-COLLATZ-QUERY
                   WHEN 100 PERFORM RUN-COLLATZ-TREE
                   WHEN 101 PERFORM RUN-COLLATZ-RECORDS
                   WHEN 102 PERFORM RUN-COLLATZ-VARIANT
                   WHEN 103 PERFORM RUN-NUMGEN
                   WHEN 104 PERFORM RUN-TWO-FER-OCCASIONS
                   WHEN 105 PERFORM RUN-TWO-FER-LABELS
                   WHEN 106 PERFORM RUN-PART-MASTER
                   WHEN 107 PERFORM RUN-PART-SPC
                   WHEN 108 PERFORM RUN-TRIANGLE-POLYGON
                   WHEN 109 PERFORM RUN-QUEEN-SOLVER
                   WHEN 110 PERFORM RUN-LEGAL-MOVES
                   WHEN 111 PERFORM RUN-MATE-PUZZLES
                   WHEN 112 PERFORM RUN-YEAR-AWARDS
                   WHEN 113 PERFORM RUN-SCORE-CORRECTIONS
                   WHEN 114 PERFORM RUN-PLAYER-IDENTITY
                   WHEN 115 PERFORM RUN-HELD-SCORES
                   WHEN 116 PERFORM RUN-ACCESS-RECERT
                   WHEN 117 PERFORM RUN-CATALOG-CHECK
                   WHEN 118 PERFORM RUN-WINDOW-FORECAST
                   WHEN 119 PERFORM RUN-FEED-GATE
                   WHEN 120 PERFORM RUN-QUALITY-SCORECARD
                   WHEN 99 CONTINUE
                   WHEN OTHER
                       DISPLAY "Not a valid selection."
           EXIT.

      ******************************************************************
      * Sign-on: load OPERFILE and validate the keyed id and password
      * against it, three attempts. No OPERFILE (or an empty one)
      * keeps the menu open the way it always was, with the operator
      * stamped as UNSECURED on the audit trail. A script's CMDFILE
      * carries the password on the line after the id.
      ******************************************************************
       OPERATOR-SIGN-ON.
           PERFORM LOAD-OPERATOR-FILE
               MOVE SPACE TO WS-OPERATOR-CLASS
           ELSE
               PERFORM LOAD-AUTH-FILE
               PERFORM LOAD-PASSWORD-POLICY
               MOVE "N" TO WS-SIGNED-ON
               MOVE 0 TO WS-SIGNON-TRIES
               PERFORM UNTIL OPERATOR-SIGNED-ON
                   DISPLAY "Operator ID: " WITH NO ADVANCING
                   MOVE "Operator ID:" TO WS-PROMPT-TEXT
                   PERFORM PROMPTED-INPUT
                   MOVE WS-INPUT-BUFFER(1:8) TO WS-SIGNON-ID
                   DISPLAY "Password: " WITH NO ADVANCING
                   MOVE "Password:" TO WS-PROMPT-TEXT
                   SET SECRET-ANSWER TO TRUE
                   PERFORM PROMPTED-INPUT
                   MOVE "N" TO WS-SECRET-ANSWER
                   MOVE WS-INPUT-BUFFER(1:20) TO WS-SIGNON-PASSWORD
                   MOVE SPACES TO WS-INPUT-BUFFER
                   PERFORM VALIDATE-OPERATOR
                   MOVE SPACES TO WS-SIGNON-PASSWORD
               END-PERFORM
           END-IF
           MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERATOR.
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
       LOAD-OPERATOR-FILE-EXIT.
           EXIT.

      * Sign-on is the one place outside OPERMNT that rewrites
      * OPERFILE: a failure count, a lockout or a changed password.
      * The file is reloaded first so an OPERMNT change made since
      * this session loaded it is kept, and only the one row moves.
       UPDATE-OPERATOR-ROW.
           PERFORM LOAD-OPERATOR-FILE
           MOVE WS-UPD-ID TO WS-SIGNON-ID
           PERFORM FIND-SIGNON-ROW
           IF WS-OPR-MATCH > 0 THEN
               MOVE WS-UPD-STATUS TO WS-OPR-STATUS(WS-OPR-MATCH)
               MOVE WS-UPD-PASS-HASH TO WS-OPR-PASS-HASH(WS-OPR-MATCH)
               MOVE WS-UPD-PASS-SET TO WS-OPR-PASS-SET(WS-OPR-MATCH)
               MOVE WS-UPD-FAILS TO WS-OPR-FAILS(WS-OPR-MATCH)
               PERFORM SAVE-OPERATOR-FILE
           END-IF.
       UPDATE-OPERATOR-ROW-EXIT.
           EXIT.

       SAVE-OPERATOR-FILE.
           OPEN OUTPUT OPERATOR-FILE
           PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
               UNTIL WS-OPR-INDEX > WS-OPERATOR-COUNT
      * Same status-71 bug class as the shop's other LINE SEQUENTIAL
      * writes: clear the record's FILLER bytes before filling it.
               MOVE SPACES TO OPERATOR-FILE-RECORD
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
       SAVE-OPERATOR-FILE-EXIT.
           EXIT.

       LOAD-PASSWORD-POLICY.
           MOVE CURRENT-DATE(1:8) TO WS-SIGNON-TODAY
           MOVE "PASSWORD-EXPIRY-DAYS" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND NUMVAL(WS-PARM-VALUE) > 0
               AND NUMVAL(WS-PARM-VALUE) < 10000 THEN
               COMPUTE WS-PASS-EXPIRY-DAYS = NUMVAL(WS-PARM-VALUE)
           END-IF
           MOVE "PASSWORD-MAX-FAILS" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND NUMVAL(WS-PARM-VALUE) > 0
               AND NUMVAL(WS-PARM-VALUE) < 100 THEN
               COMPUTE WS-PASS-MAX-FAILS = NUMVAL(WS-PARM-VALUE)
           END-IF
           MOVE "PASSWORD-MIN-LENGTH" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND NUMVAL(WS-PARM-VALUE) > 0
               AND NUMVAL(WS-PARM-VALUE) <= 20 THEN
               COMPUTE WS-PASS-MIN-LENGTH = NUMVAL(WS-PARM-VALUE)
           END-IF.
       LOAD-PASSWORD-POLICY-EXIT.
           EXIT.

       LOAD-AUTH-FILE.
           MOVE 0 TO WS-AUTH-COUNT
           MOVE "N" TO WS-AUTH-EOF
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
           SET ENVIRONMENT "DD_ROLLHIST" TO "TRNROLL"
           SET ENVIRONMENT "DD_CONVOLOG" TO "TRNCONVO"
           SET ENVIRONMENT "DD_PUSHLOG" TO "TRNPUSH"
           SET ENVIRONMENT "DD_SAVEGAME" TO "TRNSAVEG"
           SET ENVIRONMENT "DD_HISTFILE" TO "TRNHIST"
           SET ENVIRONMENT "DD_ACHFILE" TO "TRNACH"
           SET ENVIRONMENT "DD_HELPDESK" TO "TRNHELP"
           SET ENVIRONMENT "DD_ALERTFIL" TO "TRNALERT"
           SET ENVIRONMENT "DD_SEQDONE" TO "TRNSEQDN"
           SET ENVIRONMENT "DD_TICKMST" TO "TRNTICK"
           SET ENVIRONMENT "DD_HDSTAFF" TO "TRNSTAFF"
           SET ENVIRONMENT "DD_HELPDONE" TO "TRNHLPDN"
           SET ENVIRONMENT "DD_SAMPMST" TO "TRNSAMP"
           SET ENVIRONMENT "DD_CARDLEDG" TO "TRNCARD"
           SET ENVIRONMENT "DD_HOLFILE" TO "TRNHOL"
           SET ENVIRONMENT "DD_CALOUT" TO "TRNCAL"
           SET ENVIRONMENT "DD_DAYCAL" TO "TRNDAYCL"
           SET ENVIRONMENT "DD_FISCAL" TO "TRNFISC"
           SET ENVIRONMENT "DD_FISCRPT" TO "TRNFISRP"
           SET ENVIRONMENT "DD_LEADARCH" TO "TRNLARCH"
           SET ENVIRONMENT "DD_TRUNCLOG" TO "TRNTRUNC"
           SET ENVIRONMENT "DD_SITEOUT" TO "TRNSITEO"
           SET ENVIRONMENT "DD_CODONRPT" TO "TRNCODON"
           SET ENVIRONMENT "DD_PIPERPT" TO "TRNPIPE"
           SET ENVIRONMENT "DD_RESUBMIT" TO "TRNRESUB"
           SET ENVIRONMENT "DD_CUTOFF" TO "TRNCUTOF"
           SET ENVIRONMENT "DD_CUTRPT" TO "TRNCUTRP"
           SET ENVIRONMENT "DD_PAYDECN" TO "TRNPAYDC"
           SET ENVIRONMENT "DD_PAYSUPR" TO "TRNPAYSP"
           SET ENVIRONMENT "DD_PRORPT" TO "TRNPRORP"
           SET ENVIRONMENT "DD_PROEXP" TO "TRNPROEX"
           SET ENVIRONMENT "DD_RATEFILE" TO "TRNRATE"
           SET ENVIRONMENT "DD_RATERPT" TO "TRNRATRP"
           SET ENVIRONMENT "DD_CATRPT" TO "TRNCATRP"
           SET ENVIRONMENT "DD_SAVRPT" TO "TRNSAVRP"
           SET ENVIRONMENT "DD_MANIFEST" TO "TRNMANIF"
           SET ENVIRONMENT "DD_MANRPT" TO "TRNMANRP"
           SET ENVIRONMENT "DD_SAMPHIST" TO "TRNSAMPH"
           SET ENVIRONMENT "DD_CLNTMST" TO "TRNCLNT"
           SET ENVIRONMENT "DD_SLARPT" TO "TRNSLARP"
           SET ENVIRONMENT "DD_RECEIPT" TO "TRNRCPT"
           SET ENVIRONMENT "DD_PROTRPT" TO "TRNPROT"
           SET ENVIRONMENT "DD_PROTCSV" TO "TRNPCSV"
           SET ENVIRONMENT "DD_BOBSURV" TO "TRNSURV"
           SET ENVIRONMENT "DD_SURVRPT" TO "TRNSURRP"
           SET ENVIRONMENT "DD_TOPICRPT" TO "TRNTOPIC"
           SET ENVIRONMENT "DD_COLQRPT" TO "TRNCOLQR"
           SET ENVIRONMENT "DD_COLQNUM" TO "TRNCOLQN"
           SET ENVIRONMENT "DD_TREEFILE" TO "TRNTREE"
           SET ENVIRONMENT "DD_TREERPT" TO "TRNTREER"
           SET ENVIRONMENT "DD_RECORDS" TO "TRNRECS"
           SET ENVIRONMENT "DD_RECRPT" TO "TRNRECRP"
           SET ENVIRONMENT "DD_RECLCK" TO "TRNRLOCK"
           SET ENVIRONMENT "DD_VARRPT" TO "TRNVARRP"
           SET ENVIRONMENT "DD_CARDHIST" TO "TRNCHIST"
           SET ENVIRONMENT "DD_LABELFIL" TO "TRNLABEL"
           SET ENVIRONMENT "DD_LABELEXC" TO "TRNLABEX"
           SET ENVIRONMENT "DD_PARTMST" TO "TRNPARTM"
           SET ENVIRONMENT "DD_PARTHIST" TO "TRNPARTH"
           SET ENVIRONMENT "DD_PARTRPT" TO "TRNPARTR"
           SET ENVIRONMENT "DD_SPCRPT" TO "TRNSPCRP"
           SET ENVIRONMENT "DD_CORRFILE" TO "TRNCORR"
           SET ENVIRONMENT "DD_AWRDHIST" TO "TRNAWRDH"
           SET ENVIRONMENT "DD_IDSNAP" TO "TRNIDSNP"
           SET ENVIRONMENT "DD_IDWORK" TO "TRNIDWRK"
           SET ENVIRONMENT "DD_IDRPT" TO "TRNIDRPT"
           SET ENVIRONMENT "DD_HELDSCOR" TO "TRNHELD"
           SET ENVIRONMENT "DD_DQHIST" TO "TRNDQHST"
           SET ENVIRONMENT "DD_DQREASON" TO "TRNDQRSN"
           SET ENVIRONMENT "DD_DQMARKS" TO "TRNDQMRK"
           SET ENVIRONMENT "DD_DQSCARD" TO "TRNDQSCD"
      * A practice alert or bundle must never reach the mail
      * gateway: the notification queue and its log go to training
      * copies the gateway does not pick up.
           SET ENVIRONMENT "DD_NOTIFYQ" TO "TRNNOTQ"
           SET ENVIRONMENT "DD_NOTIFLOG" TO "TRNNOTLG"
      * SNAPFILE stays live on purpose: RESTORE off the production
      * archive is how the TRN* masters get seeded. SNAPSHOT sees
      * the shared training flag and refuses BACKUP instead, so a
           EXIT.

       VALIDATE-OPERATOR.
           PERFORM FIND-SIGNON-ROW
           MOVE "N" TO WS-CHANGE-DUE
           MOVE SPACES TO WS-SIGNON-AUDIT-RESULT
           MOVE SPACES TO WS-SIGNON-AUDIT-OPER
      * A disabled or locked-out operator fails sign-on the same as
      * an unknown one -- no hint that the id still exists on the
      * master; only the audit trail says which it was.
           EVALUATE TRUE
               WHEN WS-OPR-MATCH = 0
                   MOVE "REFUSED UNKNOWN OPERATOR"
                       TO WS-SIGNON-AUDIT-RESULT
               WHEN WS-OPR-STATUS(WS-OPR-MATCH) = "D"
                   MOVE "REFUSED OPERATOR DISABLED"
                       TO WS-SIGNON-AUDIT-RESULT
               WHEN WS-OPR-STATUS(WS-OPR-MATCH) = "L"
                   MOVE "REFUSED OPERATOR LOCKED OUT"
                       TO WS-SIGNON-AUDIT-RESULT
      * A row from before passwords existed: its operator sets one
      * now, and the audit trail shows it was set at first use.
               WHEN WS-OPR-PASS-HASH(WS-OPR-MATCH) = SPACES
                   MOVE "Y" TO WS-CHANGE-DUE
               WHEN OTHER
                   PERFORM CHECK-OPERATOR-PASSWORD
                   IF PASSWORD-OK THEN
                       PERFORM CHECK-PASSWORD-AGE
                   END-IF
           END-EVALUATE
           IF PASSWORD-CHANGE-DUE THEN
               PERFORM FORCE-PASSWORD-CHANGE
           END-IF
           IF WS-SIGNON-AUDIT-RESULT NOT = SPACES THEN
               DISPLAY "SIGN-ON REFUSED"
               PERFORM LOG-SIGNON-EVENT
           ELSE
               SET OPERATOR-SIGNED-ON TO TRUE
               MOVE WS-OPR-ID(WS-OPR-MATCH) TO WS-OPERATOR-ID
               MOVE WS-OPR-CLASS(WS-OPR-MATCH) TO WS-OPERATOR-CLASS
      * A good sign-on is audited too: the access recertification
      * reads each operator's last one back to find the dormant.
               MOVE "SIGNED ON" TO WS-SIGNON-AUDIT-RESULT
               MOVE WS-OPERATOR-ID TO WS-SIGNON-AUDIT-OPER
               PERFORM LOG-SIGNON-EVENT
           END-IF.
       VALIDATE-OPERATOR-EXIT.
           EXIT.

       FIND-SIGNON-ROW.
           MOVE 0 TO WS-OPR-MATCH
           IF WS-SIGNON-ID NOT = SPACES THEN
               PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
                   UNTIL WS-OPR-INDEX > WS-OPERATOR-COUNT
                   IF WS-OPR-ID(WS-OPR-INDEX) = WS-SIGNON-ID THEN
                       MOVE WS-OPR-INDEX TO WS-OPR-MATCH
                   END-IF
               END-PERFORM
           END-IF.
       FIND-SIGNON-ROW-EXIT.
           EXIT.

       COPY-ROW-FOR-UPDATE.
           MOVE WS-OPR-ID(WS-OPR-MATCH) TO WS-UPD-ID
           MOVE WS-OPR-STATUS(WS-OPR-MATCH) TO WS-UPD-STATUS
           MOVE WS-OPR-PASS-HASH(WS-OPR-MATCH) TO WS-UPD-PASS-HASH
           MOVE WS-OPR-PASS-SET(WS-OPR-MATCH) TO WS-UPD-PASS-SET
           MOVE WS-OPR-FAILS(WS-OPR-MATCH) TO WS-UPD-FAILS.
       COPY-ROW-FOR-UPDATE-EXIT.
           EXIT.

      ******************************************************************
      * The typed password against the row's PASSHASH value. A good
      * one clears the failure count; a bad one adds to it, and the
      * PASSWORD-MAX-FAILS-th bad one in a row locks the operator
      * out until OPERMNT unlocks them. Both sign-on and the idle
      * relock come through here.
      ******************************************************************
       CHECK-OPERATOR-PASSWORD.
           MOVE WS-OPR-ID(WS-OPR-MATCH) TO WS-HASH-OPERATOR-ID
           MOVE WS-SIGNON-PASSWORD TO WS-HASH-PASSWORD
           CALL "PASSHASH" USING WS-HASH-REQUEST
           MOVE SPACES TO WS-HASH-PASSWORD
           PERFORM COPY-ROW-FOR-UPDATE
           IF WS-HASH-VALUE = WS-OPR-PASS-HASH(WS-OPR-MATCH) THEN
               SET PASSWORD-OK TO TRUE
               IF WS-UPD-FAILS > 0 THEN
                   MOVE 0 TO WS-UPD-FAILS
                   PERFORM UPDATE-OPERATOR-ROW
               END-IF
           ELSE
               MOVE "N" TO WS-PASSWORD-OK
               IF WS-UPD-FAILS < 99 THEN
                   ADD 1 TO WS-UPD-FAILS
               END-IF
               MOVE SPACES TO WS-SIGNON-AUDIT-RESULT
               IF WS-UPD-FAILS >= WS-PASS-MAX-FAILS THEN
                   MOVE "L" TO WS-UPD-STATUS
                   STRING "LOCKED OUT AFTER " WS-UPD-FAILS
                       " BAD PASSWORDS"
                       DELIMITED BY SIZE INTO WS-SIGNON-AUDIT-RESULT
               ELSE
                   STRING "REFUSED BAD PASSWORD " WS-UPD-FAILS
                       " OF " WS-PASS-MAX-FAILS
                       DELIMITED BY SIZE INTO WS-SIGNON-AUDIT-RESULT
               END-IF
               PERFORM UPDATE-OPERATOR-ROW
           END-IF.
       CHECK-OPERATOR-PASSWORD-EXIT.
           EXIT.

      * Zeros on OP-PASS-SET mark a temporary password (a new
      * operator, or one OPERMNT reset); otherwise the password
      * lapses PASSWORD-EXPIRY-DAYS after it was set.
       CHECK-PASSWORD-AGE.
           MOVE "N" TO WS-CHANGE-DUE
           IF WS-OPR-PASS-SET(WS-OPR-MATCH) = 0 THEN
               MOVE "Y" TO WS-CHANGE-DUE
           ELSE
               COMPUTE WS-PASS-AGE =
                   INTEGER-OF-DATE(WS-SIGNON-TODAY)
                   - INTEGER-OF-DATE(WS-OPR-PASS-SET(WS-OPR-MATCH))
               IF WS-PASS-AGE >= WS-PASS-EXPIRY-DAYS
                   OR WS-PASS-AGE < 0 THEN
                   MOVE "Y" TO WS-CHANGE-DUE
               END-IF
           END-IF.
       CHECK-PASSWORD-AGE-EXIT.
           EXIT.

      ******************************************************************
      * The forced change: three goes at a new password, typed twice.
      * An unattended script has nobody to type it, so a change due
      * under CMDFILE refuses the sign-on instead -- the overnight
      * operator's password has to be kept current by hand.
      ******************************************************************
       FORCE-PASSWORD-CHANGE.
           IF SCRIPT-MODE THEN
               MOVE "REFUSED PASSWORD CHANGE DUE UNDER SCRIPT"
                   TO WS-SIGNON-AUDIT-RESULT
           ELSE
               DISPLAY "PASSWORD CHANGE REQUIRED"
               MOVE "N" TO WS-CHANGE-DONE
               MOVE 0 TO WS-CHANGE-TRIES
               PERFORM UNTIL PASSWORD-CHANGED
                   OR WS-CHANGE-TRIES >= 3
                   ADD 1 TO WS-CHANGE-TRIES
                   PERFORM TAKE-NEW-PASSWORD
               END-PERFORM
               IF PASSWORD-CHANGED THEN
                   PERFORM COPY-ROW-FOR-UPDATE
                   MOVE WS-HASH-VALUE TO WS-UPD-PASS-HASH
                   MOVE WS-SIGNON-TODAY TO WS-UPD-PASS-SET
                   MOVE 0 TO WS-UPD-FAILS
                   IF WS-OPR-PASS-HASH(WS-OPR-MATCH) = SPACES THEN
                       MOVE "PASSWORD SET AT FIRST SIGN-ON"
                           TO WS-SIGNON-AUDIT-RESULT
                   ELSE
                       MOVE "PASSWORD CHANGED AT SIGN-ON"
                           TO WS-SIGNON-AUDIT-RESULT
                   END-IF
                   PERFORM UPDATE-OPERATOR-ROW
                   MOVE WS-UPD-ID TO WS-SIGNON-AUDIT-OPER
                   PERFORM LOG-SIGNON-EVENT
                   MOVE SPACES TO WS-SIGNON-AUDIT-RESULT
                   MOVE SPACES TO WS-SIGNON-AUDIT-OPER
                   DISPLAY "PASSWORD CHANGED"
               ELSE
                   MOVE "REFUSED PASSWORD CHANGE NOT COMPLETED"
                       TO WS-SIGNON-AUDIT-RESULT
               END-IF
           END-IF.
       FORCE-PASSWORD-CHANGE-EXIT.
           EXIT.

       TAKE-NEW-PASSWORD.
           SET SECRET-ANSWER TO TRUE
           DISPLAY "New password: " WITH NO ADVANCING
           MOVE "New password:" TO WS-PROMPT-TEXT
           PERFORM PROMPTED-INPUT
           MOVE WS-INPUT-BUFFER(1:20) TO WS-NEW-PASSWORD
           MOVE 0 TO WS-PASS-LENGTH
           IF WS-INPUT-BUFFER(21:60) NOT = SPACES THEN
               MOVE 99 TO WS-PASS-LENGTH
           ELSE
               IF WS-NEW-PASSWORD NOT = SPACES THEN
                   MOVE LENGTH(TRIM(WS-NEW-PASSWORD TRAILING))
                       TO WS-PASS-LENGTH
               END-IF
           END-IF
           DISPLAY "Repeat new password: " WITH NO ADVANCING
           MOVE "Repeat new password:" TO WS-PROMPT-TEXT
           PERFORM PROMPTED-INPUT
           MOVE WS-INPUT-BUFFER(1:20) TO WS-CONFIRM-PASSWORD
           MOVE SPACES TO WS-INPUT-BUFFER
           MOVE "N" TO WS-SECRET-ANSWER
           MOVE WS-OPR-ID(WS-OPR-MATCH) TO WS-HASH-OPERATOR-ID
           MOVE WS-NEW-PASSWORD TO WS-HASH-PASSWORD
           CALL "PASSHASH" USING WS-HASH-REQUEST
           EVALUATE TRUE
               WHEN WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
                   DISPLAY "PASSWORDS DO NOT MATCH"
               WHEN WS-PASS-LENGTH < WS-PASS-MIN-LENGTH
                   OR WS-PASS-LENGTH > 20
                   DISPLAY "PASSWORD MUST BE " WS-PASS-MIN-LENGTH
                       " TO 20 CHARACTERS"
               WHEN WS-NEW-PASSWORD = WS-OPR-ID(WS-OPR-MATCH)
                   DISPLAY "PASSWORD MAY NOT BE THE OPERATOR ID"
               WHEN WS-HASH-VALUE = WS-OPR-PASS-HASH(WS-OPR-MATCH)
                   DISPLAY "NEW PASSWORD MUST DIFFER FROM THE OLD ONE"
               WHEN OTHER
                   SET PASSWORD-CHANGED TO TRUE
           END-EVALUATE
           MOVE SPACES TO WS-NEW-PASSWORD
           MOVE SPACES TO WS-CONFIRM-PASSWORD
           MOVE SPACES TO WS-HASH-PASSWORD.
       TAKE-NEW-PASSWORD-EXIT.
           EXIT.

      * Refusals, lockouts and password changes, one audit line
      * each. A refused attempt has nobody signed on, so the id
      * that was tried rides in INPUT and OPER= stays blank.
       LOG-SIGNON-EVENT.
           MOVE CURRENT-DATE TO WS-SIGNON-STAMP
           MOVE SPACES TO WS-SIGNON-AUDIT-INPUT
           STRING "SIGNON " WS-SIGNON-ID
               DELIMITED BY SIZE INTO WS-SIGNON-AUDIT-INPUT
           MOVE SPACES TO WS-SIGNON-AUDIT-LINE
           STRING WS-SIGNON-STAMP " PROGRAM=" WS-SIGNON-AUDIT-PROGRAM
               " INPUT=" WS-SIGNON-AUDIT-INPUT
               " RESULT=" WS-SIGNON-AUDIT-RESULT
               " OPER=" WS-SIGNON-AUDIT-OPER
               DELIMITED BY SIZE INTO WS-SIGNON-AUDIT-LINE
           CALL "AUDITSVC" USING WS-SIGNON-AUDIT-LINE.
       LOG-SIGNON-EVENT-EXIT.
           EXIT.

      ******************************************************************
      ******************************************************************
       CHECK-OPTION-AUTH.
           MOVE "Y" TO WS-AUTH-OK
           MOVE "N" TO WS-OPTION-RESTRICTED
           PERFORM VARYING WS-AUTH-INDEX FROM 1 BY 1
               UNTIL WS-AUTH-INDEX > WS-AUTH-COUNT
               IF WS-AUTH-CHOICE(WS-AUTH-INDEX) = WS-CHOICE THEN
                   MOVE "N" TO WS-AUTH-OK
                   SET OPTION-RESTRICTED TO TRUE
                   PERFORM VARYING WS-CLASS-SCAN FROM 1 BY 1
                       UNTIL WS-CLASS-SCAN > 8
                       IF WS-AUTH-CLASSES(WS-AUTH-INDEX)
       CHECK-OPTION-AUTH-EXIT.
           EXIT.

      * One line per selection of a restricted option, "OPTION nnn"
      * with SELECTED or the refusal, attributed the usual way.
       LOG-OPTION-USE.
           MOVE CURRENT-DATE TO WS-SIGNON-STAMP
           MOVE SPACES TO WS-SIGNON-AUDIT-INPUT
           STRING "OPTION " WS-CHOICE
               DELIMITED BY SIZE INTO WS-SIGNON-AUDIT-INPUT
           IF OPTION-AUTHORIZED THEN
               MOVE "SELECTED" TO WS-SIGNON-AUDIT-RESULT
           ELSE
               MOVE "REFUSED NOT AUTHORIZED" TO WS-SIGNON-AUDIT-RESULT
           END-IF
           MOVE WS-OPERATOR-ID TO WS-SIGNON-AUDIT-OPER
           MOVE SPACES TO WS-SIGNON-AUDIT-LINE
           STRING WS-SIGNON-STAMP " PROGRAM=" WS-SIGNON-AUDIT-PROGRAM
               " INPUT=" WS-SIGNON-AUDIT-INPUT
               " RESULT=" WS-SIGNON-AUDIT-RESULT
               " OPER=" WS-SIGNON-AUDIT-OPER
               DELIMITED BY SIZE INTO WS-SIGNON-AUDIT-LINE
           CALL "AUDITSVC" USING WS-SIGNON-AUDIT-LINE.
       LOG-OPTION-USE-EXIT.
           EXIT.

      ******************************************************************
      * One operator answer: from the terminal normally, or the next
      * CMDFILE record in script mode -- where the prompt and the
               DISPLAY "Operator ID to unlock: " WITH NO ADVANCING
               ACCEPT WS-INPUT-BUFFER
               IF WS-INPUT-BUFFER(1:8) = WS-OPERATOR-ID THEN
                   PERFORM CHECK-RELOCK-PASSWORD
               ELSE
                   DISPLAY "NOT THE SIGNED-ON OPERATOR"
               END-IF
       RELOCK-SESSION-EXIT.
           EXIT.

      * On a secured system the unlock takes the password too, and
      * a bad one counts toward the lockout like one at sign-on; a
      * lockout ends the session at once.
       CHECK-RELOCK-PASSWORD.
           IF WS-OPERATOR-COUNT = 0 THEN
               MOVE "Y" TO WS-RELOCK-OK
           ELSE
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT WS-INPUT-BUFFER
               MOVE WS-INPUT-BUFFER(1:20) TO WS-SIGNON-PASSWORD
               MOVE SPACES TO WS-INPUT-BUFFER
               MOVE WS-OPERATOR-ID TO WS-SIGNON-ID
               PERFORM FIND-SIGNON-ROW
               IF WS-OPR-MATCH = 0 THEN
                   MOVE "N" TO WS-PASSWORD-OK
                   MOVE "REFUSED UNKNOWN OPERATOR"
                       TO WS-SIGNON-AUDIT-RESULT
               ELSE
                   PERFORM CHECK-OPERATOR-PASSWORD
               END-IF
               MOVE SPACES TO WS-SIGNON-PASSWORD
               IF PASSWORD-OK THEN
                   MOVE "Y" TO WS-RELOCK-OK
               ELSE
                   DISPLAY "NOT THE SIGNED-ON OPERATOR"
                   MOVE SPACES TO WS-SIGNON-AUDIT-OPER
                   PERFORM LOG-SIGNON-EVENT
                   IF WS-OPR-MATCH = 0 OR WS-UPD-STATUS = "L" THEN
                       MOVE 3 TO WS-RELOCK-TRIES
                   END-IF
               END-IF
           END-IF.
       CHECK-RELOCK-PASSWORD-EXIT.
           EXIT.

      * The clean sign-off: the event on SESSLOG and the audit
      * trail, then the session ends -- score-affecting options
      * stop being open to anyone passing the terminal.
               END-IF
           END-IF
           MOVE SPACES TO SESSION-LOG-LINE
      * A password never reaches SESSLOG.
           MOVE WS-INPUT-BUFFER TO WS-LOGGED-ANSWER
           IF SECRET-ANSWER THEN
               MOVE "********" TO WS-LOGGED-ANSWER
           END-IF
      * A training session's log lines are unmistakable as such.
           IF TRAINING-SESSION THEN
               STRING "TRAINING " FUNCTION TRIM(WS-PROMPT-TEXT) " "
                   FUNCTION TRIM(WS-LOGGED-ANSWER)
                   DELIMITED BY SIZE INTO SESSION-LOG-LINE
           ELSE
               STRING FUNCTION TRIM(WS-PROMPT-TEXT) " "
                   FUNCTION TRIM(WS-LOGGED-ANSWER)
                   DELIMITED BY SIZE INTO SESSION-LOG-LINE
           END-IF
           WRITE SESSION-LOG-LINE.
               DISPLAY " UTILITY SUITE OPERATOR MENU"
           END-IF
           DISPLAY "=================================================="
           PERFORM VARYING WS-MENU-LINE FROM 1 BY 1
               UNTIL WS-MENU-LINE > WS-MENU-TEXT-COUNT
               DISPLAY FUNCTION TRIM(WS-MENU-TEXT-ENTRY(WS-MENU-LINE)
                   TRAILING)
           END-PERFORM
           DISPLAY " 99 Exit"
           DISPLAY "Enter selection: " WITH NO ADVANCING.
       DISPLAY-MENU-EXIT.
                   TO WS-SESSION-TURN(WS-SESSION-INDEX)
           END-PERFORM
           MOVE "SESSION" TO WS-BOB-MODE
           CALL "BOB" USING WS-BOB-MODE
      * A multi-turn session closes with the satisfaction survey:
      * a rating, and a comment only once there is a rating to go
      * with it. Blank or anything but 1 to 5 skips the survey.
           IF WS-SESSION-TURN-COUNT > 1 THEN
               DISPLAY "Did BOB help? Rate 1 (not at all) to "
                   "5 (fully), blank to skip: " WITH NO ADVANCING
               MOVE "Did BOB help? Rate 1-5, blank to skip:"
                   TO WS-PROMPT-TEXT
               PERFORM PROMPTED-INPUT
               MOVE WS-INPUT-BUFFER TO WS-SURVEY-RATING
               MOVE SPACES TO WS-SURVEY-COMMENT
               IF WS-SURVEY-RATING >= "1"
                   AND WS-SURVEY-RATING <= "5"
                   AND WS-INPUT-BUFFER(2:1) = SPACE THEN
                   DISPLAY "Comment (optional): " WITH NO ADVANCING
                   MOVE "Comment (optional):"
                       TO WS-PROMPT-TEXT
                   PERFORM PROMPTED-INPUT
                   MOVE WS-INPUT-BUFFER TO WS-SURVEY-COMMENT
                   MOVE "SURVEY" TO WS-BOB-MODE
                   CALL "BOB" USING WS-BOB-MODE
                   DISPLAY "Thank you -- rating recorded."
               ELSE
                   DISPLAY "No rating recorded."
               END-IF
           END-IF.
       RUN-BOB-SESSION-EXIT.
           EXIT.

           DISPLAY "Running nucleotide-count over SEQDROP..."
           MOVE "DROPFILE" TO WS-NUCLEOTIDE-MODE
           CALL "nucleotide-count" USING WS-NUCLEOTIDE-MODE
           DISPLAY "Drop-file run complete -- see CNTRPT; "
               "sequencer receipt on RECEIPT.".
       RUN-NUCLEOTIDE-DROPFILE-EXIT.
           EXIT.


      * Drives YACHT-PROGRAM's whole-game engine: 2-4 players, twelve
      * rounds, category-once enforcement, winner declared, totals
      * pushed to the shared SCOREFILE. A game saved part-way is
      * resumed by keying its game identifier here again.
       RUN-YACHT-GAME.
           MOVE "GAME" TO WS-YACHT-MODE
           CALL "YACHT-PROGRAM" USING WS-YACHT-MODE.
       RUN-TWO-FER-PRINT-EXIT.
           EXIT.

      * Drives two-fer's daily run: birthday and service-anniversary
      * cards coming due within the lead time, printed once each.
       RUN-TWO-FER-OCCASIONS.
           DISPLAY "Running the daily occasion cards over RECIPMST..."
           MOVE "OCCASIONS" TO WS-TWOFER-MODE
           CALL "two-fer" USING WS-TWOFER-MODE
           DISPLAY "Occasion run complete -- see PRINTFIL.".
       RUN-TWO-FER-OCCASIONS-EXIT.
           EXIT.

      * Drives two-fer's mailing-label run: one label per card of the
      * print run, 3-across, with the address exceptions listed
      * first.
       RUN-TWO-FER-LABELS.
           DISPLAY "Running the mailing labels over RECIPMST..."
           MOVE "LABELRUN" TO WS-TWOFER-MODE
           CALL "two-fer" USING WS-TWOFER-MODE
           DISPLAY "Label run complete -- see LABELFIL and LABELEXC.".
       RUN-TWO-FER-LABELS-EXIT.
           EXIT.

      * The drafting part master: part drawings, and one part's
      * measurement history to PARTRPT.
       RUN-PART-MASTER.
           CALL "TRIPART".
       RUN-PART-MASTER-EXIT.
           EXIT.

      * Control charts of the part measurements on PARTHIST, to
      * SPCRPT.
       RUN-PART-SPC.
           CALL "TRISPC".
       RUN-PART-SPC-EXIT.
           EXIT.

      * Drives QUEEN-ATTACK's whole-board position evaluation over
      * BOARDFIL (piece records or one FEN record), optionally
      * writing the evaluated board back out as FEN.
       RUN-BOARD-POSITION.
           DISPLAY "Write the board as FEN on ATTACKRP? (Y/N): "
               WITH NO ADVANCING
           MOVE "Write the board as FEN on ATTACKRP? (Y/N):"
               TO WS-PROMPT-TEXT
           PERFORM PROMPTED-INPUT
           MOVE WS-INPUT-BUFFER TO WS-QUEEN-FEN-EXPORT
           DISPLAY "Evaluating the position on BOARDFIL..."
           MOVE "POSITION" TO WS-QUEEN-MODE
           CALL "QUEEN-ATTACK" USING WS-QUEEN-MODE
       RUN-BOARD-POSITION-EXIT.
           EXIT.

      * Drives QUEEN-ATTACK's N-queens solver: board size and an
      * optional partial placement in, every solution on BOARDRPT.
       RUN-QUEEN-SOLVER.
           DISPLAY "Enter board size (4-8): " WITH NO ADVANCING
           MOVE "Enter board size (4-8):" TO WS-PROMPT-TEXT
           PERFORM PROMPTED-INPUT
           MOVE WS-INPUT-BUFFER TO WS-QUEEN-SOLVE-SIZE
           DISPLAY "Enter placed queens row,col;row,col (blank=none): "
               WITH NO ADVANCING
           MOVE "Enter placed queens row,col;row,col (blank=none):"
               TO WS-PROMPT-TEXT
           PERFORM PROMPTED-INPUT
           MOVE WS-INPUT-BUFFER TO WS-QUEEN-PLACEMENT
           MOVE "SOLVE" TO WS-QUEEN-MODE
           CALL "QUEEN-ATTACK" USING WS-QUEEN-MODE
           IF WS-QUEEN-RESULT = 1 THEN
               DISPLAY "Solver complete -- see BOARDRPT."
           ELSE
               DISPLAY "Solver rejected the board -- see BOARDRPT."
           END-IF.
       RUN-QUEEN-SOLVER-EXIT.
           EXIT.

      * Drives QUEEN-ATTACK's legal move list for the side to move on
      * the BOARDFIL position.
       RUN-LEGAL-MOVES.
           DISPLAY "Listing legal moves for the BOARDFIL position..."
           MOVE "MOVES" TO WS-QUEEN-MODE
           CALL "QUEEN-ATTACK" USING WS-QUEEN-MODE
           DISPLAY "Move list complete -- see LEGALRPT.".
       RUN-LEGAL-MOVES-EXIT.
           EXIT.

      * Drives QUEEN-ATTACK's mate-in-one check of the puzzle sheet
      * on PUZZLFIL.
       RUN-MATE-PUZZLES.
           DISPLAY "Checking the mate-in-one puzzles on PUZZLFIL..."
           MOVE "PUZZLE" TO WS-QUEEN-MODE
           CALL "QUEEN-ATTACK" USING WS-QUEEN-MODE
           DISPLAY "Puzzle check complete -- see PUZZLRPT.".
       RUN-MATE-PUZZLES-EXIT.
           EXIT.

      * Drives the MOVELOG replay validation.
       RUN-QUEEN-REPLAY.
           DISPLAY "Replaying MOVELOG..."
           EXIT.

      * Generates the year's pay schedule from CALOUT and the
      * PAYRULES frequency rules, one schedule per payroll group,
      * in PAYDATES format.
       RUN-PAYDATE-GENERATE.
           DISPLAY "Generating the pay schedule..."
           CALL "PAYGEN"
       RUN-TRIANGLE-COORDS-EXIT.
           EXIT.

      * Drives TRIANGLE's polygon mode over POLYFIL: each survey plot
      * is checked, cut into triangles and measured.
       RUN-TRIANGLE-POLYGON.
           DISPLAY "Running TRIANGLE polygons over POLYFIL..."
           MOVE "POLYGON" TO WS-TRIANGLE-MODE
           CALL "TRIANGLE" USING WS-TRIANGLE-MODE
           DISPLAY "Batch complete -- see RESULTFL.".
       RUN-TRIANGLE-POLYGON-EXIT.
           EXIT.

      * Drives the DEGENLOG correction worksheet and the TRIRESUB
      * resubmission feed.
       RUN-DRAFTING-EXCEPTIONS.
       RUN-DEPARTMENT-BOARD-EXIT.
           EXIT.

      * Prints the year-end awards from a year of archived
      * leaderboard periods.
       RUN-YEAR-AWARDS.
           DISPLAY "Award year (YYYY): " WITH NO ADVANCING
           MOVE "Award year (YYYY):"
               TO WS-PROMPT-TEXT
           PERFORM PROMPTED-INPUT
           MOVE WS-INPUT-BUFFER
               TO WS-AWARD-YEAR
           CALL "YEARAWRD"
           DISPLAY "Awards complete -- see YEARRPT.".
       RUN-YEAR-AWARDS-EXIT.
           EXIT.

      * Drives the filing and supervisor sign-off of score
      * corrections, applied through SCORESVC.
       RUN-SCORE-CORRECTIONS.
           CALL "SCORCORR".
       RUN-SCORE-CORRECTIONS-EXIT.
           EXIT.

      * Renames a player id, or merges two, across every score
      * file under the score locks, with an undo set on IDSNAP.
       RUN-PLAYER-IDENTITY.
           CALL "PLAYERID".
       RUN-PLAYER-IDENTITY-EXIT.
           EXIT.

      * Supervisor release or rejection of pushed scores SCORESVC
      * held as implausible.
       RUN-HELD-SCORES.
           CALL "SCOREHLD".
       RUN-HELD-SCORES-EXIT.
           EXIT.

      * Prints the quarterly access recertification off OPERFILE,
      * AUTHFILE and the audit trail.
       RUN-ACCESS-RECERT.
           DISPLAY "Building the access recertification..."
           CALL "ACCRECRT"
           DISPLAY "Report written -- see RECERTRPT.".
       RUN-ACCESS-RECERT-EXIT.
           EXIT.

      * Holds every dataset present to its DSCATLG entry and lists
      * the cataloged ones missing and the present ones uncataloged.
       RUN-CATALOG-CHECK.
           CALL "CATVRFY".
       RUN-CATALOG-CHECK-EXIT.
           EXIT.

      * Forecasts tonight's chain against the batch window from run
      * history and the feeds waiting; JOBRUN also runs it first.
       RUN-WINDOW-FORECAST.
           CALL "WINFCST".
       RUN-WINDOW-FORECAST-EXIT.
           EXIT.

      * Checks and strips the inbound feeds' sender envelopes,
      * quarantining a bad feed; JOBRUN also runs it first.
       RUN-FEED-GATE.
           CALL "FEEDGATE".
       RUN-FEED-GATE-EXIT.
           EXIT.

      * Scores each feed's reject rate from the reject files, with
      * its reasons and thirty-day trend, onto DQSCARD for DISTRIB.
       RUN-QUALITY-SCORECARD.
           CALL "DQSCORE".
       RUN-QUALITY-SCORECARD-EXIT.
           EXIT.

      * Audits the persistent masters' structure and cross-file
      * agreement, with a repair mode that writes corrected copies.
       RUN-MASTER-VERIFY.
       RUN-SNAPSHOT-EXIT.
           EXIT.

      * Walks each pay date back through DAYCAL to its timesheet
      * cutoff and approval deadline.
       RUN-PAYDATE-CUTOFF.
           DISPLAY "Building the timesheet cutoff schedule..."
           CALL "PAYCUT"
           DISPLAY "Schedule written -- see CUTOFF and CUTRPT.".
       RUN-PAYDATE-CUTOFF-EXIT.
           EXIT.

      * Drives the supervisor sign-off of PAYADJ's proposals and
      * the apply to PAYDATES.
       RUN-PAYDATE-SIGNOFF.
           CALL "PAYAPPR".
       RUN-PAYDATE-SIGNOFF-EXIT.
           EXIT.

      * Counts the business days and holidays in every pay period
      * for proration.
       RUN-PAY-PRORATION.
           DISPLAY "Measuring pay periods for proration..."
           CALL "PAYPRO"
           DISPLAY "Proration written -- see PRORPT and PROEXP.".
       RUN-PAY-PRORATION-EXIT.
           EXIT.

      * Re-rates every multi-player PUSHLOG game onto RATEFILE and
      * prints the ratings board YACHTTRN can seed from.
       RUN-SKILL-RATINGS.
           DISPLAY "Rating players from PUSHLOG..."
           CALL "ELORATE"
           DISPLAY "Ratings written -- see RATEFILE and RATERPT.".
       RUN-SKILL-RATINGS-EXIT.
           EXIT.

      * Per-player and shop-wide category averages, zero rates, and
      * upper-bonus rate off ROLLHIST.
       RUN-CATEGORY-ANALYSIS.
           DISPLAY "Analysing ROLLHIST categories..."
           CALL "YACHTCAT"
           DISPLAY "Analysis written -- see CATRPT.".
       RUN-CATEGORY-ANALYSIS-EXIT.
           EXIT.

      * Saved multi-player games older than SAVED-GAME-DAYS, listed
      * for cleanup.
       RUN-SAVED-GAME-LIST.
           DISPLAY "Listing stale saved games..."
           CALL "YACHTSVL"
           DISPLAY "Listing written -- see SAVRPT.".
       RUN-SAVED-GAME-LIST-EXIT.
           EXIT.

      * Sequencer delivery manifest against what actually arrived;
      * missing samples go on SAMPMST as EXPECTED.
       RUN-MANIFEST-RECON.
           DISPLAY "Reconciling MANIFEST against arrivals..."
           CALL "MANRECON"
           DISPLAY "Reconciliation written -- see MANRPT.".
       RUN-MANIFEST-RECON-EXIT.
           EXIT.

      * Searches both strands of every SEQFILE sample for the lab's
      * MOTIFS list.
       RUN-MOTIF-SCAN.
           DISPLAY "Scanning SEQFILE for MOTIFS..."
           CALL "MOTIFSCN"
           DISPLAY "Scan complete -- see MOTIFRPT.".
       RUN-MOTIF-SCAN-EXIT.
           EXIT.

      * Aligns each SEQFILE sample to its REFSEQ reference and
      * writes every difference.
       RUN-VARIANT-REPORT.
           DISPLAY "Aligning SEQFILE against REFSEQ..."
           CALL "VARCALL"
           DISPLAY "Variants written -- see VARFILE and VARRPT.".
       RUN-VARIANT-REPORT-EXIT.
           EXIT.

      * One majority-vote consensus strand per SEQFILE sample from
      * its repeated reads.
       RUN-CONSENSUS-BUILD.
           DISPLAY "Building consensus strands from SEQFILE..."
           CALL "CONSBLD"
           DISPLAY "Consensus written -- see CONSEQ and CONSRPT.".
       RUN-CONSENSUS-BUILD-EXIT.
           EXIT.

      * Per client, samples completed on time and late this week
      * and samples open past their promised turnaround.
       RUN-CLIENT-SLA-REPORT.
           DISPLAY "Judging SAMPMST against CLNTMST turnaround..."
           CALL "SLARPT"
           DISPLAY "Report written -- see SLARPT.".
       RUN-CLIENT-SLA-REPORT-EXIT.
           EXIT.

      * Length, residue composition, weight, and hydrophobic share
      * of every ORF in SEQFILE, under the genetic code picked here.
       RUN-PROTEIN-PROPERTIES.
           DISPLAY "Genetic code (blank=STANDARD): "
               WITH NO ADVANCING
           MOVE "Genetic code (blank=STANDARD):"
               TO WS-PROMPT-TEXT
           PERFORM PROMPTED-INPUT
           MOVE WS-INPUT-BUFFER
               TO WS-RNA-GENETIC-CODE
           DISPLAY "Scanning SEQFILE reading frames for proteins..."
           MOVE "PROTPROP" TO WS-RNA-MODE
           CALL "rna-transcription" USING WS-RNA-MODE
           DISPLAY "Properties written -- see PROTRPT and PROTCSV.".
       RUN-PROTEIN-PROPERTIES-EXIT.
           EXIT.

      * The month's BOB survey results: rating spread, averages by
      * language and FAQ use, low-rated comments in full.
       RUN-SURVEY-REPORT.
           DISPLAY "Month to report (YYYYMM, blank=this month): "
               WITH NO ADVANCING
           MOVE "Month to report (YYYYMM, blank=this month):"
               TO WS-PROMPT-TEXT
           PERFORM PROMPTED-INPUT
           MOVE WS-INPUT-BUFFER
               TO WS-SURVEY-PERIOD
           CALL "SURVRPT"
           DISPLAY "Report written -- see SURVRPT.".
       RUN-SURVEY-REPORT-EXIT.
           EXIT.

      * What users asked BOB about, per BOBTOPIC topic, by week.
       RUN-TOPIC-TRENDS.
           DISPLAY "Classifying CONVOLOG turns by topic..."
           CALL "TOPICRPT"
           DISPLAY "Report written -- see TOPICRPT.".
       RUN-TOPIC-TRENDS-EXIT.
           EXIT.

      * Searches CACHEFIL and TRAJFILE for the starts answering one
      * question; the hit list in COLQNUM is ready to run as NUMFILE.
       RUN-COLLATZ-QUERY.
           DISPLAY "Query (STEPS, RANGE, PEAK, PASSES): "
               WITH NO ADVANCING
           MOVE "Query (STEPS, RANGE, PEAK, PASSES):"
               TO WS-PROMPT-TEXT
           PERFORM PROMPTED-INPUT
           MOVE FUNCTION UPPER-CASE(WS-INPUT-BUFFER)
               TO WS-COLLATZ-QUERY-TYPE
           IF WS-COLLATZ-QUERY-TYPE = "RANGE" THEN
               DISPLAY "Fewest steps: " WITH NO ADVANCING
               MOVE "Fewest steps:" TO WS-PROMPT-TEXT
           ELSE
               DISPLAY "Steps, peak or value: " WITH NO ADVANCING
               MOVE "Steps, peak or value:" TO WS-PROMPT-TEXT
           END-IF
           PERFORM PROMPTED-INPUT
           MOVE WS-INPUT-BUFFER
               TO WS-COLLATZ-QUERY-LOW
           MOVE SPACES TO WS-COLLATZ-QUERY-HIGH
           IF WS-COLLATZ-QUERY-TYPE = "RANGE" THEN
               DISPLAY "Most steps: " WITH NO ADVANCING
               MOVE "Most steps:" TO WS-PROMPT-TEXT
               PERFORM PROMPTED-INPUT
               MOVE WS-INPUT-BUFFER
                   TO WS-COLLATZ-QUERY-HIGH
           END-IF
           CALL "COLQUERY"
           DISPLAY "Query complete -- see COLQRPT and COLQNUM.".
       RUN-COLLATZ-QUERY-EXIT.
           EXIT.

      * Every number reaching a root within a depth, to TREEFILE,
      * with the per-level counts (and, on request, the indented
      * view of a shallow tree) on TREERPT.
       RUN-COLLATZ-TREE.
           DISPLAY "Root value: " WITH NO ADVANCING
           MOVE "Root value:" TO WS-PROMPT-TEXT
           PERFORM PROMPTED-INPUT
           MOVE WS-INPUT-BUFFER
               TO WS-COLLATZ-TREE-ROOT
           DISPLAY "Depth (steps, 1-99): " WITH NO ADVANCING
           MOVE "Depth (steps, 1-99):" TO WS-PROMPT-TEXT
           PERFORM PROMPTED-INPUT
           MOVE WS-INPUT-BUFFER
               TO WS-COLLATZ-TREE-DEPTH
           DISPLAY "Indented print view (Y/N): " WITH NO ADVANCING
           MOVE "Indented print view (Y/N):" TO WS-PROMPT-TEXT
           PERFORM PROMPTED-INPUT
           MOVE FUNCTION UPPER-CASE(WS-INPUT-BUFFER)
               TO WS-COLLATZ-TREE-VIEW
           CALL "COLTREE"
           DISPLAY "Tree complete -- see TREEFILE and TREERPT.".
       RUN-COLLATZ-TREE-EXIT.
           EXIT.

      * The all-time delay and peak record holders off RECORDS, as
      * the batch runs and merges have posted them.
       RUN-COLLATZ-RECORDS.
           DISPLAY "Reporting the RECORDS register..."
           MOVE "REPORT" TO WS-REC-ACTION
           MOVE "MENU" TO WS-REC-SOURCE
           CALL "COLLREC" USING WS-RECORDS-REQUEST
           DISPLAY "Report written -- see RECRPT.".
       RUN-COLLATZ-RECORDS-EXIT.
           EXIT.

      * Drives collatz-conjecture's variant mode: the NUMFILE batch
      * under the qn+r map given here, outcomes to VARRPT.
       RUN-COLLATZ-VARIANT.
           DISPLAY "Multiplier q (1-999): " WITH NO ADVANCING
           MOVE "Multiplier q (1-999):" TO WS-PROMPT-TEXT
           PERFORM PROMPTED-INPUT
           MOVE WS-INPUT-BUFFER
               TO WS-COLLATZ-VARIANT-MULT
           DISPLAY "Addend r (-999 to 999): " WITH NO ADVANCING
           MOVE "Addend r (-999 to 999):" TO WS-PROMPT-TEXT
           PERFORM PROMPTED-INPUT
           MOVE WS-INPUT-BUFFER
               TO WS-COLLATZ-VARIANT-ADDEND
           DISPLAY "Running collatz-conjecture variant over NUMFILE..."
           MOVE "VARIANT" TO WS-COLLATZ-MODE
           CALL "collatz-conjecture" USING WS-COLLATZ-MODE
           DISPLAY "Variant run complete -- see VARRPT.".
       RUN-COLLATZ-VARIANT-EXIT.
           EXIT.

      * Builds NUMFILE from one specification line -- RANGE lo hi,
      * STRIDE lo hi s, ODD lo hi, RESIDUE lo hi m r, or SAMPLE lo
      * hi k seed. The line is audited as entered so the same feed
      * can be rebuilt later.
       RUN-NUMGEN.
           DISPLAY "Spec (RANGE, STRIDE, ODD, RESIDUE, SAMPLE ...): "
               WITH NO ADVANCING
           MOVE "Spec (RANGE, STRIDE, ODD, RESIDUE, SAMPLE ...):"
               TO WS-PROMPT-TEXT
           PERFORM PROMPTED-INPUT
           MOVE WS-INPUT-BUFFER TO WS-NUMGEN-SPEC
           CALL "NUMGEN"
           DISPLAY "Generation complete -- see NUMFILE.".
       RUN-NUMGEN-EXIT.
           EXIT.

       FOLD-DASHBOARD-LINE.
           IF AL-TIMESTAMP(1:8) IS NOT NUMERIC THEN
               CONTINUE
