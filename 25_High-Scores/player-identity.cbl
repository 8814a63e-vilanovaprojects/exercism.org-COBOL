      ******************************************************************
      * PLAYERID: player identity rename and merge across every
      * score file. Players change badge names, and some have
      * scores under two ids ("JSMITH" and "J SMITH"), with their
      * history split across the masters. RENAME moves one id to a
      * new, unused id; MERGE folds one id into another that is
      * already on file. Either rewrites the player id consistently
      * on SCOREFILE, LEADERFL, HISTFILE, ACHFILE, PUSHLOG,
      * ROSTERFL, HCAPFILE and TOURNFIL -- and on ROLLHIST, RATEFILE,
      * the SCOREOVF overflow archive and the HELDSCOR held pushes,
      * so YACHTREC, ELORATE, the archived scores and a held score's
      * release follow the player too -- all under the SCORE and
      * LEADER locks.
      *
      * A merge appends the surviving id's packed scores after the
      * merged-away id's, so the survivor's latest stays latest; a
      * combined row past 200 scores rolls its oldest 100 to
      * SCOREOVF at a time, as SCORESVC's ADDSCORE does. The
      * LEADERFL row is restated from the combined row (latest
      * non-zero score; best of the row and both ids' recorded
      * bests). The one-row-per-player files (ROSTERFL, HCAPFILE,
      * RATEFILE) keep the surviving id's row; an achievement both
      * ids earned is kept once, on the earlier date.
      *
      * Every action first captures the twelve files as a set on
      * IDSNAP (SNAPSHOT's set layout: *SNAPSET, *SNAP, the lines,
      * *SNAPMEM, *SNAPSET END) and prints a before/after report
      * to IDRPT naming the set; UNDO restores a named set whole,
      * so a merge can be taken back. A set taken before HELDSCOR
      * joined carries eleven files, and restores as it stands.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYERID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MB-SCOREFILE ASSIGN TO "SCOREFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MB-LEADERFL ASSIGN TO "LEADERFL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MB-HISTFILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MB-ACHFILE ASSIGN TO "ACHFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MB-PUSHLOG ASSIGN TO "PUSHLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MB-ROSTERFL ASSIGN TO "ROSTERFL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MB-HCAPFILE ASSIGN TO "HCAPFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MB-TOURNFIL ASSIGN TO "TOURNFIL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MB-ROLLHIST ASSIGN TO "ROLLHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MB-RATEFILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MB-SCOREOVF ASSIGN TO "SCOREOVF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MB-HELDSCOR ASSIGN TO "HELDSCOR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ID-SNAP-FILE ASSIGN TO "IDSNAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ID-WORK-FILE ASSIGN TO "IDWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ID-REPORT ASSIGN TO "IDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Widest member is SCOREFILE at 623 bytes; the members travel
      * whole in a generic buffer, as SNAPSHOT carries them.
       FD MB-SCOREFILE.
       01 MB-SCOREFILE-REC PIC X(623).
       FD MB-LEADERFL.
       01 MB-LEADERFL-REC PIC X(623).
       FD MB-HISTFILE.
       01 MB-HISTFILE-REC PIC X(623).
       FD MB-ACHFILE.
       01 MB-ACHFILE-REC PIC X(623).
       FD MB-PUSHLOG.
       01 MB-PUSHLOG-REC PIC X(623).
       FD MB-ROSTERFL.
       01 MB-ROSTERFL-REC PIC X(623).
       FD MB-HCAPFILE.
       01 MB-HCAPFILE-REC PIC X(623).
       FD MB-TOURNFIL.
       01 MB-TOURNFIL-REC PIC X(623).
       FD MB-ROLLHIST.
       01 MB-ROLLHIST-REC PIC X(623).
       FD MB-RATEFILE.
       01 MB-RATEFILE-REC PIC X(623).
       FD MB-SCOREOVF.
       01 MB-SCOREOVF-REC PIC X(623).
       FD MB-HELDSCOR.
       01 MB-HELDSCOR-REC PIC X(623).

       FD ID-SNAP-FILE.
       01 ID-SNAP-LINE PIC X(660).

       FD ID-WORK-FILE.
       01 ID-WORK-LINE PIC X(623).

       FD ID-REPORT.
       01 ID-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MEMBER-NAMES.
           05 FILLER PIC X(9) VALUE "SCOREFILE".
           05 FILLER PIC X(9) VALUE "LEADERFL".
           05 FILLER PIC X(9) VALUE "HISTFILE".
           05 FILLER PIC X(9) VALUE "ACHFILE".
           05 FILLER PIC X(9) VALUE "PUSHLOG".
           05 FILLER PIC X(9) VALUE "ROSTERFL".
           05 FILLER PIC X(9) VALUE "HCAPFILE".
           05 FILLER PIC X(9) VALUE "TOURNFIL".
           05 FILLER PIC X(9) VALUE "ROLLHIST".
           05 FILLER PIC X(9) VALUE "RATEFILE".
           05 FILLER PIC X(9) VALUE "SCOREOVF".
           05 FILLER PIC X(9) VALUE "HELDSCOR".
       01 WS-MEMBER-NAME-TABLE REDEFINES WS-MEMBER-NAMES.
           05 WS-MEMBER-NAME PIC X(9) OCCURS 12 TIMES.
       01 WS-MEMBER-ID PIC 99 VALUE 0.
       01 WS-MEMBER-EOF PIC X VALUE "N".
           88 MEMBER-EOF VALUE "Y".
       01 WS-WORK-EOF PIC X VALUE "N".
           88 WORK-EOF VALUE "Y".
       01 WS-SNAP-EOF PIC X VALUE "N".
           88 SNAP-EOF VALUE "Y".

      * One member line and its per-file views.
       01 WS-WORK-LINE PIC X(623).
       01 WS-SCORE-VIEW REDEFINES WS-WORK-LINE.
           05 WV-SF-PLAYER PIC X(20).
           05 WV-SF-COUNT PIC 999.
           05 WV-SF-PACKED PIC X(600).
       01 WS-LEADER-VIEW REDEFINES WS-WORK-LINE.
           05 WV-LB-PLAYER PIC X(20).
           05 WV-LB-LATEST PIC 999.
           05 WV-LB-BEST PIC 999.
           05 FILLER PIC X(597).
       01 WS-ACH-VIEW REDEFINES WS-WORK-LINE.
           05 WV-AF-PLAYER PIC X(20).
           05 WV-AF-CODE PIC X(16).
           05 WV-AF-DATE PIC 9(8).
           05 FILLER PIC X(579).
       01 WS-OVERFLOW-VIEW REDEFINES WS-WORK-LINE.
           05 WV-OV-PLAYER PIC X(20).
           05 FILLER PIC X.
           05 WV-OV-DATE PIC 9(8).
           05 FILLER PIC X.
           05 WV-OV-SCORE PIC 999.
           05 FILLER PIC X(590).

      * Where the player id sits: column 1 on every member but
      * HISTFILE ("PLAYER=" then the id), TOURNFIL, whose match
      * records name two players and a winner (the header record
      * carries the tournament id, not a player), and HELDSCOR,
      * whose rows lead with the hold number.
       01 WS-LINE-HAS-FROM PIC X VALUE "N".
           88 LINE-HAS-FROM VALUE "Y".
       01 WS-LINE-HAS-INTO PIC X VALUE "N".
           88 LINE-HAS-INTO VALUE "Y".
       01 WS-ID-SPOT PIC 99.
       01 WS-ID-SPOTS.
           05 WS-ID-SPOT-AT PIC 99 OCCURS 3 TIMES.
       01 WS-ID-SPOT-COUNT PIC 9.

      * What each member held before and after, for the report.
       01 WS-MEMBER-COUNTS.
           05 WS-MB-ENTRY OCCURS 12 TIMES.
               10 WS-MB-FROM-CT PIC 9(6).
               10 WS-MB-INTO-CT PIC 9(6).
               10 WS-MB-AFTER-CT PIC 9(6).
               10 WS-MB-DROP-CT PIC 9(6).
               10 WS-MB-LINES PIC 9(8).
       01 WS-FROM-TOTAL PIC 9(7) VALUE 0.
       01 WS-INTO-TOTAL PIC 9(7) VALUE 0.
       01 WS-MB-WRITTEN PIC X VALUE "N".

      * The action in hand.
       01 WS-ID-ACTION PIC X(8).
           88 MERGING VALUE "MERGE".
       01 WS-FROM-ID PIC X(20).
       01 WS-INTO-ID PIC X(20).
       01 WS-ID-REFUSAL PIC X(50).
       01 WS-SET-ID PIC X(14) VALUE SPACES.
       01 WS-STAMP PIC X(26).
       01 WS-TODAY PIC 9(8).
       01 WS-SNAP-COUNT PIC 9(8) VALUE 0.
       01 WS-TOTAL-LINES PIC 9(8) VALUE 0.

      * Both ids' SCOREFILE and LEADERFL rows as the survey found
      * them, and the merged results.
       01 WS-FROM-SCORE-FOUND PIC X VALUE "N".
       01 WS-FROM-SCORE-COUNT PIC 999 VALUE 0.
       01 WS-FROM-PACKED.
           05 WS-FROM-SCORE PIC X(3) OCCURS 200 TIMES.
       01 WS-INTO-SCORE-FOUND PIC X VALUE "N".
       01 WS-INTO-SCORE-COUNT PIC 999 VALUE 0.
       01 WS-INTO-PACKED.
           05 WS-INTO-SCORE PIC X(3) OCCURS 200 TIMES.
       01 WS-FROM-LEADER-FOUND PIC X VALUE "N".
       01 WS-FROM-LATEST PIC 999 VALUE 0.
       01 WS-FROM-BEST PIC 999 VALUE 0.
       01 WS-INTO-LEADER-FOUND PIC X VALUE "N".
       01 WS-INTO-LATEST PIC 999 VALUE 0.
       01 WS-INTO-BEST PIC 999 VALUE 0.
       01 WS-MERGED-COUNT PIC 999 VALUE 0.
       01 WS-MERGED-PACKED.
           05 WS-MERGED-SCORE PIC X(3) OCCURS 400 TIMES.
       01 WS-MERGED-LATEST PIC 999 VALUE 0.
       01 WS-MERGED-BEST PIC 999 VALUE 0.
       01 WS-ROLLED-COUNT PIC 999 VALUE 0.
       01 WS-ROLLED-PACKED.
           05 WS-ROLLED-SCORE PIC X(3) OCCURS 300 TIMES.
       01 WS-SCORE-IX PIC 999.
       01 WS-ROLL-IX PIC 999.
       01 WS-ONE-SCORE PIC 999.

      * Achievements each id holds; a code both earned survives on
      * the surviving id at the earlier of the two dates.
       01 WS-INTO-ACH-COUNT PIC 99 VALUE 0.
       01 WS-INTO-ACH-TABLE.
           05 WS-INTO-ACH OCCURS 50 TIMES.
               10 WS-IA-CODE PIC X(16).
               10 WS-IA-DATE PIC 9(8).
       01 WS-FROM-ACH-COUNT PIC 99 VALUE 0.
       01 WS-FROM-ACH-TABLE.
           05 WS-FROM-ACH OCCURS 50 TIMES.
               10 WS-FA-CODE PIC X(16).
               10 WS-FA-DATE PIC 9(8).
       01 WS-ACH-IX PIC 99.
       01 WS-ACH-JX PIC 99.
       01 WS-ACH-MATCH PIC 99.

      * Flags for the merged SCOREFILE/LEADERFL rows: each lands
      * once, where the first of the two ids' rows stood.
       01 WS-MERGED-PLACED PIC X VALUE "N".

      * UNDO: the set under examination.
       01 WS-ASKED-SET PIC X(14) VALUE SPACES.
       01 WS-IN-SET PIC X VALUE "N".
       01 WS-SET-FOUND PIC X VALUE "N".
       01 WS-SET-ENDED PIC X VALUE "N".
       01 WS-MEMBER-SEEN-CT PIC 99 VALUE 0.
       01 WS-MEMBER-BEGUN-CT PIC 99 VALUE 0.
       01 WS-RESTORE-OPEN PIC 99 VALUE 0.
       01 WS-PARSE-NAME PIC X(9).

      * Lock-and-retry protocol request block, serviced by
      * FILELOCK: the score masters hold still while the ids move.
       01 WS-LOCK-REQUEST.
           05 WS-LOCK-ACTION PIC X(8).
           05 WS-LOCK-FILE-ID PIC X(8).
           05 WS-LOCK-RESULT PIC 9.
       01 WS-LOCKS-HELD PIC X VALUE "N".

       01 WS-MAINT-ANSWER PIC X(40).
       01 WS-MAINT-ACTION PIC X(8).
       01 WS-MAINT-DONE PIC X VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 WS-REPORT-LABEL PIC X(10).

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       PROCEDURE DIVISION.

       PLAYERID-RUN.
           MOVE "N" TO WS-MAINT-DONE
           PERFORM UNTIL MAINT-DONE
               DISPLAY " "
               DISPLAY "PLAYER IDENTITY MAINTENANCE"
               DISPLAY "  RENAME - move a player to a new id"
               DISPLAY "  MERGE  - fold one player id into another"
               DISPLAY "  UNDO   - restore the set an action took"
               DISPLAY "  END    - leave identity maintenance"
               DISPLAY "Action: " WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
               MOVE WS-MAINT-ANSWER TO WS-MAINT-ACTION
               EVALUATE WS-MAINT-ACTION
                   WHEN "RENAME"
                   WHEN "MERGE"
                       MOVE WS-MAINT-ACTION TO WS-ID-ACTION
                       PERFORM RUN-IDENTITY-ACTION
                   WHEN "UNDO"   PERFORM UNDO-IDENTITY-ACTION
                   WHEN "END"    SET MAINT-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Not an identity action."
               END-EVALUATE
           END-PERFORM
           GOBACK.
       PLAYERID-RUN-EXIT.
           EXIT.

      ******************************************************************
      * RENAME or MERGE: survey what both ids hold, refuse what
      * does not fit the action, confirm, snapshot, then rewrite
      * each member in turn and report -- all under both locks.
      ******************************************************************
       RUN-IDENTITY-ACTION.
           MOVE SPACES TO WS-ID-REFUSAL
           MOVE SPACES TO WS-SET-ID
           IF MERGING THEN
               DISPLAY "Player id to merge away: " WITH NO ADVANCING
           ELSE
               DISPLAY "Current player id: " WITH NO ADVANCING
           END-IF
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER TO WS-FROM-ID
           IF MERGING THEN
               DISPLAY "Player id to keep: " WITH NO ADVANCING
           ELSE
               DISPLAY "New player id: " WITH NO ADVANCING
           END-IF
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER TO WS-INTO-ID
           EVALUATE TRUE
               WHEN WS-FROM-ID = SPACES OR WS-INTO-ID = SPACES
                   MOVE "BOTH PLAYER IDS ARE NEEDED" TO WS-ID-REFUSAL
               WHEN WS-FROM-ID = WS-INTO-ID
                   MOVE "THE TWO IDS ARE THE SAME" TO WS-ID-REFUSAL
           END-EVALUATE
           IF WS-ID-REFUSAL = SPACES THEN
               PERFORM ACQUIRE-BOTH-LOCKS
               IF WS-LOCKS-HELD = "N" THEN
                   MOVE "SCORE MASTERS BUSY -- TRY AGAIN"
                       TO WS-ID-REFUSAL
               END-IF
           END-IF
           IF WS-ID-REFUSAL = SPACES THEN
               PERFORM SURVEY-MEMBERS
               PERFORM CHECK-IDENTITY-ACTION
           END-IF
           IF WS-ID-REFUSAL = SPACES THEN
               PERFORM CONFIRM-IDENTITY-ACTION
           END-IF
           IF WS-ID-REFUSAL = SPACES THEN
               PERFORM TAKE-IDENTITY-SNAPSHOT
               IF MERGING THEN
                   PERFORM BUILD-MERGED-ROWS
               END-IF
               PERFORM VARYING WS-MEMBER-ID FROM 1 BY 1
                   UNTIL WS-MEMBER-ID > 12
                   PERFORM REWRITE-ONE-MEMBER
               END-PERFORM
               PERFORM WRITE-IDENTITY-REPORT
               DISPLAY "  " FUNCTION TRIM(WS-ID-ACTION) " DONE -- "
                   "BEFORE/AFTER ON IDRPT, UNDO SET " WS-SET-ID
           END-IF
           IF WS-LOCKS-HELD = "Y" THEN
               PERFORM RELEASE-BOTH-LOCKS
           END-IF
           MOVE SPACES TO WS-AUDIT-INPUT
           STRING WS-ID-ACTION " " WS-FROM-ID " INTO " WS-INTO-ID
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           IF WS-ID-REFUSAL NOT = SPACES THEN
               DISPLAY "  Not done: " FUNCTION TRIM(WS-ID-REFUSAL)
               STRING "REFUSED " WS-ID-REFUSAL
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           ELSE
               STRING "DONE SNAPSHOT SET " WS-SET-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           END-IF
           PERFORM LOG-AUDIT-ENTRY.
       RUN-IDENTITY-ACTION-EXIT.
           EXIT.

      * A rename needs the new id unused everywhere (otherwise it is
      * a merge); a merge needs both ids on file.
       CHECK-IDENTITY-ACTION.
           EVALUATE TRUE
               WHEN WS-FROM-TOTAL = 0
                   MOVE SPACES TO WS-ID-REFUSAL
                   STRING FUNCTION TRIM(WS-FROM-ID)
                       " IS ON NONE OF THE SCORE FILES"
                       DELIMITED BY SIZE INTO WS-ID-REFUSAL
               WHEN MERGING AND WS-INTO-TOTAL = 0
                   MOVE SPACES TO WS-ID-REFUSAL
                   STRING FUNCTION TRIM(WS-INTO-ID)
                       " IS NOT ON FILE -- USE RENAME"
                       DELIMITED BY SIZE INTO WS-ID-REFUSAL
               WHEN NOT MERGING AND WS-INTO-TOTAL > 0
                   MOVE SPACES TO WS-ID-REFUSAL
                   STRING FUNCTION TRIM(WS-INTO-ID)
                       " IS ALREADY ON FILE -- USE MERGE"
                       DELIMITED BY SIZE INTO WS-ID-REFUSAL
           END-EVALUATE.
       CHECK-IDENTITY-ACTION-EXIT.
           EXIT.

       CONFIRM-IDENTITY-ACTION.
           DISPLAY " "
           DISPLAY "  FILE      " WS-FROM-ID " " WS-INTO-ID
           PERFORM VARYING WS-MEMBER-ID FROM 1 BY 1
               UNTIL WS-MEMBER-ID > 12
               IF WS-MB-FROM-CT(WS-MEMBER-ID) > 0
                   OR WS-MB-INTO-CT(WS-MEMBER-ID) > 0 THEN
                   DISPLAY "  " WS-MEMBER-NAME(WS-MEMBER-ID)
                       " " WS-MB-FROM-CT(WS-MEMBER-ID)
                       " ROW(S)          "
                       WS-MB-INTO-CT(WS-MEMBER-ID) " ROW(S)"
               END-IF
           END-PERFORM
           DISPLAY "Proceed with " FUNCTION TRIM(WS-ID-ACTION)
               " (Y/N): " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           IF WS-MAINT-ANSWER(1:1) NOT = "Y" THEN
               MOVE "NOT CONFIRMED" TO WS-ID-REFUSAL
           END-IF.
       CONFIRM-IDENTITY-ACTION-EXIT.
           EXIT.

      ******************************************************************
      * Survey: count each id's lines per member, and keep the rows
      * a merge has to combine -- both SCOREFILE and LEADERFL rows
      * and both ids' achievements.
      ******************************************************************
       SURVEY-MEMBERS.
           MOVE 0 TO WS-FROM-TOTAL
           MOVE 0 TO WS-INTO-TOTAL
           MOVE "N" TO WS-FROM-SCORE-FOUND
           MOVE "N" TO WS-INTO-SCORE-FOUND
           MOVE "N" TO WS-FROM-LEADER-FOUND
           MOVE "N" TO WS-INTO-LEADER-FOUND
           MOVE 0 TO WS-FROM-SCORE-COUNT
           MOVE 0 TO WS-INTO-SCORE-COUNT
           MOVE SPACES TO WS-FROM-PACKED
           MOVE SPACES TO WS-INTO-PACKED
           MOVE 0 TO WS-FROM-LATEST
           MOVE 0 TO WS-FROM-BEST
           MOVE 0 TO WS-INTO-LATEST
           MOVE 0 TO WS-INTO-BEST
           MOVE 0 TO WS-FROM-ACH-COUNT
           MOVE 0 TO WS-INTO-ACH-COUNT
           MOVE 0 TO WS-ROLLED-COUNT
           PERFORM VARYING WS-MEMBER-ID FROM 1 BY 1
               UNTIL WS-MEMBER-ID > 12
               MOVE 0 TO WS-MB-FROM-CT(WS-MEMBER-ID)
               MOVE 0 TO WS-MB-INTO-CT(WS-MEMBER-ID)
               MOVE 0 TO WS-MB-AFTER-CT(WS-MEMBER-ID)
               MOVE 0 TO WS-MB-DROP-CT(WS-MEMBER-ID)
               MOVE 0 TO WS-MB-LINES(WS-MEMBER-ID)
               MOVE "N" TO WS-MEMBER-EOF
               PERFORM OPEN-MEMBER-INPUT
               PERFORM UNTIL MEMBER-EOF
                   PERFORM READ-MEMBER-RECORD
                   IF NOT MEMBER-EOF THEN
                       PERFORM SURVEY-ONE-LINE
                   END-IF
               END-PERFORM
               PERFORM CLOSE-MEMBER
               ADD WS-MB-FROM-CT(WS-MEMBER-ID) TO WS-FROM-TOTAL
               ADD WS-MB-INTO-CT(WS-MEMBER-ID) TO WS-INTO-TOTAL
           END-PERFORM
           PERFORM FOLD-ACHIEVEMENT-DATES.
       SURVEY-MEMBERS-EXIT.
           EXIT.

       SURVEY-ONE-LINE.
           ADD 1 TO WS-MB-LINES(WS-MEMBER-ID)
           PERFORM MATCH-LINE-IDS
           IF LINE-HAS-FROM THEN
               ADD 1 TO WS-MB-FROM-CT(WS-MEMBER-ID)
           END-IF
           IF LINE-HAS-INTO THEN
               ADD 1 TO WS-MB-INTO-CT(WS-MEMBER-ID)
           END-IF
           EVALUATE TRUE
               WHEN WS-MEMBER-ID = 1 AND LINE-HAS-FROM
                   MOVE "Y" TO WS-FROM-SCORE-FOUND
                   PERFORM TAKE-ROW-COUNT
                   MOVE WS-ONE-SCORE TO WS-FROM-SCORE-COUNT
                   MOVE WV-SF-PACKED TO WS-FROM-PACKED
               WHEN WS-MEMBER-ID = 1 AND LINE-HAS-INTO
                   MOVE "Y" TO WS-INTO-SCORE-FOUND
                   PERFORM TAKE-ROW-COUNT
                   MOVE WS-ONE-SCORE TO WS-INTO-SCORE-COUNT
                   MOVE WV-SF-PACKED TO WS-INTO-PACKED
               WHEN WS-MEMBER-ID = 2 AND LINE-HAS-FROM
                   MOVE "Y" TO WS-FROM-LEADER-FOUND
                   IF WV-LB-LATEST IS NUMERIC THEN
                       MOVE WV-LB-LATEST TO WS-FROM-LATEST
                   END-IF
                   IF WV-LB-BEST IS NUMERIC THEN
                       MOVE WV-LB-BEST TO WS-FROM-BEST
                   END-IF
               WHEN WS-MEMBER-ID = 2 AND LINE-HAS-INTO
                   MOVE "Y" TO WS-INTO-LEADER-FOUND
                   IF WV-LB-LATEST IS NUMERIC THEN
                       MOVE WV-LB-LATEST TO WS-INTO-LATEST
                   END-IF
                   IF WV-LB-BEST IS NUMERIC THEN
                       MOVE WV-LB-BEST TO WS-INTO-BEST
                   END-IF
               WHEN WS-MEMBER-ID = 4 AND LINE-HAS-FROM
                   AND WS-FROM-ACH-COUNT < 50
                   ADD 1 TO WS-FROM-ACH-COUNT
                   MOVE WV-AF-CODE TO WS-FA-CODE(WS-FROM-ACH-COUNT)
                   MOVE WV-AF-DATE TO WS-FA-DATE(WS-FROM-ACH-COUNT)
               WHEN WS-MEMBER-ID = 4 AND LINE-HAS-INTO
                   AND WS-INTO-ACH-COUNT < 50
                   ADD 1 TO WS-INTO-ACH-COUNT
                   MOVE WV-AF-CODE TO WS-IA-CODE(WS-INTO-ACH-COUNT)
                   MOVE WV-AF-DATE TO WS-IA-DATE(WS-INTO-ACH-COUNT)
           END-EVALUATE.
       SURVEY-ONE-LINE-EXIT.
           EXIT.

      * A SCOREFILE count past 200 or not numeric is read as the
      * slots the row can hold.
       TAKE-ROW-COUNT.
           IF WV-SF-COUNT IS NUMERIC AND WV-SF-COUNT <= 200 THEN
               MOVE WV-SF-COUNT TO WS-ONE-SCORE
           ELSE
               MOVE 200 TO WS-ONE-SCORE
           END-IF.
       TAKE-ROW-COUNT-EXIT.
           EXIT.

       FOLD-ACHIEVEMENT-DATES.
           PERFORM VARYING WS-ACH-IX FROM 1 BY 1
               UNTIL WS-ACH-IX > WS-INTO-ACH-COUNT
               PERFORM VARYING WS-ACH-JX FROM 1 BY 1
                   UNTIL WS-ACH-JX > WS-FROM-ACH-COUNT
                   IF WS-FA-CODE(WS-ACH-JX) = WS-IA-CODE(WS-ACH-IX)
                       AND WS-FA-DATE(WS-ACH-JX)
                           < WS-IA-DATE(WS-ACH-IX) THEN
                       MOVE WS-FA-DATE(WS-ACH-JX)
                           TO WS-IA-DATE(WS-ACH-IX)
                   END-IF
               END-PERFORM
           END-PERFORM.
       FOLD-ACHIEVEMENT-DATES-EXIT.
           EXIT.

      ******************************************************************
      * Which of the two ids the line in WS-WORK-LINE carries, at
      * the member's id positions.
      ******************************************************************
       MATCH-LINE-IDS.
           MOVE "N" TO WS-LINE-HAS-FROM
           MOVE "N" TO WS-LINE-HAS-INTO
           PERFORM SET-ID-SPOTS
           PERFORM VARYING WS-ID-SPOT FROM 1 BY 1
               UNTIL WS-ID-SPOT > WS-ID-SPOT-COUNT
               IF WS-WORK-LINE(WS-ID-SPOT-AT(WS-ID-SPOT):20)
                   = WS-FROM-ID THEN
                   SET LINE-HAS-FROM TO TRUE
               END-IF
               IF WS-WORK-LINE(WS-ID-SPOT-AT(WS-ID-SPOT):20)
                   = WS-INTO-ID THEN
                   SET LINE-HAS-INTO TO TRUE
               END-IF
           END-PERFORM.
       MATCH-LINE-IDS-EXIT.
           EXIT.

       SET-ID-SPOTS.
           MOVE 1 TO WS-ID-SPOT-COUNT
           MOVE 1 TO WS-ID-SPOT-AT(1)
           EVALUATE WS-MEMBER-ID
               WHEN 3
                   IF WS-WORK-LINE(1:7) = "PLAYER=" THEN
                       MOVE 8 TO WS-ID-SPOT-AT(1)
                   ELSE
                       MOVE 0 TO WS-ID-SPOT-COUNT
                   END-IF
               WHEN 8
                   IF WS-WORK-LINE(1:1) = "M" THEN
                       MOVE 3 TO WS-ID-SPOT-COUNT
                       MOVE 9 TO WS-ID-SPOT-AT(1)
                       MOVE 30 TO WS-ID-SPOT-AT(2)
                       MOVE 53 TO WS-ID-SPOT-AT(3)
                   ELSE
                       MOVE 0 TO WS-ID-SPOT-COUNT
                   END-IF
               WHEN 12
                   MOVE 8 TO WS-ID-SPOT-AT(1)
           END-EVALUATE.
       SET-ID-SPOTS-EXIT.
           EXIT.

       RENAME-LINE-IDS.
           PERFORM SET-ID-SPOTS
           PERFORM VARYING WS-ID-SPOT FROM 1 BY 1
               UNTIL WS-ID-SPOT > WS-ID-SPOT-COUNT
               IF WS-WORK-LINE(WS-ID-SPOT-AT(WS-ID-SPOT):20)
                   = WS-FROM-ID THEN
                   MOVE WS-INTO-ID
                       TO WS-WORK-LINE(WS-ID-SPOT-AT(WS-ID-SPOT):20)
               END-IF
           END-PERFORM.
       RENAME-LINE-IDS-EXIT.
           EXIT.

      ******************************************************************
      * The combined SCOREFILE row: the merged-away id's scores,
      * then the surviving id's. Past 200 the oldest 100 roll to
      * SCOREOVF at a time, as SCORESVC rolls a full row. Latest
      * and best are figured the way HIGH-SCORES figures them, the
      * best never falling below either id's recorded best.
      ******************************************************************
       BUILD-MERGED-ROWS.
           MOVE 0 TO WS-MERGED-COUNT
           MOVE SPACES TO WS-MERGED-PACKED
           PERFORM VARYING WS-SCORE-IX FROM 1 BY 1
               UNTIL WS-SCORE-IX > WS-FROM-SCORE-COUNT
               ADD 1 TO WS-MERGED-COUNT
               MOVE WS-FROM-SCORE(WS-SCORE-IX)
                   TO WS-MERGED-SCORE(WS-MERGED-COUNT)
           END-PERFORM
           PERFORM VARYING WS-SCORE-IX FROM 1 BY 1
               UNTIL WS-SCORE-IX > WS-INTO-SCORE-COUNT
               ADD 1 TO WS-MERGED-COUNT
               MOVE WS-INTO-SCORE(WS-SCORE-IX)
                   TO WS-MERGED-SCORE(WS-MERGED-COUNT)
           END-PERFORM
           MOVE 0 TO WS-ROLLED-COUNT
           PERFORM ROLL-OLDEST-HUNDRED
               UNTIL WS-MERGED-COUNT <= 200
           MOVE 0 TO WS-MERGED-LATEST
           MOVE 0 TO WS-MERGED-BEST
           PERFORM VARYING WS-SCORE-IX FROM 1 BY 1
               UNTIL WS-SCORE-IX > WS-MERGED-COUNT
               IF WS-MERGED-SCORE(WS-SCORE-IX) IS NUMERIC THEN
                   MOVE WS-MERGED-SCORE(WS-SCORE-IX) TO WS-ONE-SCORE
                   IF WS-ONE-SCORE > 0 THEN
                       MOVE WS-ONE-SCORE TO WS-MERGED-LATEST
                   END-IF
                   IF WS-ONE-SCORE > WS-MERGED-BEST THEN
                       MOVE WS-ONE-SCORE TO WS-MERGED-BEST
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FROM-BEST > WS-MERGED-BEST THEN
               MOVE WS-FROM-BEST TO WS-MERGED-BEST
           END-IF
           IF WS-INTO-BEST > WS-MERGED-BEST THEN
               MOVE WS-INTO-BEST TO WS-MERGED-BEST
           END-IF
      * A row with no scores left keeps the latest LEADERFL had.
           IF WS-MERGED-LATEST = 0 THEN
               IF WS-INTO-LEADER-FOUND = "Y" THEN
                   MOVE WS-INTO-LATEST TO WS-MERGED-LATEST
               ELSE
                   MOVE WS-FROM-LATEST TO WS-MERGED-LATEST
               END-IF
           END-IF.
       BUILD-MERGED-ROWS-EXIT.
           EXIT.

       ROLL-OLDEST-HUNDRED.
           PERFORM VARYING WS-SCORE-IX FROM 1 BY 1
               UNTIL WS-SCORE-IX > 100
               ADD 1 TO WS-ROLLED-COUNT
               MOVE WS-MERGED-SCORE(WS-SCORE-IX)
                   TO WS-ROLLED-SCORE(WS-ROLLED-COUNT)
           END-PERFORM
           SUBTRACT 100 FROM WS-MERGED-COUNT
           PERFORM VARYING WS-SCORE-IX FROM 1 BY 1
               UNTIL WS-SCORE-IX > WS-MERGED-COUNT
               MOVE WS-MERGED-SCORE(WS-SCORE-IX + 100)
                   TO WS-MERGED-SCORE(WS-SCORE-IX)
               MOVE SPACES TO WS-MERGED-SCORE(WS-SCORE-IX + 100)
           END-PERFORM.
       ROLL-OLDEST-HUNDRED-EXIT.
           EXIT.

      ******************************************************************
      * One member through IDWORK and back: every line copied, the
      * id lines renamed, combined or dropped as the member needs.
      ******************************************************************
       REWRITE-ONE-MEMBER.
           MOVE "N" TO WS-MERGED-PLACED
           OPEN OUTPUT ID-WORK-FILE
           MOVE "N" TO WS-MEMBER-EOF
           PERFORM OPEN-MEMBER-INPUT
           PERFORM UNTIL MEMBER-EOF
               PERFORM READ-MEMBER-RECORD
               IF NOT MEMBER-EOF THEN
                   PERFORM PLACE-ONE-LINE
               END-IF
           END-PERFORM
           PERFORM CLOSE-MEMBER
           IF WS-MEMBER-ID = 11 THEN
               PERFORM APPEND-ROLLED-SCORES
           END-IF
           CLOSE ID-WORK-FILE
           OPEN INPUT ID-WORK-FILE
           PERFORM OPEN-MEMBER-OUTPUT
           MOVE "N" TO WS-WORK-EOF
           PERFORM UNTIL WORK-EOF
               READ ID-WORK-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       MOVE ID-WORK-LINE TO WS-WORK-LINE
                       PERFORM WRITE-MEMBER-RECORD
               END-READ
           END-PERFORM
           PERFORM CLOSE-MEMBER
           CLOSE ID-WORK-FILE.
       REWRITE-ONE-MEMBER-EXIT.
           EXIT.

       PLACE-ONE-LINE.
           PERFORM MATCH-LINE-IDS
           MOVE "Y" TO WS-MB-WRITTEN
           EVALUATE TRUE
               WHEN NOT LINE-HAS-FROM AND NOT LINE-HAS-INTO
                   CONTINUE
               WHEN NOT MERGING
                   PERFORM RENAME-LINE-IDS
               WHEN WS-MEMBER-ID = 1 OR WS-MEMBER-ID = 2
                   PERFORM PLACE-MERGED-ROW
               WHEN WS-MEMBER-ID = 4
                   PERFORM PLACE-ACHIEVEMENT-LINE
      * ROSTERFL, HCAPFILE and RATEFILE hold one row per player:
      * the surviving id's row stands.
               WHEN WS-MEMBER-ID = 6 OR WS-MEMBER-ID = 7
                   OR WS-MEMBER-ID = 10
                   IF LINE-HAS-FROM
                       AND WS-MB-INTO-CT(WS-MEMBER-ID) > 0 THEN
                       MOVE "N" TO WS-MB-WRITTEN
                   ELSE
                       PERFORM RENAME-LINE-IDS
                   END-IF
               WHEN OTHER
                   PERFORM RENAME-LINE-IDS
           END-EVALUATE
           IF WS-MB-WRITTEN = "Y" THEN
               MOVE WS-WORK-LINE TO ID-WORK-LINE
               WRITE ID-WORK-LINE
               IF LINE-HAS-FROM OR LINE-HAS-INTO THEN
                   ADD 1 TO WS-MB-AFTER-CT(WS-MEMBER-ID)
               END-IF
           ELSE
               ADD 1 TO WS-MB-DROP-CT(WS-MEMBER-ID)
           END-IF.
       PLACE-ONE-LINE-EXIT.
           EXIT.

      * The combined row lands where the first of the two ids' rows
      * stood; the other row is dropped.
       PLACE-MERGED-ROW.
           IF WS-MERGED-PLACED = "Y" THEN
               MOVE "N" TO WS-MB-WRITTEN
           ELSE
               MOVE "Y" TO WS-MERGED-PLACED
               MOVE SPACES TO WS-WORK-LINE
               IF WS-MEMBER-ID = 1 THEN
                   MOVE WS-INTO-ID TO WV-SF-PLAYER
                   MOVE WS-MERGED-COUNT TO WV-SF-COUNT
                   MOVE WS-MERGED-PACKED(1:600) TO WV-SF-PACKED
               ELSE
                   MOVE WS-INTO-ID TO WV-LB-PLAYER
                   MOVE WS-MERGED-LATEST TO WV-LB-LATEST
                   MOVE WS-MERGED-BEST TO WV-LB-BEST
               END-IF
           END-IF.
       PLACE-MERGED-ROW-EXIT.
           EXIT.

       PLACE-ACHIEVEMENT-LINE.
           MOVE 0 TO WS-ACH-MATCH
           PERFORM VARYING WS-ACH-IX FROM 1 BY 1
               UNTIL WS-ACH-IX > WS-INTO-ACH-COUNT
               IF WS-IA-CODE(WS-ACH-IX) = WV-AF-CODE THEN
                   MOVE WS-ACH-IX TO WS-ACH-MATCH
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN LINE-HAS-INTO AND WS-ACH-MATCH > 0
                   MOVE WS-IA-DATE(WS-ACH-MATCH) TO WV-AF-DATE
               WHEN LINE-HAS-FROM AND WS-ACH-MATCH > 0
                   MOVE "N" TO WS-MB-WRITTEN
               WHEN OTHER
                   PERFORM RENAME-LINE-IDS
           END-EVALUATE.
       PLACE-ACHIEVEMENT-LINE-EXIT.
           EXIT.

      * The scores a merge rolled off the combined row, dated today
      * under the surviving id, in SCORESVC's SCOREOVF layout.
       APPEND-ROLLED-SCORES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM VARYING WS-ROLL-IX FROM 1 BY 1
               UNTIL WS-ROLL-IX > WS-ROLLED-COUNT
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-INTO-ID TO WV-OV-PLAYER
               MOVE WS-TODAY TO WV-OV-DATE
               MOVE WS-ROLLED-SCORE(WS-ROLL-IX) TO WV-OV-SCORE
               MOVE WS-WORK-LINE TO ID-WORK-LINE
               WRITE ID-WORK-LINE
               ADD 1 TO WS-MB-AFTER-CT(11)
           END-PERFORM.
       APPEND-ROLLED-SCORES-EXIT.
           EXIT.

      ******************************************************************
      * The set an action can be undone from: all twelve members as
      * they stood, in SNAPSHOT's set layout, on IDSNAP.
      ******************************************************************
       TAKE-IDENTITY-SNAPSHOT.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP(1:14) TO WS-SET-ID
           MOVE 0 TO WS-TOTAL-LINES
           OPEN EXTEND ID-SNAP-FILE
           MOVE SPACES TO ID-SNAP-LINE
           STRING "*SNAPSET " WS-SET-ID " BEGIN"
               DELIMITED BY SIZE INTO ID-SNAP-LINE
           WRITE ID-SNAP-LINE
           PERFORM VARYING WS-MEMBER-ID FROM 1 BY 1
               UNTIL WS-MEMBER-ID > 12
               PERFORM SNAPSHOT-ONE-MEMBER
           END-PERFORM
           MOVE SPACES TO ID-SNAP-LINE
           STRING "*SNAPSET " WS-SET-ID " END"
               DELIMITED BY SIZE INTO ID-SNAP-LINE
           WRITE ID-SNAP-LINE
           CLOSE ID-SNAP-FILE.
       TAKE-IDENTITY-SNAPSHOT-EXIT.
           EXIT.

       SNAPSHOT-ONE-MEMBER.
           MOVE SPACES TO ID-SNAP-LINE
           STRING "*SNAP " WS-SET-ID " "
               WS-MEMBER-NAME(WS-MEMBER-ID)
               DELIMITED BY SIZE INTO ID-SNAP-LINE
           WRITE ID-SNAP-LINE
           MOVE 0 TO WS-SNAP-COUNT
           MOVE "N" TO WS-MEMBER-EOF
           PERFORM OPEN-MEMBER-INPUT
           PERFORM UNTIL MEMBER-EOF
               PERFORM READ-MEMBER-RECORD
               IF NOT MEMBER-EOF THEN
                   ADD 1 TO WS-SNAP-COUNT
                   ADD 1 TO WS-TOTAL-LINES
                   MOVE WS-WORK-LINE TO ID-SNAP-LINE
                   WRITE ID-SNAP-LINE
               END-IF
           END-PERFORM
           PERFORM CLOSE-MEMBER
           MOVE SPACES TO ID-SNAP-LINE
           STRING "*SNAPMEM " WS-SET-ID " "
               WS-MEMBER-NAME(WS-MEMBER-ID)
               " " WS-SNAP-COUNT
               DELIMITED BY SIZE INTO ID-SNAP-LINE
           WRITE ID-SNAP-LINE.
       SNAPSHOT-ONE-MEMBER-EXIT.
           EXIT.

      ******************************************************************
      * Before/after report: per file, the lines each id held and
      * the surviving id's lines after, then the score row and
      * leaderboard figures either side of the action.
      ******************************************************************
       WRITE-IDENTITY-REPORT.
           OPEN OUTPUT ID-REPORT
           MOVE SPACES TO ID-REPORT-LINE
           STRING "PLAYER IDENTITY " WS-ID-ACTION " "
               FUNCTION TRIM(WS-FROM-ID) " -> "
               FUNCTION TRIM(WS-INTO-ID)
               DELIMITED BY SIZE INTO ID-REPORT-LINE
           WRITE ID-REPORT-LINE
           IF WS-AUDIT-OPERATOR = LOW-VALUES THEN
               MOVE SPACES TO WS-AUDIT-OPERATOR
           END-IF
           MOVE SPACES TO ID-REPORT-LINE
           STRING "UNDO SET " WS-SET-ID " ON IDSNAP  OPERATOR "
               WS-AUDIT-OPERATOR
               DELIMITED BY SIZE INTO ID-REPORT-LINE
           WRITE ID-REPORT-LINE
           MOVE SPACES TO ID-REPORT-LINE
           WRITE ID-REPORT-LINE
           MOVE "FILE       LINES  OLD-ID  NEW-ID   AFTER DROPPED"
               TO ID-REPORT-LINE
           WRITE ID-REPORT-LINE
           PERFORM VARYING WS-MEMBER-ID FROM 1 BY 1
               UNTIL WS-MEMBER-ID > 12
               MOVE SPACES TO ID-REPORT-LINE
               STRING WS-MEMBER-NAME(WS-MEMBER-ID)
                   " " WS-MB-LINES(WS-MEMBER-ID)
                   " " WS-MB-FROM-CT(WS-MEMBER-ID)
                   "  " WS-MB-INTO-CT(WS-MEMBER-ID)
                   "  " WS-MB-AFTER-CT(WS-MEMBER-ID)
                   "  " WS-MB-DROP-CT(WS-MEMBER-ID)
                   DELIMITED BY SIZE INTO ID-REPORT-LINE
               WRITE ID-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO ID-REPORT-LINE
           WRITE ID-REPORT-LINE
           MOVE "OLD ID" TO WS-REPORT-LABEL
           MOVE SPACES TO ID-REPORT-LINE
           STRING WS-REPORT-LABEL " BEFORE: " WS-FROM-SCORE-COUNT
               " SCORES  LATEST " WS-FROM-LATEST
               " BEST " WS-FROM-BEST
               DELIMITED BY SIZE INTO ID-REPORT-LINE
           WRITE ID-REPORT-LINE
           IF MERGING THEN
               MOVE "NEW ID" TO WS-REPORT-LABEL
               MOVE SPACES TO ID-REPORT-LINE
               STRING WS-REPORT-LABEL " BEFORE: "
                   WS-INTO-SCORE-COUNT
                   " SCORES  LATEST " WS-INTO-LATEST
                   " BEST " WS-INTO-BEST
                   DELIMITED BY SIZE INTO ID-REPORT-LINE
               WRITE ID-REPORT-LINE
               MOVE "NEW ID" TO WS-REPORT-LABEL
               MOVE SPACES TO ID-REPORT-LINE
               STRING WS-REPORT-LABEL " AFTER:  " WS-MERGED-COUNT
                   " SCORES  LATEST " WS-MERGED-LATEST
                   " BEST " WS-MERGED-BEST
                   "  ROLLED TO SCOREOVF " WS-ROLLED-COUNT
                   DELIMITED BY SIZE INTO ID-REPORT-LINE
               WRITE ID-REPORT-LINE
           ELSE
               MOVE "NEW ID" TO WS-REPORT-LABEL
               MOVE SPACES TO ID-REPORT-LINE
               STRING WS-REPORT-LABEL " AFTER:  "
                   WS-FROM-SCORE-COUNT
                   " SCORES  LATEST " WS-FROM-LATEST
                   " BEST " WS-FROM-BEST
                   DELIMITED BY SIZE INTO ID-REPORT-LINE
               WRITE ID-REPORT-LINE
           END-IF
           CLOSE ID-REPORT.
       WRITE-IDENTITY-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * UNDO: the named set must be on IDSNAP whole -- begun, every
      * member it opened closed (eleven for a set from before
      * HELDSCOR joined, twelve since), ended -- before it rewrites
      * the live files.
      * Anything pushed since the set was taken goes with it, so the
      * operator confirms first.
      ******************************************************************
       UNDO-IDENTITY-ACTION.
           MOVE SPACES TO WS-ID-REFUSAL
           MOVE 0 TO WS-TOTAL-LINES
           DISPLAY "Set id (YYYYMMDDHHMMSS): " WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
           MOVE WS-MAINT-ANSWER(1:14) TO WS-ASKED-SET
           PERFORM CHECK-UNDO-SET
           IF WS-ID-REFUSAL = SPACES THEN
               DISPLAY "  Every score file goes back to set "
                   WS-ASKED-SET "; anything pushed since is lost."
               DISPLAY "Restore the set (Y/N): " WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
               IF WS-MAINT-ANSWER(1:1) NOT = "Y" THEN
                   MOVE "NOT CONFIRMED" TO WS-ID-REFUSAL
               END-IF
           END-IF
           IF WS-ID-REFUSAL = SPACES THEN
               PERFORM ACQUIRE-BOTH-LOCKS
               IF WS-LOCKS-HELD = "N" THEN
                   MOVE "SCORE MASTERS BUSY -- TRY AGAIN"
                       TO WS-ID-REFUSAL
               ELSE
                   PERFORM RESTORE-UNDO-SET
                   PERFORM RELEASE-BOTH-LOCKS
                   DISPLAY "  SET " WS-ASKED-SET " RESTORED ("
                       WS-TOTAL-LINES " LINES)"
               END-IF
           END-IF
           MOVE SPACES TO WS-AUDIT-INPUT
           STRING "UNDO SET " WS-ASKED-SET
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           IF WS-ID-REFUSAL NOT = SPACES THEN
               DISPLAY "  Not done: " FUNCTION TRIM(WS-ID-REFUSAL)
               STRING "REFUSED " WS-ID-REFUSAL
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           ELSE
               STRING "RESTORED LINES " WS-TOTAL-LINES
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           END-IF
           PERFORM LOG-AUDIT-ENTRY.
       UNDO-IDENTITY-ACTION-EXIT.
           EXIT.

       CHECK-UNDO-SET.
           MOVE "N" TO WS-SET-FOUND
           MOVE "N" TO WS-SET-ENDED
           MOVE "N" TO WS-IN-SET
           MOVE 0 TO WS-MEMBER-SEEN-CT
           MOVE 0 TO WS-MEMBER-BEGUN-CT
           MOVE "N" TO WS-SNAP-EOF
           OPEN INPUT ID-SNAP-FILE
           PERFORM UNTIL SNAP-EOF
               READ ID-SNAP-FILE
                   AT END
                       SET SNAP-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-SNAP-LINE
               END-READ
           END-PERFORM
           CLOSE ID-SNAP-FILE
           EVALUATE TRUE
               WHEN WS-SET-FOUND = "N"
                   MOVE "SET NOT ON IDSNAP" TO WS-ID-REFUSAL
               WHEN WS-SET-ENDED = "N" OR WS-MEMBER-SEEN-CT < 11
                   OR WS-MEMBER-SEEN-CT NOT = WS-MEMBER-BEGUN-CT
                   MOVE "SET IS INCOMPLETE -- NOT RESTORED"
                       TO WS-ID-REFUSAL
           END-EVALUATE.
       CHECK-UNDO-SET-EXIT.
           EXIT.

       CHECK-ONE-SNAP-LINE.
           EVALUATE TRUE
               WHEN ID-SNAP-LINE(1:9) = "*SNAPSET "
                   AND ID-SNAP-LINE(10:14) = WS-ASKED-SET
                   IF ID-SNAP-LINE(25:5) = "BEGIN" THEN
                       MOVE "Y" TO WS-SET-FOUND
                       MOVE "Y" TO WS-IN-SET
                   ELSE
                       MOVE "Y" TO WS-SET-ENDED
                       MOVE "N" TO WS-IN-SET
                   END-IF
               WHEN WS-IN-SET = "Y"
                   AND ID-SNAP-LINE(1:9) = "*SNAPMEM "
                   ADD 1 TO WS-MEMBER-SEEN-CT
               WHEN WS-IN-SET = "Y"
                   AND ID-SNAP-LINE(1:6) = "*SNAP "
                   ADD 1 TO WS-MEMBER-BEGUN-CT
           END-EVALUATE.
       CHECK-ONE-SNAP-LINE-EXIT.
           EXIT.

       RESTORE-UNDO-SET.
           MOVE "N" TO WS-IN-SET
           MOVE 0 TO WS-RESTORE-OPEN
           MOVE "N" TO WS-SNAP-EOF
           OPEN INPUT ID-SNAP-FILE
           PERFORM UNTIL SNAP-EOF
               READ ID-SNAP-FILE
                   AT END
                       SET SNAP-EOF TO TRUE
                   NOT AT END
                       PERFORM RESTORE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE ID-SNAP-FILE
           IF WS-RESTORE-OPEN > 0 THEN
               MOVE WS-RESTORE-OPEN TO WS-MEMBER-ID
               PERFORM CLOSE-MEMBER
               MOVE 0 TO WS-RESTORE-OPEN
           END-IF.
       RESTORE-UNDO-SET-EXIT.
           EXIT.

       RESTORE-ONE-LINE.
           EVALUATE TRUE
               WHEN ID-SNAP-LINE(1:9) = "*SNAPSET "
                   AND ID-SNAP-LINE(10:14) = WS-ASKED-SET
                   IF ID-SNAP-LINE(25:5) = "BEGIN" THEN
                       MOVE "Y" TO WS-IN-SET
                   ELSE
                       MOVE "N" TO WS-IN-SET
                   END-IF
               WHEN WS-IN-SET = "N"
                   CONTINUE
               WHEN ID-SNAP-LINE(1:6) = "*SNAP "
                   IF WS-RESTORE-OPEN > 0 THEN
                       MOVE WS-RESTORE-OPEN TO WS-MEMBER-ID
                       PERFORM CLOSE-MEMBER
                   END-IF
                   MOVE ID-SNAP-LINE(22:9) TO WS-PARSE-NAME
                   PERFORM FIND-MEMBER-ORDINAL
                   MOVE WS-MEMBER-ID TO WS-RESTORE-OPEN
                   IF WS-RESTORE-OPEN > 0 THEN
                       PERFORM OPEN-MEMBER-OUTPUT
                   END-IF
               WHEN ID-SNAP-LINE(1:9) = "*SNAPMEM "
                   IF WS-RESTORE-OPEN > 0 THEN
                       MOVE WS-RESTORE-OPEN TO WS-MEMBER-ID
                       PERFORM CLOSE-MEMBER
                       MOVE 0 TO WS-RESTORE-OPEN
                   END-IF
               WHEN OTHER
                   IF WS-RESTORE-OPEN > 0 THEN
                       ADD 1 TO WS-TOTAL-LINES
                       MOVE WS-RESTORE-OPEN TO WS-MEMBER-ID
                       MOVE ID-SNAP-LINE(1:623) TO WS-WORK-LINE
                       PERFORM WRITE-MEMBER-RECORD
                   END-IF
           END-EVALUATE.
       RESTORE-ONE-LINE-EXIT.
           EXIT.

       FIND-MEMBER-ORDINAL.
           PERFORM VARYING WS-MEMBER-ID FROM 1 BY 1
               UNTIL WS-MEMBER-ID > 12
               OR WS-PARSE-NAME = WS-MEMBER-NAME(WS-MEMBER-ID)
               CONTINUE
           END-PERFORM
           IF WS-MEMBER-ID > 12 THEN
               MOVE 0 TO WS-MEMBER-ID
           END-IF.
       FIND-MEMBER-ORDINAL-EXIT.
           EXIT.

       ACQUIRE-BOTH-LOCKS.
           MOVE "N" TO WS-LOCKS-HELD
           MOVE "ACQUIRE" TO WS-LOCK-ACTION
           MOVE "SCORE" TO WS-LOCK-FILE-ID
           CALL "FILELOCK" USING WS-LOCK-REQUEST
           IF WS-LOCK-RESULT = 0 THEN
               MOVE "ACQUIRE" TO WS-LOCK-ACTION
               MOVE "LEADER" TO WS-LOCK-FILE-ID
               CALL "FILELOCK" USING WS-LOCK-REQUEST
               IF WS-LOCK-RESULT = 0 THEN
                   MOVE "Y" TO WS-LOCKS-HELD
               ELSE
                   MOVE "RELEASE" TO WS-LOCK-ACTION
                   MOVE "SCORE" TO WS-LOCK-FILE-ID
                   CALL "FILELOCK" USING WS-LOCK-REQUEST
               END-IF
           END-IF.
       ACQUIRE-BOTH-LOCKS-EXIT.
           EXIT.

       RELEASE-BOTH-LOCKS.
           MOVE "RELEASE" TO WS-LOCK-ACTION
           MOVE "LEADER" TO WS-LOCK-FILE-ID
           CALL "FILELOCK" USING WS-LOCK-REQUEST
           MOVE "RELEASE" TO WS-LOCK-ACTION
           MOVE "SCORE" TO WS-LOCK-FILE-ID
           CALL "FILELOCK" USING WS-LOCK-REQUEST
           MOVE "N" TO WS-LOCKS-HELD.
       RELEASE-BOTH-LOCKS-EXIT.
           EXIT.

      * The per-member file plumbing, keyed by ordinal -- the one
      * place the twelve fixed SELECTs surface.
       OPEN-MEMBER-INPUT.
           EVALUATE WS-MEMBER-ID
               WHEN 1 OPEN INPUT MB-SCOREFILE
               WHEN 2 OPEN INPUT MB-LEADERFL
               WHEN 3 OPEN INPUT MB-HISTFILE
               WHEN 4 OPEN INPUT MB-ACHFILE
               WHEN 5 OPEN INPUT MB-PUSHLOG
               WHEN 6 OPEN INPUT MB-ROSTERFL
               WHEN 7 OPEN INPUT MB-HCAPFILE
               WHEN 8 OPEN INPUT MB-TOURNFIL
               WHEN 9 OPEN INPUT MB-ROLLHIST
               WHEN 10 OPEN INPUT MB-RATEFILE
               WHEN 11 OPEN INPUT MB-SCOREOVF
               WHEN 12 OPEN INPUT MB-HELDSCOR
           END-EVALUATE.
       OPEN-MEMBER-INPUT-EXIT.
           EXIT.

       OPEN-MEMBER-OUTPUT.
           EVALUATE WS-MEMBER-ID
               WHEN 1 OPEN OUTPUT MB-SCOREFILE
               WHEN 2 OPEN OUTPUT MB-LEADERFL
               WHEN 3 OPEN OUTPUT MB-HISTFILE
               WHEN 4 OPEN OUTPUT MB-ACHFILE
               WHEN 5 OPEN OUTPUT MB-PUSHLOG
               WHEN 6 OPEN OUTPUT MB-ROSTERFL
               WHEN 7 OPEN OUTPUT MB-HCAPFILE
               WHEN 8 OPEN OUTPUT MB-TOURNFIL
               WHEN 9 OPEN OUTPUT MB-ROLLHIST
               WHEN 10 OPEN OUTPUT MB-RATEFILE
               WHEN 11 OPEN OUTPUT MB-SCOREOVF
               WHEN 12 OPEN OUTPUT MB-HELDSCOR
           END-EVALUATE.
       OPEN-MEMBER-OUTPUT-EXIT.
           EXIT.

       READ-MEMBER-RECORD.
           EVALUATE WS-MEMBER-ID
               WHEN 1
                   READ MB-SCOREFILE
                       AT END SET MEMBER-EOF TO TRUE
                       NOT AT END
                           MOVE MB-SCOREFILE-REC TO WS-WORK-LINE
                   END-READ
               WHEN 2
                   READ MB-LEADERFL
                       AT END SET MEMBER-EOF TO TRUE
                       NOT AT END
                           MOVE MB-LEADERFL-REC TO WS-WORK-LINE
                   END-READ
               WHEN 3
                   READ MB-HISTFILE
                       AT END SET MEMBER-EOF TO TRUE
                       NOT AT END
                           MOVE MB-HISTFILE-REC TO WS-WORK-LINE
                   END-READ
               WHEN 4
                   READ MB-ACHFILE
                       AT END SET MEMBER-EOF TO TRUE
                       NOT AT END
                           MOVE MB-ACHFILE-REC TO WS-WORK-LINE
                   END-READ
               WHEN 5
                   READ MB-PUSHLOG
                       AT END SET MEMBER-EOF TO TRUE
                       NOT AT END
                           MOVE MB-PUSHLOG-REC TO WS-WORK-LINE
                   END-READ
               WHEN 6
                   READ MB-ROSTERFL
                       AT END SET MEMBER-EOF TO TRUE
                       NOT AT END
                           MOVE MB-ROSTERFL-REC TO WS-WORK-LINE
                   END-READ
               WHEN 7
                   READ MB-HCAPFILE
                       AT END SET MEMBER-EOF TO TRUE
                       NOT AT END
                           MOVE MB-HCAPFILE-REC TO WS-WORK-LINE
                   END-READ
               WHEN 8
                   READ MB-TOURNFIL
                       AT END SET MEMBER-EOF TO TRUE
                       NOT AT END
                           MOVE MB-TOURNFIL-REC TO WS-WORK-LINE
                   END-READ
               WHEN 9
                   READ MB-ROLLHIST
                       AT END SET MEMBER-EOF TO TRUE
                       NOT AT END
                           MOVE MB-ROLLHIST-REC TO WS-WORK-LINE
                   END-READ
               WHEN 10
                   READ MB-RATEFILE
                       AT END SET MEMBER-EOF TO TRUE
                       NOT AT END
                           MOVE MB-RATEFILE-REC TO WS-WORK-LINE
                   END-READ
               WHEN 11
                   READ MB-SCOREOVF
                       AT END SET MEMBER-EOF TO TRUE
                       NOT AT END
                           MOVE MB-SCOREOVF-REC TO WS-WORK-LINE
                   END-READ
               WHEN 12
                   READ MB-HELDSCOR
                       AT END SET MEMBER-EOF TO TRUE
                       NOT AT END
                           MOVE MB-HELDSCOR-REC TO WS-WORK-LINE
                   END-READ
           END-EVALUATE.
       READ-MEMBER-RECORD-EXIT.
           EXIT.

       WRITE-MEMBER-RECORD.
           EVALUATE WS-MEMBER-ID
               WHEN 1
                   MOVE WS-WORK-LINE TO MB-SCOREFILE-REC
                   WRITE MB-SCOREFILE-REC
               WHEN 2
                   MOVE WS-WORK-LINE TO MB-LEADERFL-REC
                   WRITE MB-LEADERFL-REC
               WHEN 3
                   MOVE WS-WORK-LINE TO MB-HISTFILE-REC
                   WRITE MB-HISTFILE-REC
               WHEN 4
                   MOVE WS-WORK-LINE TO MB-ACHFILE-REC
                   WRITE MB-ACHFILE-REC
               WHEN 5
                   MOVE WS-WORK-LINE TO MB-PUSHLOG-REC
                   WRITE MB-PUSHLOG-REC
               WHEN 6
                   MOVE WS-WORK-LINE TO MB-ROSTERFL-REC
                   WRITE MB-ROSTERFL-REC
               WHEN 7
                   MOVE WS-WORK-LINE TO MB-HCAPFILE-REC
                   WRITE MB-HCAPFILE-REC
               WHEN 8
                   MOVE WS-WORK-LINE TO MB-TOURNFIL-REC
                   WRITE MB-TOURNFIL-REC
               WHEN 9
                   MOVE WS-WORK-LINE TO MB-ROLLHIST-REC
                   WRITE MB-ROLLHIST-REC
               WHEN 10
                   MOVE WS-WORK-LINE TO MB-RATEFILE-REC
                   WRITE MB-RATEFILE-REC
               WHEN 11
                   MOVE WS-WORK-LINE TO MB-SCOREOVF-REC
                   WRITE MB-SCOREOVF-REC
               WHEN 12
                   MOVE WS-WORK-LINE TO MB-HELDSCOR-REC
                   WRITE MB-HELDSCOR-REC
           END-EVALUATE.
       WRITE-MEMBER-RECORD-EXIT.
           EXIT.

       CLOSE-MEMBER.
           EVALUATE WS-MEMBER-ID
               WHEN 1 CLOSE MB-SCOREFILE
               WHEN 2 CLOSE MB-LEADERFL
               WHEN 3 CLOSE MB-HISTFILE
               WHEN 4 CLOSE MB-ACHFILE
               WHEN 5 CLOSE MB-PUSHLOG
               WHEN 6 CLOSE MB-ROSTERFL
               WHEN 7 CLOSE MB-HCAPFILE
               WHEN 8 CLOSE MB-TOURNFIL
               WHEN 9 CLOSE MB-ROLLHIST
               WHEN 10 CLOSE MB-RATEFILE
               WHEN 11 CLOSE MB-SCOREOVF
               WHEN 12 CLOSE MB-HELDSCOR
           END-EVALUATE.
       CLOSE-MEMBER-EXIT.
           EXIT.

      ******************************************************************
      * One audit line per action or refusal, stamped with the
      * signed-on operator who acted.
      ******************************************************************
       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "PLAYERID" TO WS-AUDIT-PROGRAM
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
       END PROGRAM PLAYERID.
