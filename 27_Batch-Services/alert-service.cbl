      * text -- appends to ALERTFIL unacknowledged, where
      * SUITE-MENU surfaces it at sign-on and between selections
      * until an operator acknowledges it.
      *
      * A severe alert (status 02, a processing error) is also
      * handed to NOTIFSVC for the OPERATIONS group at high
      * priority, so whoever is on call hears of it without being
      * at the console. Status 01 alerts -- score holds, dual-control
      * overrides -- stay on the menu feed only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTSVC.

       WORKING-STORAGE SECTION.
       01 SVC-STAMP PIC X(26).
       01 SVC-SEVERE-CODE PIC 99 VALUE 2.

       01 SVC-NOTIFY-REQUEST.
           05 SVC-NTF-SOURCE PIC X(8).
           05 SVC-NTF-GROUP PIC X(12).
           05 SVC-NTF-PRIORITY PIC X.
           05 SVC-NTF-SUBJECT PIC X(60).
           05 SVC-NTF-BODY-COUNT PIC 9.
           05 SVC-NTF-BODY-LINE PIC X(80) OCCURS 8 TIMES.
           05 SVC-NTF-RESULT PIC X.

       LINKAGE SECTION.
       01 ALERT-REQUEST.
           DISPLAY "*** ALERT " FUNCTION TRIM(ALR-PROGRAM)
               " STATUS " ALR-CODE ": "
               FUNCTION TRIM(ALR-MESSAGE)
           IF ALR-CODE = SVC-SEVERE-CODE THEN
               PERFORM NOTIFY-OPERATIONS
           END-IF
           GOBACK.
       ALERTSVC-RAISE-EXIT.
           EXIT.

       NOTIFY-OPERATIONS.
           MOVE SPACES TO SVC-NOTIFY-REQUEST
           MOVE "ALERTSVC" TO SVC-NTF-SOURCE
           MOVE "OPERATIONS" TO SVC-NTF-GROUP
           MOVE "H" TO SVC-NTF-PRIORITY
           STRING "ALERT FROM " DELIMITED BY SIZE
               ALR-PROGRAM DELIMITED BY SPACE
               " STATUS " ALR-CODE DELIMITED BY SIZE
               INTO SVC-NTF-SUBJECT
           MOVE ALR-MESSAGE TO SVC-NTF-BODY-LINE(1)
           STRING "RAISED " SVC-STAMP(1:4) "-" SVC-STAMP(5:2) "-"
               SVC-STAMP(7:2) " " SVC-STAMP(9:2) ":" SVC-STAMP(11:2)
               ":" SVC-STAMP(13:2)
               DELIMITED BY SIZE INTO SVC-NTF-BODY-LINE(2)
           MOVE "ACKNOWLEDGE AT THE SUITE MENU ALERT PROMPT"
               TO SVC-NTF-BODY-LINE(3)
           MOVE 3 TO SVC-NTF-BODY-COUNT
           CALL "NOTIFSVC" USING SVC-NOTIFY-REQUEST.
       NOTIFY-OPERATIONS-EXIT.
           EXIT.
       END PROGRAM ALERTSVC.
