      * ROUTEFIL record: report name(8), department(12), one row
      * per report/department pairing, "*" comments ignored. The
      * distributable reports are the fixed catalog below.
      *
      * Each finished bundle is announced through NOTIFSVC to the
      * recipient group named after its department -- the bundle,
      * its date, and every report in it with its line count -- so
      * the lab hears of a GCEXCP quarantine the morning it lands
      * rather than when it comes asking.
      *
      * DQSCARD, the daily data-quality scorecard, is in the catalog
      * so it reaches the departments that own the scored feeds --
      * each has a DQSCARD row on ROUTEFIL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIB.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IN-STEPSRPT ASSIGN TO "STEPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IN-DQSCARD ASSIGN TO "DQSCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUNDLE-1 ASSIGN TO "BUNDLE1"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUNDLE-2 ASSIGN TO "BUNDLE2"
       01 IN-LEADERRPT-LINE PIC X(132).
       FD IN-STEPSRPT.
       01 IN-STEPSRPT-LINE PIC X(132).
       FD IN-DQSCARD.
       01 IN-DQSCARD-LINE PIC X(132).

       FD BUNDLE-1.
       01 BUNDLE-1-LINE PIC X(132).
           05 FILLER PIC X(9) VALUE "GCEXCP".
           05 FILLER PIC X(9) VALUE "LEADERRPT".
           05 FILLER PIC X(9) VALUE "STEPSRPT".
           05 FILLER PIC X(9) VALUE "DQSCARD".
       01 WS-REPORT-NAME-TABLE REDEFINES WS-REPORT-NAMES.
           05 WS-REPORT-NAME PIC X(9) OCCURS 7 TIMES.
       01 WS-REPORT-ID PIC 9 VALUE 0.

      * The routing loaded whole.
       01 WS-DIST-STAMP PIC X(26).
       01 WS-DIST-DATE PIC 9(8) VALUE 0.

      * The reports that went into the bundle being built, for its
      * completion notice.
       01 WS-BUNDLE-REPORTS PIC 9 VALUE 0.
       01 WS-BUNDLE-TABLE.
           05 WS-BUNDLE-ENTRY OCCURS 7 TIMES.
               10 WS-BD-REPORT PIC X(9).
               10 WS-BD-LINES PIC 9(6).
       01 WS-BUNDLE-IX PIC 9.

       01 WS-NOTIFY-REQUEST.
           05 WS-NTF-SOURCE PIC X(8).
           05 WS-NTF-GROUP PIC X(12).
           05 WS-NTF-PRIORITY PIC X.
           05 WS-NTF-SUBJECT PIC X(60).
           05 WS-NTF-BODY-COUNT PIC 9.
           05 WS-NTF-BODY-LINE PIC X(80) OCCURS 8 TIMES.
           05 WS-NTF-RESULT PIC X.

      * Shared audit-trail record fields.
       COPY AUDITLOG.

      * logged.
      ******************************************************************
       BUILD-ONE-BUNDLE.
           MOVE 0 TO WS-BUNDLE-REPORTS
           PERFORM OPEN-BUNDLE-OUTPUT
           MOVE SPACES TO WS-WORK-LINE
           STRING "REPORT BUNDLE FOR "
               DELIMITED BY SIZE INTO WS-WORK-LINE
           PERFORM WRITE-BUNDLE-LINE
           PERFORM VARYING WS-REPORT-ID FROM 1 BY 1
               UNTIL WS-REPORT-ID > 7
               PERFORM DELIVER-IF-ROUTED
           END-PERFORM
           PERFORM CLOSE-BUNDLE-OUTPUT
           PERFORM NOTIFY-BUNDLE-READY.
       BUILD-ONE-BUNDLE-EXIT.
           EXIT.

       NOTIFY-BUNDLE-READY.
           MOVE SPACES TO WS-NOTIFY-REQUEST
           MOVE "DISTRIB" TO WS-NTF-SOURCE
           MOVE WS-DEPT-NAME(WS-DEPT-ID) TO WS-NTF-GROUP
           MOVE "N" TO WS-NTF-PRIORITY
           STRING "REPORT BUNDLE " WS-DEPT-ID " READY FOR "
               WS-DEPT-NAME(WS-DEPT-ID)
               DELIMITED BY SIZE INTO WS-NTF-SUBJECT
           STRING "BUNDLE" WS-DEPT-ID " DATED " WS-DIST-DATE
               " -- " WS-BUNDLE-REPORTS " REPORTS"
               DELIMITED BY SIZE INTO WS-NTF-BODY-LINE(1)
           PERFORM VARYING WS-BUNDLE-IX FROM 1 BY 1
               UNTIL WS-BUNDLE-IX > WS-BUNDLE-REPORTS
               STRING "  " WS-BD-REPORT(WS-BUNDLE-IX)
                   " LINES " WS-BD-LINES(WS-BUNDLE-IX)
                   DELIMITED BY SIZE
                   INTO WS-NTF-BODY-LINE(WS-BUNDLE-IX + 1)
           END-PERFORM
           COMPUTE WS-NTF-BODY-COUNT = WS-BUNDLE-REPORTS + 1
           CALL "NOTIFSVC" USING WS-NOTIFY-REQUEST.
       NOTIFY-BUNDLE-READY-EXIT.
           EXIT.

       DELIVER-IF-ROUTED.
           MOVE "N" TO WS-DEPT-SEEN
           PERFORM VARYING WS-ROUTE-INDEX FROM 1 BY 1
               " TO " WS-DEPT-NAME(WS-DEPT-ID)
               " LINES " WS-LINES-COPIED
               DELIMITED BY SIZE INTO DISTRIBUTION-LOG-LINE
           WRITE DISTRIBUTION-LOG-LINE
           ADD 1 TO WS-BUNDLE-REPORTS
           MOVE WS-REPORT-NAME(WS-REPORT-ID)
               TO WS-BD-REPORT(WS-BUNDLE-REPORTS)
           MOVE WS-LINES-COPIED TO WS-BD-LINES(WS-BUNDLE-REPORTS).
       COPY-REPORT-TO-BUNDLE-EXIT.
           EXIT.

               WHEN 4 OPEN INPUT IN-GCEXCP
               WHEN 5 OPEN INPUT IN-LEADERRPT
               WHEN 6 OPEN INPUT IN-STEPSRPT
               WHEN 7 OPEN INPUT IN-DQSCARD
           END-EVALUATE.
       OPEN-REPORT-INPUT-EXIT.
           EXIT.
                       NOT AT END
                           MOVE IN-STEPSRPT-LINE TO WS-WORK-LINE
                   END-READ
               WHEN 7
                   READ IN-DQSCARD
                       AT END SET COPY-EOF TO TRUE
                       NOT AT END
                           MOVE IN-DQSCARD-LINE TO WS-WORK-LINE
                   END-READ
           END-EVALUATE.
       READ-REPORT-LINE-EXIT.
           EXIT.
               WHEN 4 CLOSE IN-GCEXCP
               WHEN 5 CLOSE IN-LEADERRPT
               WHEN 6 CLOSE IN-STEPSRPT
               WHEN 7 CLOSE IN-DQSCARD
           END-EVALUATE.
       CLOSE-REPORT-INPUT-EXIT.
           EXIT.
