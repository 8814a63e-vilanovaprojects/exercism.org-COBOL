      * worksheet; ACCEPT walks the rejects and takes the corrected
      * values (with their property) onto the TRIRESUB feed, which
      * the next TRIANGLE-BATCH-RUN picks up ahead of new work.
      * Control totals tie rejects to resubmissions. A reject that
      * named a drafting part keeps its part number and revision
      * through the worksheet and onto TRIRESUB, so the corrected
      * measurement lands on the part's history like any other.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIEXCP.
       DATA DIVISION.
       FILE SECTION.
      * Lines as RECORD-DEGENERATE-REASON writes them:
      * "SIDES <sides> REASON <reason>", the reason full width,
      * then " PART <part> REV <rev>" when the record named one.
       FD DEGENERATE-LOG.
       01 DEGENERATE-LOG-LINE PIC X(120).

       FD WORKSHEET-FILE.
       01 WORKSHEET-LINE PIC X(132).

       FD RESUBMIT-FILE.
       01 RESUBMIT-RECORD.
           05 RS-SIDES PIC X(40).
           05 FILLER PIC X.
           05 RS-PROPERTY PIC X(11).
           05 FILLER PIC X.
           05 RS-PART-NO PIC X(12).
           05 FILLER PIC X.
           05 RS-PART-REV PIC X(2).

       WORKING-STORAGE SECTION.
       01 WS-LOG-EOF PIC X VALUE "N".
           05 WS-REJECT-ENTRY OCCURS 200 TIMES.
               10 WS-RJ-SIDES PIC X(40).
               10 WS-RJ-REASON PIC X(20).
               10 WS-RJ-PART-NO PIC X(12).
               10 WS-RJ-PART-REV PIC X(2).
       01 WS-REJECT-INDEX PIC 9(4).
       01 WS-PARSE-SIDES PIC X(40).
       01 WS-PARSE-REASON PIC X(20).
       01 WS-PARSE-REST PIC X(80).

       01 WS-MAINT-ANSWER PIC X(40).
       01 WS-MAINT-ACTION PIC X(9).
           MOVE SPACES TO WS-PARSE-SIDES
           MOVE SPACES TO WS-PARSE-REASON
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING DEGENERATE-LOG-LINE(7:114)
               DELIMITED BY " REASON "
               INTO WS-PARSE-SIDES WS-PARSE-REST
           MOVE WS-PARSE-REST(1:20) TO WS-PARSE-REASON
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-PARSE-SIDES TO WS-RJ-SIDES(WS-REJECT-COUNT)
           MOVE WS-PARSE-REASON TO WS-RJ-REASON(WS-REJECT-COUNT)
           MOVE SPACES TO WS-RJ-PART-NO(WS-REJECT-COUNT)
           MOVE SPACES TO WS-RJ-PART-REV(WS-REJECT-COUNT)
           IF WS-PARSE-REST(21:6) = " PART " THEN
               MOVE WS-PARSE-REST(27:12)
                   TO WS-RJ-PART-NO(WS-REJECT-COUNT)
               MOVE WS-PARSE-REST(44:2)
                   TO WS-RJ-PART-REV(WS-REJECT-COUNT)
           END-IF.
       PARSE-ONE-REJECT-EXIT.
           EXIT.

                       WS-RJ-SIDES(WS-REJECT-INDEX))
                   " REASON " FUNCTION TRIM(
                       WS-RJ-REASON(WS-REJECT-INDEX))
                   " PART " WS-RJ-PART-NO(WS-REJECT-INDEX)
                   " " WS-RJ-PART-REV(WS-REJECT-INDEX)
                   " CORRECTED: ______________"
                   DELIMITED BY SIZE INTO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
               FUNCTION TRIM(WS-RJ-SIDES(WS-REJECT-INDEX))
               " REASON "
               FUNCTION TRIM(WS-RJ-REASON(WS-REJECT-INDEX))
               " PART " WS-RJ-PART-NO(WS-REJECT-INDEX)
               " " WS-RJ-PART-REV(WS-REJECT-INDEX)
           DISPLAY "Corrected sides A,B,C (blank=skip): "
               WITH NO ADVANCING
           ACCEPT WS-MAINT-ANSWER
                   WITH NO ADVANCING
               ACCEPT WS-MAINT-ANSWER
               MOVE WS-MAINT-ANSWER TO RS-PROPERTY
               MOVE WS-RJ-PART-NO(WS-REJECT-INDEX) TO RS-PART-NO
               MOVE WS-RJ-PART-REV(WS-REJECT-INDEX) TO RS-PART-REV
               WRITE RESUBMIT-RECORD
               ADD 1 TO WS-ACCEPTED-COUNT
           END-IF.
