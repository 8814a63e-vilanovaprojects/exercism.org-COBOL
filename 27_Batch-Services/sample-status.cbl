      * as they touch it -- RECEIVED, TRANSCRIBED, COUNTED,
      * EXCEPTION, RESUBMITTED, ARCHIVED -- and the SAMPMST master
      * holds one record per SEQ-SAMPLE-ID with its received date,
      * source, current status, and status date. A sample on a
      * sequencer delivery manifest that never arrived is put on the
      * master EXPECTED, with no received date, until the pipeline
      * first touches it.
      *
      * Each sample can carry the client (or project) code it was
      * taken in for -- keyed on the delivery manifest or by hand
      * in SAMPINQ, and set here with CLIENT -- which is what
      * SLARPT judges turnaround against.
      *
      * Every status change -- ADVANCE, EXPECT, and an operator's
      * SAMPINQ SET, which is an ADVANCE -- also appends one record
      * to SAMPHIST: old status, new status, when, which program,
      * and the signed-on operator. The master only ever holds the
      * current status; SAMPHIST is the custody trail behind it.
      * It is written as each change happens, not at FLUSH, so the
      * trail survives a run that never reaches its FLUSH.
      *
      * The master loads once per run unit and updates in memory
      * (the PARMSVC caching pattern); a batch calls FLUSH once at
       FILE-CONTROL.
           SELECT OPTIONAL SAMPLE-MASTER ASSIGN TO "SAMPMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SAMPLE-HISTORY ASSIGN TO "SAMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SAMPLE-MASTER.
           05 SM-STATUS PIC X(12).
           05 FILLER PIC X.
           05 SM-STATUS-DATE PIC 9(8).
           05 FILLER PIC X.
           05 SM-CLIENT PIC X(8).

       FD SAMPLE-HISTORY.
       COPY SAMPHIST.

       WORKING-STORAGE SECTION.
       01 SAMP-LOADED PIC X VALUE "N".
               10 SAMP-TBL-SOURCE PIC X(8).
               10 SAMP-TBL-STATUS PIC X(12).
               10 SAMP-TBL-STATUS-DATE PIC 9(8).
               10 SAMP-TBL-CLIENT PIC X(8).
       01 SAMP-INDEX PIC 9(4).
       01 SAMP-MATCH PIC 9(4) VALUE 0.
       01 SAMP-STAMP PIC X(26).
       01 SAMP-TODAY PIC 9(8) VALUE 0.
       01 SAMP-OLD-STATUS PIC X(12).

      * Shared audit-trail record fields, for the operator stamp.
       COPY AUDITLOG.

       LINKAGE SECTION.
      * ADVANCE moves SMP-ID to SMP-STATUS (creating the record
      * with today's received date and SMP-SOURCE on first touch);
      * FLUSH rewrites the master from the cached table; READ
      * returns the sample's current fields (status SPACES when the
      * sample is unknown); EXPECT puts an unknown sample on the
      * master as EXPECTED with a zero received date, and leaves a
      * sample already on it alone. SMP-PROGRAM names the calling
      * program on the SAMPHIST record of any change it makes.
      * CLIENT sets the sample's SMP-CLIENT code, putting a sample
      * not yet on the master there as EXPECTED first; READ returns
      * the code too.
       01 SAMPLE-SVC-REQUEST.
           05 SMP-ACTION PIC X(8).
           05 SMP-ID PIC X(12).
           05 SMP-SOURCE PIC X(8).
           05 SMP-RECEIVED PIC 9(8).
           05 SMP-STATUS-DATE PIC 9(8).
           05 SMP-PROGRAM PIC X(20).
           05 SMP-CLIENT PIC X(8).

       PROCEDURE DIVISION USING SAMPLE-SVC-REQUEST.

                   PERFORM ADVANCE-SAMPLE-STATUS
               WHEN "READ"
                   PERFORM READ-SAMPLE-STATUS
               WHEN "EXPECT"
                   PERFORM EXPECT-SAMPLE
               WHEN "CLIENT"
                   PERFORM ASSIGN-SAMPLE-CLIENT
               WHEN "FLUSH"
                   PERFORM SAVE-SAMPLE-MASTER
               WHEN OTHER
           EXIT.

      * Last writer wins: the pipeline touches a sample in
      * processing order, so the newest touch is the truth. The
      * first pipeline touch of an EXPECTED sample is its arrival:
      * it takes that day's received date and source. A manual
      * status change is not an arrival unless it sets RECEIVED.
       ADVANCE-SAMPLE-STATUS.
           PERFORM FIND-SAMPLE-ENTRY
           IF SAMP-MATCH = 0 AND SAMP-COUNT < 2000 THEN
               MOVE SMP-ID TO SAMP-TBL-ID(SAMP-MATCH)
               MOVE SAMP-TODAY TO SAMP-TBL-RECEIVED(SAMP-MATCH)
               MOVE SMP-SOURCE TO SAMP-TBL-SOURCE(SAMP-MATCH)
               MOVE SPACES TO SAMP-TBL-STATUS(SAMP-MATCH)
               MOVE SPACES TO SAMP-TBL-CLIENT(SAMP-MATCH)
           END-IF
           IF SAMP-MATCH > 0 THEN
               IF SAMP-TBL-RECEIVED(SAMP-MATCH) = 0
                   AND (SMP-SOURCE NOT = "MANUAL"
                   OR SMP-STATUS = "RECEIVED") THEN
                   MOVE SAMP-TODAY TO SAMP-TBL-RECEIVED(SAMP-MATCH)
                   MOVE SMP-SOURCE TO SAMP-TBL-SOURCE(SAMP-MATCH)
               END-IF
           END-IF
           IF SAMP-MATCH > 0 THEN
               MOVE SAMP-TBL-STATUS(SAMP-MATCH) TO SAMP-OLD-STATUS
               MOVE SMP-STATUS TO SAMP-TBL-STATUS(SAMP-MATCH)
               MOVE SAMP-TODAY TO SAMP-TBL-STATUS-DATE(SAMP-MATCH)
               PERFORM APPEND-SAMPLE-HISTORY
           END-IF.
       ADVANCE-SAMPLE-STATUS-EXIT.
           EXIT.

      * A manifest sample that has not arrived. One already on the
      * master -- arrived, or expected by an earlier run -- keeps
      * what it has.
       EXPECT-SAMPLE.
           PERFORM FIND-SAMPLE-ENTRY
           IF SAMP-MATCH = 0 AND SAMP-COUNT < 2000 THEN
               ADD 1 TO SAMP-COUNT
               MOVE SAMP-COUNT TO SAMP-MATCH
               MOVE SMP-ID TO SAMP-TBL-ID(SAMP-MATCH)
               MOVE 0 TO SAMP-TBL-RECEIVED(SAMP-MATCH)
               MOVE SMP-SOURCE TO SAMP-TBL-SOURCE(SAMP-MATCH)
               MOVE "EXPECTED" TO SAMP-TBL-STATUS(SAMP-MATCH)
               MOVE SAMP-TODAY TO SAMP-TBL-STATUS-DATE(SAMP-MATCH)
               MOVE SPACES TO SAMP-TBL-CLIENT(SAMP-MATCH)
               MOVE SPACES TO SAMP-OLD-STATUS
               PERFORM APPEND-SAMPLE-HISTORY
           END-IF.
       EXPECT-SAMPLE-EXIT.
           EXIT.

      * The client a sample was taken in for. A sample the master
      * does not hold yet goes on it EXPECTED, as a manifest sample
      * would, so the code is not lost before the strand arrives.
       ASSIGN-SAMPLE-CLIENT.
           PERFORM FIND-SAMPLE-ENTRY
           IF SAMP-MATCH = 0 THEN
               PERFORM EXPECT-SAMPLE
               PERFORM FIND-SAMPLE-ENTRY
           END-IF
           IF SAMP-MATCH > 0 THEN
               MOVE SMP-CLIENT TO SAMP-TBL-CLIENT(SAMP-MATCH)
           END-IF.
       ASSIGN-SAMPLE-CLIENT-EXIT.
           EXIT.

      * One custody record for the change just made to SAMP-MATCH,
      * appended the way AUDITSVC appends: open EXTEND, write,
      * close, so nothing sits unwritten in a buffer.
       APPEND-SAMPLE-HISTORY.
           IF WS-AUDIT-OPERATOR = LOW-VALUES THEN
               MOVE SPACES TO WS-AUDIT-OPERATOR
           END-IF
           MOVE SPACES TO SAMPLE-HISTORY-RECORD
           MOVE SAMP-TBL-ID(SAMP-MATCH) TO SH-ID
           MOVE SAMP-STAMP(1:14) TO SH-STAMP
           MOVE SAMP-OLD-STATUS TO SH-OLD-STATUS
           MOVE SAMP-TBL-STATUS(SAMP-MATCH) TO SH-NEW-STATUS
           MOVE SMP-PROGRAM TO SH-PROGRAM
           MOVE SMP-SOURCE TO SH-SOURCE
           MOVE WS-AUDIT-OPERATOR TO SH-OPERATOR
           OPEN EXTEND SAMPLE-HISTORY
           WRITE SAMPLE-HISTORY-RECORD
           CLOSE SAMPLE-HISTORY.
       APPEND-SAMPLE-HISTORY-EXIT.
           EXIT.

       READ-SAMPLE-STATUS.
           PERFORM FIND-SAMPLE-ENTRY
           IF SAMP-MATCH > 0 THEN
               MOVE SAMP-TBL-RECEIVED(SAMP-MATCH) TO SMP-RECEIVED
               MOVE SAMP-TBL-STATUS-DATE(SAMP-MATCH)
                   TO SMP-STATUS-DATE
               MOVE SAMP-TBL-CLIENT(SAMP-MATCH) TO SMP-CLIENT
           ELSE
               MOVE SPACES TO SMP-STATUS
               MOVE SPACES TO SMP-SOURCE
               MOVE 0 TO SMP-RECEIVED
               MOVE 0 TO SMP-STATUS-DATE
               MOVE SPACES TO SMP-CLIENT
           END-IF.
       READ-SAMPLE-STATUS-EXIT.
           EXIT.
                               TO SAMP-TBL-STATUS(SAMP-COUNT)
                           MOVE SM-STATUS-DATE
                               TO SAMP-TBL-STATUS-DATE(SAMP-COUNT)
                           MOVE SM-CLIENT
                               TO SAMP-TBL-CLIENT(SAMP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
               MOVE SAMP-TBL-STATUS(SAMP-INDEX) TO SM-STATUS
               MOVE SAMP-TBL-STATUS-DATE(SAMP-INDEX)
                   TO SM-STATUS-DATE
               MOVE SAMP-TBL-CLIENT(SAMP-INDEX) TO SM-CLIENT
               WRITE SAMPLE-MASTER-RECORD
           END-PERFORM
           CLOSE SAMPLE-MASTER.
