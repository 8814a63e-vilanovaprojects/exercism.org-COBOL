      * shared whole-file rewrites. Both Yacht's score push and
      * high-scores' save rewrite SCOREFILE in full with OPEN OUTPUT,
      * so two operators pushing in the same minute silently dropped
      * one player's update; LEADERFL has the same pattern, and so
      * does the Collatz RECORDS register. Callers
      * ACQUIRE the matching lock before the load, hold it across the
      * rewrite, and RELEASE after -- a simultaneous run retries
      * (queues) until the lock frees instead of overwriting.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEADER-LOCK ASSIGN TO "LEADERLCK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECORDS-LOCK ASSIGN TO "RECLCK"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * The lock record carries who took it and when, so a lock
       FD LEADER-LOCK.
       01 LEADER-LOCK-RECORD PIC X(32).

       FD RECORDS-LOCK.
       01 RECORDS-LOCK-RECORD PIC X(32).

       WORKING-STORAGE SECTION.
       01 LOCK-STATE PIC X(8) VALUE SPACES.
       01 LOCK-BUILD PIC X(32) VALUE SPACES.

       LINKAGE SECTION.
      * One request per call: LOCK-ACTION is ACQUIRE or RELEASE,
      * LOCK-FILE-ID picks the lock (SCORE, LEADER or RECORDS),
      * LOCK-RESULT comes back 0 when the action succeeded and 1
      * when the lock stayed busy through every retry.
       01 LOCK-REQUEST.
           05 LOCK-ACTION PIC X(8).
           05 LOCK-FILE-ID PIC X(8).
                               TO LOCK-STATE
                   END-READ
                   CLOSE LEADER-LOCK
               WHEN "RECORDS"
                   OPEN INPUT RECORDS-LOCK
                   READ RECORDS-LOCK
                       AT END CONTINUE
                       NOT AT END
                           MOVE RECORDS-LOCK-RECORD(1:8)
                               TO LOCK-STATE
                   END-READ
                   CLOSE RECORDS-LOCK
           END-EVALUATE.
       READ-LOCK-STATE-EXIT.
           EXIT.
                   MOVE LOCK-BUILD TO LEADER-LOCK-RECORD
                   WRITE LEADER-LOCK-RECORD
                   CLOSE LEADER-LOCK
               WHEN "RECORDS"
                   OPEN OUTPUT RECORDS-LOCK
                   MOVE LOCK-BUILD TO RECORDS-LOCK-RECORD
                   WRITE RECORDS-LOCK-RECORD
                   CLOSE RECORDS-LOCK
           END-EVALUATE.
       WRITE-LOCKED-EXIT.
           EXIT.
                   MOVE "FREE" TO LEADER-LOCK-RECORD
                   WRITE LEADER-LOCK-RECORD
                   CLOSE LEADER-LOCK
               WHEN "RECORDS"
                   OPEN OUTPUT RECORDS-LOCK
                   MOVE "FREE" TO RECORDS-LOCK-RECORD
                   WRITE RECORDS-LOCK-RECORD
                   CLOSE RECORDS-LOCK
           END-EVALUATE.
       WRITE-FREE-EXIT.
           EXIT.
