      * each utility with a fixed set of known inputs -- 1996 through
      * LEAP, dice 11111 category yacht through YACHT-PROGRAM, strand
      * ACGT through rna-transcription and nucleotide-count, 3,4,5
      * through TRIANGLE, a fixed operator id and password through
      * PASSHASH, and so on -- compares every result against
      * the expected-results file, prints PASS/FAIL per program, and
      * ends with a nonzero return code if anything fails.
      ******************************************************************
       01 WS-NUMBER IS EXTERNAL PIC S9(18).
       01 WS-STEPS IS EXTERNAL PIC 9(4).
       01 WS-HEYBOB IS EXTERNAL PIC X(60).
       01 WS-BOB-RESULT IS EXTERNAL PIC X(80).
       01 WS-LANGUAGE IS EXTERNAL PIC X(2).
       01 WS-NAME IS EXTERNAL PIC X(16).
       01 WS-NAME-RAW IS EXTERNAL PIC X(64).
       01 WS-QUEEN-RESULT IS EXTERNAL PIC 9.
       01 WS-OCCUPIED-LIST IS EXTERNAL PIC X(80).
       01 WS-QUEEN-RENDER IS EXTERNAL PIC X.
      * PASSHASH's request block: a drifted hash would lock every
      * operator out of the suite at once.
       01 WS-HASH-REQUEST.
           05 WS-HASH-OPERATOR-ID PIC X(8).
           05 WS-HASH-PASSWORD PIC X(20).
           05 WS-HASH-VALUE PIC X(16).
      * The utilities' log-suppression switches: a certification run
      * must not seed ROLLHIST, CONVOLOG, or MOVELOG with its fixed
      * known inputs -- they would surface as false exceptions in
           PERFORM CHECK-BOB
           PERFORM CHECK-TWO-FER
           PERFORM CHECK-QUEEN
           PERFORM CHECK-PASSHASH

           MOVE "N" TO WS-YACHT-NO-HISTORY
           MOVE "N" TO WS-BOB-NO-CONVOLOG
       CHECK-QUEEN-EXIT.
           EXIT.

       CHECK-PASSHASH.
           MOVE "SELFCHK" TO WS-HASH-OPERATOR-ID
           MOVE "Known-Answer1" TO WS-HASH-PASSWORD
           CALL "PASSHASH" USING WS-HASH-REQUEST
           MOVE SPACES TO WS-ACTUAL-WORK
           MOVE WS-HASH-VALUE TO WS-ACTUAL-WORK(1:16)
           MOVE "PASSHASH" TO WS-CHECK-PROGRAM(10)
           PERFORM NOTE-CHECK-RESULT.
       CHECK-PASSHASH-EXIT.
           EXIT.

       NOTE-CHECK-RESULT.
           ADD 1 TO WS-CHECK-COUNT
           MOVE WS-ACTUAL-WORK
