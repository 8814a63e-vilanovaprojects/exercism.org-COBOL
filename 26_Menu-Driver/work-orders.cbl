      * menu-driver.cbl.
       01 WS-CATALOG-DATA.
           05 FILLER PIC X(36)
               VALUE "collatz-conjecture  BATCH     0122".
           05 FILLER PIC X(36)
               VALUE "rna-transcription   BATCH     0131".
           05 FILLER PIC X(36)
               VALUE "two-fer             BATCH     0151".
           05 FILLER PIC X(36)
               VALUE "nucleotide-count    BATCH     0172".
           05 FILLER PIC X(36)
               VALUE "nucleotide-count    DROPFILE  0180".
           05 FILLER PIC X(36)
               VALUE "TRIANGLE            BATCH     0190".
           05 FILLER PIC X(36)
               VALUE "rna-transcription   PIPELINE  0260".
           05 FILLER PIC X(36)
               VALUE "COLTREE             TREE      1003".
           05 FILLER PIC X(36)
               VALUE "collatz-conjecture  VARIANT   1022".
           05 FILLER PIC X(36)
               VALUE "two-fer             OCCASIONS 1040".
           05 FILLER PIC X(36)
               VALUE "two-fer             LABELRUN  1050".
       01 WS-CATALOG-TABLE REDEFINES WS-CATALOG-DATA.
           05 WS-CATALOG-ENTRY OCCURS 11 TIMES.
               10 WS-CAT-PROGRAM PIC X(20).
               10 WS-CAT-MODE PIC X(10).
               10 WS-CAT-CHOICE PIC 9(3).
               10 WS-CAT-PARMS PIC 9.
               10 FILLER PIC X(2).
       01 WS-CATALOG-IX PIC 99.
       01 WS-CATALOG-MATCH PIC 99 VALUE 0.

       01 WS-MAINT-ANSWER PIC X(20).
       01 WS-MAINT-ACTION PIC X(8).
       FIND-CATALOG-ENTRY.
           MOVE 0 TO WS-CATALOG-MATCH
           PERFORM VARYING WS-CATALOG-IX FROM 1 BY 1
               UNTIL WS-CATALOG-IX > 11
               IF WS-CAT-PROGRAM(WS-CATALOG-IX)
                   = WS-OD-PROGRAM(WS-ORDER-INDEX)
                   AND WS-CAT-MODE(WS-CATALOG-IX)
                       ADD 1 TO WS-GENERATED
                       MOVE SPACES TO COMMAND-FILE-RECORD
                       MOVE WS-CAT-CHOICE(WS-CATALOG-MATCH)
                           TO COMMAND-FILE-RECORD(1:3)
                       WRITE COMMAND-FILE-RECORD
                       PERFORM VARYING WS-PARM-IX FROM 1 BY 1
                           UNTIL WS-PARM-IX
