      * 10.001 and 10.002 are the same side to the drafting office,
      * so they classify as equal here too. A different instrument
      * set tunes this copybook, not the program.
      * RULE-TREND-RUN is how many consecutive measurements of one
      * side, each larger (or each smaller) than the one before,
      * TRISPC calls a drift trend.
      ******************************************************************
       01 TRIANGLE-RULES.
           05 RULE-SIDE-TOLERANCE PIC 9(3)V9(6) VALUE 0.005000.
           05 RULE-TREND-RUN PIC 9(2) VALUE 6.
