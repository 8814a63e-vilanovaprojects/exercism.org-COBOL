                       AT END SET BAL-EOF TO TRUE
                   END-READ
               WHEN 2
      * A generated NUMFILE's own control trailer ends the feed, as
      * it does for the batch that reads it.
                   READ IN-NUMFILE
                       AT END SET BAL-EOF TO TRUE
                       NOT AT END
                           IF IN-NUMFILE-RECORD(1:12)
                               = "*** CONTROL " THEN
                               SET BAL-EOF TO TRUE
                           END-IF
                   END-READ
               WHEN 3 THRU 4
                   READ IN-SEQFILE
