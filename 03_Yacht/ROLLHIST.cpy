      * yacht, 0 unknown); RH-ROLL-SOURCE is "M" machine-rolled or
      * "K" keyed; the timestamp is YYYYMMDDHHMMSS, zeros on a
      * record converted from the undated legacy format.
      * RH-ADVISED is "Y" on every line of a game played with the
      * keep-or-reroll advisor switched on, "N" otherwise (blank on
      * lines written before the advisor existed).
      * RH-VARIANT names the YACHTRUL rule set the game was played
      * under (blank on older lines, read as CLASSIC), and
      * RH-YACHT-BONUS carries any bonus-yacht points the turn earned
      * on top of RH-SCORE, so a reader can rebuild the game total.
      * ROLLCONV migrates a legacy file onto this layout.
       01 ROLL-HISTORY-RECORD.
           05 RH-PLAYER PIC X(20).
           05 RH-TIMESTAMP PIC X(14).
           05 FILLER PIC X.
           05 RH-ROLL-SOURCE PIC X.
           05 FILLER PIC X.
           05 RH-ADVISED PIC X.
           05 FILLER PIC X.
           05 RH-VARIANT PIC X(8).
           05 FILLER PIC X.
           05 RH-YACHT-BONUS PIC 999.
