      * SCORE-CATEGORY so a house variant (different straight/yacht
      * payouts) can be run by editing this copybook instead of
      * touching Yacht.cbl.
      *
      * The league plays more than one variant, so the payouts are
      * now kept as named rule sets in YACHT-RULE-SET-TABLE below.
      * YACHT-RULES holds the set in force: it starts as CLASSIC, and
      * a program that plays or reconstructs a game moves the named
      * set's RULE-SET-ENTRY over it (the two layouts are identical).
      * A blank variant on ROLLHIST or PUSHLOG -- every line written
      * before variants existed -- means CLASSIC.
      ******************************************************************
       01 YACHT-RULES.
           05 RULE-VARIANT-NAME PIC X(8) VALUE "CLASSIC".
      * 12 on the classic card; 13 adds three of a kind (code 13).
           05 RULE-CATEGORY-COUNT PIC 99 VALUE 12.
           05 RULE-LITTLE-STRAIGHT-LENGTH PIC 99 VALUE 15.
           05 RULE-LITTLE-STRAIGHT-POINTS PIC 99 VALUE 30.
           05 RULE-BIG-STRAIGHT-LENGTH PIC 99 VALUE 20.
      * touching Yacht.cbl.
           05 RULE-UPPER-BONUS-THRESHOLD PIC 99 VALUE 63.
           05 RULE-UPPER-BONUS-POINTS PIC 99 VALUE 35.
      * Zero scores a full house as the total of the dice; anything
      * else is a fixed payout for any three-and-two.
           05 RULE-FULL-HOUSE-POINTS PIC 99 VALUE 0.
      * "F" scores four of a kind as the four matching dice, "A" as
      * the total of all five dice.
           05 RULE-FOUR-KIND-SCORING PIC X VALUE "F".
               88 FOUR-KIND-ALL-DICE VALUE "A".
      * "E" pays the straights only on the exact runs 1-5 and 2-6;
      * "R" pays any run of four (small) or five (large).
           05 RULE-STRAIGHT-SCORING PIC X VALUE "E".
               88 STRAIGHTS-AS-RUNS VALUE "R".
      * Zero turns bonus yachts off. Otherwise each further yacht
      * rolled after the yacht box scored pays this bonus, and a
      * yacht rolled once that box is filled plays as a joker.
           05 RULE-YACHT-BONUS-POINTS PIC 999 VALUE 0.

      * The named rule sets, one group per variant, in the order of
      * the YACHT-RULES fields above.
       01 YACHT-RULE-SET-VALUES.
      * CLASSIC -- the twelve-category card the shop always played.
           05 FILLER PIC X(8) VALUE "CLASSIC".
           05 FILLER PIC 99 VALUE 12.
           05 FILLER PIC 99 VALUE 15.
           05 FILLER PIC 99 VALUE 30.
           05 FILLER PIC 99 VALUE 20.
           05 FILLER PIC 99 VALUE 30.
           05 FILLER PIC 99 VALUE 50.
           05 FILLER PIC 99 VALUE 63.
           05 FILLER PIC 99 VALUE 35.
           05 FILLER PIC 99 VALUE 0.
           05 FILLER PIC X VALUE "F".
           05 FILLER PIC X VALUE "E".
           05 FILLER PIC 999 VALUE 0.
      * THIRTEEN -- the league's thirteen-category card: three of a
      * kind, 25-point full house, small (30) and large (40)
      * straights, and 100-point bonus yachts with joker rules.
           05 FILLER PIC X(8) VALUE "THIRTEEN".
           05 FILLER PIC 99 VALUE 13.
           05 FILLER PIC 99 VALUE 15.
           05 FILLER PIC 99 VALUE 30.
           05 FILLER PIC 99 VALUE 20.
           05 FILLER PIC 99 VALUE 40.
           05 FILLER PIC 99 VALUE 50.
           05 FILLER PIC 99 VALUE 63.
           05 FILLER PIC 99 VALUE 35.
           05 FILLER PIC 99 VALUE 25.
           05 FILLER PIC X VALUE "A".
           05 FILLER PIC X VALUE "R".
           05 FILLER PIC 999 VALUE 100.
       01 YACHT-RULE-SET-TABLE REDEFINES YACHT-RULE-SET-VALUES.
           05 RULE-SET-ENTRY OCCURS 2 TIMES.
               10 RULE-SET-NAME PIC X(8).
               10 FILLER PIC X(23).
       01 RULE-SET-COUNT PIC 99 VALUE 2.
