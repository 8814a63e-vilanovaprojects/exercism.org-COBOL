      * Fixed-field SAVEGAME record: one suspended multi-player game,
      * keyed by its game identifier, as YACHT-PROGRAM's GAME path
      * writes it and YACHTSVL lists it. SG-NEXT-ROUND/SG-NEXT-SEAT
      * are the turn the game stopped on; SG-ROLLS-TAKEN is how far
      * that turn got (0 not yet rolled, 1-2 at a keep/re-roll mask,
      * 3 at the category prompt) and SG-DICE the dice then showing,
      * so a resumed turn carries on from the same dice. SG-SEAT
      * mirrors the game's seat table byte for byte: name, running
      * total, upper-section total, category-used flags, and the
      * yacht box. SG-SAVED-DATE/TIME are when it was last saved.
       01 SAVED-GAME-RECORD.
           05 SG-GAME-ID PIC X(12).
           05 FILLER PIC X.
           05 SG-SAVED-DATE PIC 9(8).
           05 SG-SAVED-TIME PIC 9(6).
           05 FILLER PIC X.
           05 SG-VARIANT PIC X(8).
           05 FILLER PIC X.
           05 SG-ADVISED PIC X.
           05 SG-PLAYER-COUNT PIC 9.
           05 SG-NEXT-ROUND PIC 99.
           05 SG-NEXT-SEAT PIC 9.
           05 SG-ROLLS-TAKEN PIC 9.
           05 SG-DICE PIC 9(5).
           05 SG-SEATS.
               10 SG-SEAT OCCURS 4 TIMES.
                   15 SG-PLAYER-NAME PIC X(20).
                   15 SG-TOTAL PIC 9(3).
                   15 SG-UPPER-TOTAL PIC 9(3).
                   15 SG-USED-FLAGS PIC X(13).
                   15 SG-YACHT-SCORE PIC 99.
