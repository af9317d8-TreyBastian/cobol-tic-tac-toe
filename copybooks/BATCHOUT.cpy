      * BATCHOUT.cpy
      * Record layout for the BATCHOUT results file - one record per
      * game processed by ttbatch, giving the final outcome. The game
      * id is the one the game was logged under; the deck id is the
      * id the game carried on the MOVES deck, which is what a restart
      * uses to find its place in the deck again.
       01 BatchOutRecord.
           02 BO-Game-Id PIC X(10).
           02 BO-Outcome PIC 9(01).
               88 BO-Player1Win VALUE 1.
               88 BO-Player2Win VALUE 2.
               88 BO-Stalemate VALUE 3.
           02 BO-Deck-Id PIC X(10).
