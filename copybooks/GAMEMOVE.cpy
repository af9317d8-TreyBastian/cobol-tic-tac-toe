      * "H" where a move record carries its player digit, followed by
      * one move record per recorded move: which game, which player,
      * which cell. Decks without headers still replay; the game is
      * logged under the default player names. A header tagged "T"
      * marks the game as the scheduled tournament pairing for the
      * round it carries, and the tag goes onto the game's GAMELOG
      * record.
       01 MovesRecord.
           02 MV-Game-Id PIC X(10).
           02 MV-Player PIC 9(01).
               88 MH-GameHeader VALUE "H".
           02 MH-Player1-Name PIC X(20).
           02 MH-Player2-Name PIC X(20).
           02 MH-Tour-Tag PIC X(01).
               88 MH-TournamentGame VALUE "T".
           02 MH-Tour-Round PIC 9(02).
