      * written per finished game so results survive past STOP RUN.
      * The game id ties the record to the game's move-by-move
      * history in the MOVEARCH archive (interactive play) or the
      * MOVES deck (batch play). A game played as a scheduled
      * tournament pairing carries the tournament tag and its TSCHED
      * round; the tag is blank on every other game, and on records
      * logged before games were tagged.
       01 GameLogRecord.
           02 GL-Date PIC X(08).
           02 GL-Time PIC X(08).
               88 GL-Player2Win VALUE 2.
               88 GL-Stalemate VALUE 3.
           02 GL-Game-Id PIC X(10).
           02 GL-Tour-Tag PIC X(01).
               88 GL-TournamentGame VALUE "T".
           02 GL-Tour-Round PIC 9(02).
