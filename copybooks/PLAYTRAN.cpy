      * PLAYTRAN.cpy
      * Record layout for the PLAYTRAN player maintenance deck - one
      * card per transaction against a player id: N registers a new
      * player under the id and name given, R renames the player to
      * the name given, D deactivates and A reactivates the player
      * (the name is left blank on D and A cards). Cards are applied
      * in deck order, so a player can be registered and renamed in
      * the same deck.
       01 PlayerTranRecord.
           02 PT-Tran-Code PIC X(01).
               88 PT-NewPlayer VALUE "N".
               88 PT-Rename VALUE "R".
               88 PT-Deactivate VALUE "D".
               88 PT-Reactivate VALUE "A".
               88 PT-ValidCode VALUE "N" "R" "D" "A".
           02 PT-Player-Id PIC X(05).
           02 PT-Name PIC X(20).
           02 FILLER PIC X(54).
