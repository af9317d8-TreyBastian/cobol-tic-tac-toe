      * pairing, then one record per scheduled pairing: the round,
      * who plays whom, the recorded result (0 until the pairing has
      * been played) and the id of the GAMELOG game that settled it,
      * so no game is counted against more than one pairing (or
      * FORFEIT, for a pairing awarded on a no-show). The driver
      * stamps the start itself on its first run over a schedule
      * that has no control record yet.
       01 TourControlRecord.
           02 TC-Record-Type PIC X(01).
               88 TC-ControlRecord VALUE "C".
