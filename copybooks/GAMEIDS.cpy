      * GAMEIDS.cpy
      * Record layout for the GAMEIDS game-id control file - one
      * record per source of play, indexed on the source letter, each
      * holding the year and the last sequence number handed out.
      * Every game id is the source letter, the four-digit year and a
      * five-digit sequence (I202600123), drawn by reading the
      * source's record and rewriting it one higher, so no two games
      * ever share an id and an id is never handed out twice. The
      * sequence restarts at 1 when the year turns over - the year in
      * the id keeps it unique.
       01 GameIdControlRecord.
           02 GI-Source PIC X(01).
               88 GI-Interactive VALUE "I".
               88 GI-Batch VALUE "B".
               88 GI-Simulator VALUE "S".
               88 GI-ValidSource VALUE "I" "B" "S".
           02 GI-Year PIC 9(04).
           02 GI-Last-Seq PIC 9(05).
           02 GI-Last-Date PIC X(08).
           02 GI-Last-Time PIC X(08).
