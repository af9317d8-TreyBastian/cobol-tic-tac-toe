      * GAMEIDX.cpy
      * Record layout for the GAMEIDX game-id index - one record per
      * logged game id, indexed on the id, so a game can be found
      * without reading the whole log. It carries the game's GAMELOG
      * record as logged (players, outcome, board, tournament tag),
      * which of GAMELOG or GLARCH the record now sits on, and how
      * many times the id appears on each file: logged games, MOVEARCH
      * headers and move records, and BATCHOUT results. A count over
      * one is a duplicated id (ids stamped from MMDD plus time of day
      * before GAMEIDS issued them could collide); the record then
      * holds the first logged game under the id.
      *
      * A batch deck game logged under an issued id also leaves an
      * entry under its deck label, marked "D", holding the id it was
      * logged under - so the deck pre-edit can tell a label that has
      * already been run. A label entry carries nothing else.
      *
      * Built from the files by TTGXLOAD, and kept current by the
      * interactive game and the batch driver as each game is logged
      * and by the month-end roll as games move to GLARCH.
       01 GameIndexRecord.
           02 GX-Game-Id PIC X(10).
           02 GX-Log-File PIC X(01).
               88 GX-OnGameLog VALUE "L".
               88 GX-OnGLArch VALUE "A".
               88 GX-DeckLabel VALUE "D".
           02 GX-Game-Detail.
               03 GX-Date PIC X(08).
               03 GX-Time PIC X(08).
               03 GX-Player1-Name PIC X(20).
               03 GX-Player2-Name PIC X(20).
               03 GX-Board PIC X(09).
               03 GX-Outcome PIC 9(01).
                   88 GX-Player1Win VALUE 1.
                   88 GX-Player2Win VALUE 2.
                   88 GX-Stalemate VALUE 3.
               03 GX-Tour-Tag PIC X(01).
                   88 GX-TournamentGame VALUE "T".
               03 GX-Tour-Round PIC 9(02).
               03 GX-Log-Count PIC 9(03).
               03 GX-Header-Count PIC 9(03).
               03 GX-Move-Count PIC 9(03).
               03 GX-Batch-Count PIC 9(03).
           02 GX-Label-Detail REDEFINES GX-Game-Detail.
               03 GX-Logged-Id PIC X(10).
               03 FILLER PIC X(71).
