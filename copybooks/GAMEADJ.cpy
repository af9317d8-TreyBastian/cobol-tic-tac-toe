      * GAMEADJ.cpy
      * Record layout for the GAMEADJ result adjustments file - one
      * record per correction made in adjustment maintenance,
      * appended in the order they were made, with who authorised
      * it, when, and why. The logged game records are never changed:
      * every report and the ratings run read the log and apply the
      * adjustments on top of it.
      *
      * A game adjustment names the logged game by id, date and time
      * (so a legacy id shared by two games still picks out the one
      * meant) and carries the outcome the game had before it and the
      * outcome it has after it - 0 for a void, which takes the game
      * out of every count. When a game is adjusted more than once the
      * latest record wins, and each record's prior outcome is the
      * one the record before it left, so the prior/new pairs chain.
      *
      * A pairing forfeit names a TSCHED pairing by round and players
      * instead of a game - the no-show case, where no game was ever
      * played. It settles the pairing for the player who turned up
      * (new outcome 1 or 2 in the pairing's own player order) and
      * counts in the tournament standings only.
       01 GameAdjRecord.
           02 AJ-Date PIC X(08).
           02 AJ-Time PIC X(08).
           02 AJ-Type PIC X(01).
               88 AJ-Void VALUE "V".
               88 AJ-Reversal VALUE "R".
               88 AJ-Forfeit VALUE "F".
           02 AJ-Target PIC X(01).
               88 AJ-GameTarget VALUE "G".
               88 AJ-PairingTarget VALUE "P".
           02 AJ-Game-Id PIC X(10).
           02 AJ-Game-Date PIC X(08).
           02 AJ-Game-Time PIC X(08).
           02 AJ-Round PIC 9(02).
           02 AJ-Player1-Name PIC X(20).
           02 AJ-Player2-Name PIC X(20).
           02 AJ-Prior-Outcome PIC 9(01).
           02 AJ-New-Outcome PIC 9(01).
               88 AJ-Voided VALUE 0.
           02 AJ-Authorised-By PIC X(20).
           02 AJ-Reason PIC X(40).
