      * EXPORT.cpy
      * Record layouts for the EXPORT league results interface file
      * sent to the club website - fixed 100-byte records, a header,
      * one record per game logged in the export window (and one per
      * game sent before and adjusted since, marked C, at the outcome
      * it now stands at - 0 for a void), one per player on RATINGS
      * in rating order, one per player in the current tournament
      * standings, and a trailer carrying the count of each record
      * type and a hash total of the game outcomes, so the receiving
      * side can prove it got the whole file.
       01 ExportHeaderRecord.
           02 EH-Record-Type PIC X(01).
               88 EH-HeaderRecord VALUE "H".
           02 EH-Extract-Date PIC X(08).
           02 EH-Extract-Time PIC X(08).
           02 EH-Extract-Type PIC X(01).
               88 EH-NewExtract VALUE "N".
               88 EH-RepeatExtract VALUE "R".
           02 EH-From-Date PIC X(08).
           02 EH-From-Time PIC X(08).
           02 EH-To-Date PIC X(08).
           02 EH-To-Time PIC X(08).
           02 EH-Tour-Start-Date PIC X(08).
           02 EH-Pairings-Unplayed PIC 9(03).
           02 FILLER PIC X(39).

       01 ExportGameRecord.
           02 EG-Record-Type PIC X(01).
               88 EG-GameRecord VALUE "G".
           02 EG-Game-Id PIC X(10).
           02 EG-Date PIC X(08).
           02 EG-Time PIC X(08).
           02 EG-Player1-Name PIC X(20).
           02 EG-Player2-Name PIC X(20).
           02 EG-Outcome PIC 9(01).
               88 EG-Voided VALUE 0.
               88 EG-Player1Win VALUE 1.
               88 EG-Player2Win VALUE 2.
               88 EG-Stalemate VALUE 3.
           02 EG-Board PIC X(09).
           02 EG-Tour-Tag PIC X(01).
               88 EG-TournamentGame VALUE "T".
           02 EG-Tour-Round PIC 9(02).
           02 EG-Send-Type PIC X(01).
               88 EG-FirstSend VALUE SPACE.
               88 EG-Correction VALUE "C".
           02 FILLER PIC X(19).

       01 ExportRatingRecord.
           02 ER-Record-Type PIC X(01).
               88 ER-RatingRecord VALUE "R".
           02 ER-Rank PIC 9(04).
           02 ER-Name PIC X(20).
           02 ER-Rating PIC 9(04).
           02 ER-Peak PIC 9(04).
           02 ER-Games-Rated PIC 9(05).
           02 FILLER PIC X(62).

       01 ExportStandingRecord.
           02 ES-Record-Type PIC X(01).
               88 ES-StandingRecord VALUE "S".
           02 ES-Rank PIC 9(04).
           02 ES-Name PIC X(20).
           02 ES-Played PIC 9(03).
           02 ES-Wins PIC 9(03).
           02 ES-Losses PIC 9(03).
           02 ES-Draws PIC 9(03).
           02 ES-Points PIC 9(03).
           02 FILLER PIC X(60).

       01 ExportTrailerRecord.
           02 ET-Record-Type PIC X(01).
               88 ET-TrailerRecord VALUE "T".
           02 ET-Extract-Date PIC X(08).
           02 ET-Extract-Time PIC X(08).
           02 ET-Game-Count PIC 9(07).
           02 ET-Rating-Count PIC 9(07).
           02 ET-Standing-Count PIC 9(07).
           02 ET-Record-Count PIC 9(09).
           02 ET-Outcome-Hash PIC 9(09).
           02 FILLER PIC X(44).
