               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameLogFileStatus.

           SELECT GLArch-File ASSIGN TO GLARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLArchFileStatus.

           SELECT Stats-File ASSIGN TO STATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatsFileStatus.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MoveArchFileStatus.

           SELECT GameIds-File ASSIGN TO GAMEIDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GI-Source
               FILE STATUS IS GameIdsFileStatus.

           SELECT TourSched-File ASSIGN TO TSCHED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TourSchedFileStatus.

           SELECT GameAdj-File ASSIGN TO GAMEADJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameAdjFileStatus.

           SELECT GameIdx-File ASSIGN TO GAMEIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GX-Game-Id
               FILE STATUS IS GameIdxFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GameLog-File.
       01 GameLogInRecord PIC X(79).

       FD  GLArch-File.
       01 GLArchRecord PIC X(79).

       FD  Stats-File.
           COPY GAMESTAT.
       FD  MoveArch-File.
           COPY GAMEMOVE.

       FD  GameIds-File.
           COPY GAMEIDS.

       FD  TourSched-File.
       01 TourSchedInRecord PIC X(80).

       FD  GameAdj-File.
           COPY GAMEADJ.

       FD  GameIdx-File.
           COPY GAMEIDX.

       WORKING-STORAGE SECTION.
       COPY GAMECFG.
       COPY GAMELOG.
       COPY TSCHED.

       01 GameLogFileStatus PIC XX VALUE SPACES.
       01 GLArchFileStatus PIC XX VALUE SPACES.
       01 StatsFileStatus PIC XX VALUE SPACES.
       01 RestartFileStatus PIC XX VALUE SPACES.
       01 ScoreCardFileStatus PIC XX VALUE SPACES.
       01 PlayersFileStatus PIC XX VALUE SPACES.
       01 MoveArchFileStatus PIC XX VALUE SPACES.
       01 GameIdsFileStatus PIC XX VALUE SPACES.
           88 GameIdsInUse VALUES "51" "61" "90" THRU "99".
       01 TourSchedFileStatus PIC XX VALUE SPACES.
       01 GameAdjFileStatus PIC XX VALUE SPACES.
       01 GameIdxFileStatus PIC XX VALUE SPACES.
       01 IdYear PIC 9(04) VALUE ZERO.
       01 IdDrawState PIC 9 VALUE 0.
           88 GameIdDrawn VALUE 1.
      * GAMEIDS held by another session or run is waited on, a second
      * at a time for up to IdTriesAllowed tries, before a draw fails.
       01 IdTries PIC 9(02) VALUE ZERO.
       01 IdTriesAllowed PIC 9(02) VALUE 10.
       01 IdWaitStart PIC X(08) VALUE SPACES.
       01 IdWaitNow PIC X(08) VALUE SPACES.
       01 NameIsRegistered PIC 9 VALUE 0.
           88 RegisteredName VALUE 1.
       01 CandidateName PIC X(20) VALUE SPACES.
       01 NextGameAnswer PIC X VALUE "Y".
           88 AnotherGameWanted VALUE "Y" "y".

      * A game played as a scheduled tournament pairing is tagged on
      * its GAMELOG record and MOVEARCH header with the pairing's
      * round, so the tournament driver settles the pairing from that
      * game and no other.
       01 TourTag PIC X(01) VALUE SPACE.
           88 TournamentGame VALUE "T".
       01 TourRound PIC 9(02) VALUE ZERO.
       01 TourAnswer PIC X VALUE "N".
           88 TourAccepted VALUE "Y" "y".
       01 PairingState PIC 9 VALUE 0.
           88 PairingFound VALUE 1.
       01 PairingLogState PIC 9 VALUE 0.
           88 PairingAlreadyLogged VALUE 1.
       01 LoggedVoidState PIC 9 VALUE 0.
           88 LoggedGameVoided VALUE 1.

       01 Player.
         02 Player1.
             03 Turn PIC 9 value 1.
           END-PERFORM

           MOVE 0 TO SeriesLength
           MOVE SPACE TO TourTag
           MOVE 0 TO TourRound
           IF NOT ComputerOpponent
             PERFORM OfferPairing
           END-IF
           IF TournamentGame
             MOVE 1 TO SeriesLength
             DISPLAY "A tournament pairing is settled by a single game"
           END-IF

           PERFORM UNTIL ValidSeriesLength
             DISPLAY "Best of how many games (1 3 5 7 9)? "
               WITH NO ADVANCING
           END-PERFORM.

         Game SECTION.
      * Every interactive game gets its own id so the GAMELOG record
      * can be tied back to the game's moves in the MOVEARCH archive.
      * The id is drawn off the GAMEIDS control file - a game that
      * cannot get one is not started, since an id made up here could
      * repeat one already handed out, and the series ends there with
      * the games already played scored as usual.
             PERFORM UNTIL SeriesOver
               PERFORM IssueGameId
               IF GameId = SPACES
                 DISPLAY "Unable to issue a game id - game not started"
                 MOVE 8 TO RETURN-CODE
                 SET SeriesOver TO TRUE
               ELSE
                 PERFORM StartGame
                 PERFORM PlayGame
                 PERFORM WrapUpGame
                 PERFORM SeriesBookkeeping
               END-IF
             END-PERFORM

             CLOSE MoveArch-File.
             STOP RUN.

         StartGame SECTION.
      * A fresh board per game, under the id Game drew for it - every
      * game of the series stands alone on the GAMELOG and in
      * MOVEARCH, with the first move alternating between the players
      * game by game.
           MOVE 0 TO Won
           MOVE 0 TO MoveNumber
           MOVE 0 TO PlayerMove
             MOVE 1 TO Turn OF Player2
           END-IF

           MOVE GameId TO MH-Game-Id
           SET MH-GameHeader TO TRUE
           MOVE Name OF Player1 TO MH-Player1-Name
           MOVE Name OF Player2 TO MH-Player2-Name
           MOVE TourTag TO MH-Tour-Tag
           MOVE TourRound TO MH-Tour-Round
           WRITE MovesHeaderRecord

      * The RESTART reload only makes sense for the first game of
              END-PERFORM
              MOVE Won TO GL-Outcome
              MOVE GameId TO GL-Game-Id
              MOVE TourTag TO GL-Tour-Tag
              MOVE TourRound TO GL-Tour-Round

              OPEN EXTEND GameLog-File
              IF GameLogFileStatus NOT = "00"
                OPEN OUTPUT GameLog-File
              END-IF
              WRITE GameLogInRecord FROM GameLogRecord
              CLOSE GameLog-File
              PERFORM IndexGame

      * Only the one game settles the pairing - any further games
      * of the session are ordinary games.
              IF TournamentGame
                DISPLAY "Logged as the tournament game for round "
                  TourRound
                MOVE SPACE TO TourTag
                MOVE 0 TO TourRound
              END-IF

              EVALUATE TRUE
                WHEN Player1Win
             MOVE RS-Player TO MV-Player
             MOVE RS-Cell TO MV-Cell
             WRITE MovesRecord.

         IndexGame SECTION.
      * Puts the game just logged on the GAMEIDX game-id index, so
      * an inquiry finds it by id without reading the log. The game
      * is logged whether or not the index can be written - a game
      * missing from the index is listed by the id audit and put
      * back by the next index load. The index is never created
      * here: an empty one would hide every game logged before it.
             OPEN I-O GameIdx-File
             IF GameIdxFileStatus NOT = "00"
               DISPLAY "WARNING: unable to open GAMEIDX - status "
                 GameIdxFileStatus " - game " GameId " not indexed"
             ELSE
               MOVE GameId TO GX-Game-Id
               SET GX-OnGameLog TO TRUE
               MOVE TodaysDate TO GX-Date
               MOVE TimeOfDay TO GX-Time
               MOVE Name OF Player1 TO GX-Player1-Name
               MOVE Name OF Player2 TO GX-Player2-Name
               MOVE SPACES TO GX-Board
               PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > 9
                 MOVE State OF Board(TMP) TO GX-Board(TMP:1)
               END-PERFORM
               MOVE Won TO GX-Outcome
               MOVE TourTag TO GX-Tour-Tag
               MOVE TourRound TO GX-Tour-Round
               MOVE 1 TO GX-Log-Count
               MOVE 1 TO GX-Header-Count
               MOVE MoveNumber TO GX-Move-Count
               MOVE 0 TO GX-Batch-Count
               WRITE GameIndexRecord
               IF GameIdxFileStatus NOT = "00"
                 DISPLAY "WARNING: unable to index game " GameId
                   " - status " GameIdxFileStatus
               END-IF
               CLOSE GameIdx-File
             END-IF.

         IssueGameId SECTION.
      * Draws the next interactive game id. The source's GAMEIDS
      * record is read and rewritten one higher with the file held
      * open for nothing else, so two sessions starting in the same
      * second still get different ids. The first draw of a new year
      * restarts the sequence at 1; a clock running behind the year
      * already on file keeps issuing under that year rather than
      * going back to a year whose numbers are spent.
             MOVE SPACES TO GameId
             MOVE 0 TO IdDrawState
             ACCEPT TodaysDate FROM DATE YYYYMMDD
             ACCEPT TimeOfDay FROM TIME
             MOVE TodaysDate(1:4) TO IdYear

             MOVE 0 TO IdTries
             OPEN I-O GameIds-File
             PERFORM UNTIL NOT GameIdsInUse OR
               IdTries >= IdTriesAllowed
               PERFORM WaitForGameIds
               OPEN I-O GameIds-File
             END-PERFORM
             IF GameIdsFileStatus = "35"
               OPEN OUTPUT GameIds-File
               CLOSE GameIds-File
               OPEN I-O GameIds-File
             END-IF
             IF GameIdsFileStatus NOT = "00"
               DISPLAY "Unable to open GAMEIDS - status "
                 GameIdsFileStatus
             ELSE
               SET GI-Interactive TO TRUE
               READ GameIds-File
               PERFORM UNTIL NOT GameIdsInUse OR
               IdTries >= IdTriesAllowed
                 PERFORM WaitForGameIds
                 SET GI-Interactive TO TRUE
                 READ GameIds-File
               END-PERFORM
               EVALUATE GameIdsFileStatus
                 WHEN "00"
                   IF IdYear > GI-Year
                     MOVE IdYear TO GI-Year
                     MOVE 0 TO GI-Last-Seq
                   END-IF
                   IF GI-Last-Seq >= 99999
                     DISPLAY "Game id sequence exhausted for " GI-Year
                   ELSE
                     ADD 1 TO GI-Last-Seq
                     MOVE TodaysDate TO GI-Last-Date
                     MOVE TimeOfDay TO GI-Last-Time
                     REWRITE GameIdControlRecord
                     IF GameIdsFileStatus = "00"
                       SET GameIdDrawn TO TRUE
                     END-IF
                   END-IF
                 WHEN "23"
                   MOVE IdYear TO GI-Year
                   MOVE 1 TO GI-Last-Seq
                   MOVE TodaysDate TO GI-Last-Date
                   MOVE TimeOfDay TO GI-Last-Time
                   WRITE GameIdControlRecord
                   IF GameIdsFileStatus = "00"
                     SET GameIdDrawn TO TRUE
                   END-IF
                 WHEN OTHER
                   DISPLAY "Unable to read GAMEIDS - status "
                     GameIdsFileStatus
               END-EVALUATE
               IF GameIdDrawn
                 STRING GI-Source GI-Year GI-Last-Seq
                   DELIMITED BY SIZE INTO GameId
               END-IF
               CLOSE GameIds-File
             END-IF.

         WaitForGameIds SECTION.
      * Another session or run has GAMEIDS for the moment of its own
      * draw - give it a second on the clock and try again.
             ADD 1 TO IdTries
             ACCEPT IdWaitStart FROM TIME
             MOVE IdWaitStart TO IdWaitNow
             PERFORM UNTIL IdWaitNow(1:6) NOT = IdWaitStart(1:6)
               ACCEPT IdWaitNow FROM TIME
             END-PERFORM.

         OfferPairing SECTION.
      * Looks up TSCHED for a scheduled pairing between the two
      * players that is still to be played, lowest round first, and
      * offers it. A pairing whose tagged game is already logged,
      * waiting for the tournament driver to settle it, is not
      * offered again. No TSCHED means no tournament is running.
             MOVE 0 TO PairingState
             OPEN INPUT TourSched-File
             IF TourSchedFileStatus = "00"
               READ TourSched-File
               PERFORM UNTIL TourSchedFileStatus NOT = "00"
                 OR PairingFound
                 MOVE TourSchedInRecord TO TourControlRecord
                 IF NOT TC-ControlRecord
                   MOVE TourSchedInRecord TO TourSchedRecord
                   IF TS-Unplayed AND
                     ((TS-Player1-Name = Name OF Player1 AND
                       TS-Player2-Name = Name OF Player2) OR
                      (TS-Player1-Name = Name OF Player2 AND
                       TS-Player2-Name = Name OF Player1))
                     PERFORM CheckPairingLogged
                     IF NOT PairingAlreadyLogged
                       MOVE 1 TO PairingState
                     END-IF
                   END-IF
                 END-IF
                 IF NOT PairingFound
                   READ TourSched-File
                 END-IF
               END-PERFORM
               CLOSE TourSched-File
             END-IF

             IF PairingFound
               DISPLAY "Tournament round " TS-Round " - "
                 TS-Player1-Name " vs " TS-Player2-Name
                 " is still to be played"
               DISPLAY "Play it now as the tournament game? (Y/N): "
                 WITH NO ADVANCING
               ACCEPT TourAnswer
               IF TourAccepted
                 SET TournamentGame TO TRUE
                 MOVE TS-Round TO TourRound
               END-IF
             END-IF.

         CheckPairingLogged SECTION.
      * The current period and the archive both - a tagged game the
      * month-end roll has moved to GLARCH before the driver settled
      * it is still logged.
             MOVE 0 TO PairingLogState
             OPEN INPUT GameLog-File
             IF GameLogFileStatus = "00"
               READ GameLog-File INTO GameLogRecord
               PERFORM UNTIL GameLogFileStatus NOT = "00"
                 OR PairingAlreadyLogged
                 PERFORM CheckPairingRecord
                 READ GameLog-File INTO GameLogRecord
               END-PERFORM
               CLOSE GameLog-File
             END-IF

             IF NOT PairingAlreadyLogged
               OPEN INPUT GLArch-File
               IF GLArchFileStatus = "00"
                 READ GLArch-File INTO GameLogRecord
                 PERFORM UNTIL GLArchFileStatus NOT = "00"
                   OR PairingAlreadyLogged
                   PERFORM CheckPairingRecord
                   READ GLArch-File INTO GameLogRecord
                 END-PERFORM
                 CLOSE GLArch-File
               END-IF
             END-IF.

         CheckPairingRecord SECTION.
      * A tagged game that has since been voided does not count -
      * the driver reopens its pairing for the game to be replayed.
             IF GL-TournamentGame
               IF GL-Tour-Round = TS-Round AND
                 ((GL-Player1-Name = TS-Player1-Name AND
                   GL-Player2-Name = TS-Player2-Name) OR
                  (GL-Player1-Name = TS-Player2-Name AND
                   GL-Player2-Name = TS-Player1-Name))
                 PERFORM CheckLoggedGameVoided
                 IF NOT LoggedGameVoided
                   MOVE 1 TO PairingLogState
                 END-IF
               END-IF
             END-IF.

         CheckLoggedGameVoided SECTION.
      * A void is final - once the game's id, date and time carry a
      * void adjustment the game does not count, whatever else was
      * adjusted against it before.
             MOVE 0 TO LoggedVoidState
             OPEN INPUT GameAdj-File
             IF GameAdjFileStatus = "00"
               READ GameAdj-File
               PERFORM UNTIL GameAdjFileStatus NOT = "00"
                 OR LoggedGameVoided
                 IF AJ-GameTarget AND AJ-Game-Id = GL-Game-Id AND
                   AJ-Game-Date = GL-Date AND AJ-Game-Time = GL-Time
                   AND AJ-Voided
                   MOVE 1 TO LoggedVoidState
                 END-IF
                 READ GameAdj-File
               END-PERFORM
               CLOSE GameAdj-File
             END-IF.
