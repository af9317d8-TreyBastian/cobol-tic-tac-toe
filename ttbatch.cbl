               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CheckptFileStatus.

           SELECT GameIds-File ASSIGN TO GAMEIDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GI-Source
               FILE STATUS IS GameIdsFileStatus.

           SELECT GameIdx-File ASSIGN TO GAMEIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GX-Game-Id
               FILE STATUS IS GameIdxFileStatus.

           SELECT RunHist-File ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunHistFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Moves-File.
       FD  Checkpt-File.
           COPY BATCHCKP.

       FD  GameIds-File.
           COPY GAMEIDS.

       FD  GameIdx-File.
           COPY GAMEIDX.

       FD  RunHist-File.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       COPY GAMECFG.

       01 BatchOutFileStatus PIC XX VALUE SPACES.
       01 GameLogFileStatus PIC XX VALUE SPACES.
       01 CheckptFileStatus PIC XX VALUE SPACES.
       01 GameIdsFileStatus PIC XX VALUE SPACES.
           88 GameIdsInUse VALUES "51" "61" "90" THRU "99".
       01 GameIdxFileStatus PIC XX VALUE SPACES.
       01 RunHistFileStatus PIC XX VALUE SPACES.

       01 RunStartDate PIC X(08) VALUE SPACES.
       01 RunStartTime PIC X(08) VALUE SPACES.

       01 IdYear PIC 9(04) VALUE ZERO.
       01 IdDrawState PIC 9 VALUE 0.
           88 GameIdDrawn VALUE 1.
      * GAMEIDS held by another session or run is waited on, a second
      * at a time for up to IdTriesAllowed tries, before a draw fails.
       01 IdTries PIC 9(02) VALUE ZERO.
       01 IdTriesAllowed PIC 9(02) VALUE 10.
       01 IdWaitStart PIC X(08) VALUE SPACES.
       01 IdWaitNow PIC X(08) VALUE SPACES.
       01 LoggedGameId PIC X(10) VALUE SPACES.

      * A deck id already in the issued form (source letter, year and
      * sequence) is a game that was given its id when it was played -
      * an archived game replayed by id - and keeps it. Any other deck
      * id is the deck's own label and the game is issued a batch id.
       01 DeckGameId.
           02 DG-Source PIC X(01).
               88 DG-IssuedSource VALUE "I" "B" "S".
           02 DG-Number PIC X(09).
       01 RestartState PIC 9 VALUE 0.
           88 RestartPending VALUE 1.
       01 CkptSeenState PIC 9 VALUE 0.
       01 CurrentGameId PIC X(10) VALUE SPACES.
       01 CurrentPlayer1Name PIC X(20) VALUE SPACES.
       01 CurrentPlayer2Name PIC X(20) VALUE SPACES.
       01 CurrentTourTag PIC X(01) VALUE SPACE.
       01 CurrentTourRound PIC 9(02) VALUE ZERO.
       01 TodaysDate PIC X(08) VALUE SPACES.
       01 TimeOfDay PIC X(08) VALUE SPACES.

       01 TMP4 PIC 99 VALUE 0.
       01 BoardHasBlanks PIC 9 VALUE 0.
       01 GamesProcessed PIC 9(05) VALUE ZERO.
       01 GamesThisRun PIC 9(05) VALUE ZERO.
       01 GamesLogged PIC 9(05) VALUE ZERO.
       01 MovesSkipped PIC 9(05) VALUE ZERO.
       01 GamesNotIndexed PIC 9(05) VALUE ZERO.
       01 IndexState PIC 9 VALUE 0.
           88 IndexOpen VALUE 1.
       01 LabelState PIC 9 VALUE 0.
           88 LabelSpent VALUE 1.
       01 LabelsSkipped PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Batch Mode"
           ACCEPT RunStartDate FROM DATE YYYYMMDD
           ACCEPT RunStartTime FROM TIME.

         Setup SECTION.
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > GC-Board-Size
             IF BatchOutFileStatus = "00"
               READ BatchOut-File
               PERFORM UNTIL BatchOutFileStatus NOT = "00"
                 IF BO-Deck-Id NOT = SPACES
                   MOVE BO-Deck-Id TO LastDoneGameId
                 ELSE
                   MOVE BO-Game-Id TO LastDoneGameId
                 END-IF
      * Records past the checkpointed game were finished after the
      * last checkpoint was cut - count them on top of the
      * checkpointed total so the count matches the resume point.
                 IF CkptGameSeen
                   ADD 1 TO GamesProcessed
                 END-IF
                 IF LastDoneGameId = CkptGameId
                   SET CkptGameSeen TO TRUE
                 END-IF
                 READ BatchOut-File
           IF BatchOutFileStatus NOT = "00"
             DISPLAY "Unable to open BATCHOUT - status "
               BatchOutFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

           IF GameLogFileStatus NOT = "00"
             DISPLAY "Unable to open GAMELOG - status "
               GameLogFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

               CLOSE BatchOut-File
               CLOSE GameLog-File
               MOVE 8 TO RETURN-CODE
               PERFORM LogRun
               STOP RUN
             END-IF
           END-IF

      * Every game logged goes on the GAMEIDX game-id index as well.
      * The games are still logged when the index cannot be opened -
      * the step ends CC 4 and the next index load picks them up. A
      * dispute replay (TTREPLAY) runs without GAMEIDX on purpose,
      * so the production index never sees the replayed game.
           OPEN I-O GameIdx-File
           IF GameIdxFileStatus = "00"
             SET IndexOpen TO TRUE
           ELSE
             DISPLAY "WARNING: unable to open GAMEIDX - status "
               GameIdxFileStatus " - games will not be indexed"
             MOVE 4 TO RETURN-CODE
           END-IF

         Game SECTION.
           PERFORM UNTIL NoMoreMoves

             IF MH-GameHeader
               MOVE MH-Player1-Name TO CurrentPlayer1Name
               MOVE MH-Player2-Name TO CurrentPlayer2Name
               IF MH-TournamentGame
                 MOVE MH-Tour-Tag TO CurrentTourTag
                 MOVE MH-Tour-Round TO CurrentTourRound
               ELSE
                 MOVE SPACE TO CurrentTourTag
                 MOVE 0 TO CurrentTourRound
               END-IF
               READ Moves-File
               IF MovesFileStatus NOT = "00"
                 SET NoMoreMoves TO TRUE
             ELSE
               MOVE "PLAYER 1" TO CurrentPlayer1Name
               MOVE "PLAYER 2" TO CurrentPlayer2Name
               MOVE SPACE TO CurrentTourTag
               MOVE 0 TO CurrentTourRound
             END-IF
             MOVE 1 TO Turn OF Player1
             MOVE 0 TO Turn OF Player2
               ELSE
                 DISPLAY "Skipping invalid move for game " CurrentGameId
                   " - player " MV-Player " cell " MV-Cell
                 ADD 1 TO MovesSkipped
               END-IF

      * Check Winners
               END-IF
             END-PERFORM

             MOVE CurrentGameId TO DeckGameId
             MOVE 0 TO LabelState
             IF DG-IssuedSource AND DG-Number IS NUMERIC
               MOVE CurrentGameId TO LoggedGameId
             ELSE
               PERFORM CheckDeckLabel
               IF NOT LabelSpent
                 PERFORM IssueGameId
               END-IF
               IF NOT LabelSpent AND LoggedGameId = SPACES
      * Nothing has been written for this game, so the last result
      * on BATCHOUT is still the true restart point.
                 DISPLAY "Unable to issue a game id for deck game "
                   CurrentGameId " - run stopped"
                 CLOSE Moves-File
                 CLOSE BatchOut-File
                 CLOSE GameLog-File
                 IF IndexOpen
                   CLOSE GameIdx-File
                 END-IF
                 MOVE 8 TO RETURN-CODE
                 PERFORM LogRun
                 STOP RUN
               END-IF
             END-IF

             IF LabelSpent
               ADD 1 TO LabelsSkipped
             ELSE
               MOVE LoggedGameId TO BO-Game-Id
               MOVE Won TO BO-Outcome
               MOVE CurrentGameId TO BO-Deck-Id
               WRITE BatchOutRecord
               IF Player1Win OR Player2Win OR Stalemate
                 PERFORM WriteGameLog
                 ADD 1 TO GamesLogged
                 PERFORM IndexGame
               END-IF
               ADD 1 TO GamesProcessed
               ADD 1 TO GamesThisRun
               ADD 1 TO GamesSinceCkpt
               IF GamesSinceCkpt >= CheckpointInterval
                 PERFORM WriteCheckpoint
                 MOVE 0 TO GamesSinceCkpt
               END-IF
             END-IF

           END-PERFORM.
           CLOSE Moves-File
           CLOSE BatchOut-File
           CLOSE GameLog-File
           IF IndexOpen
             CLOSE GameIdx-File
           END-IF
      * The run made it to the end, so the checkpoint is emptied and
      * the next run starts from record one.
           OPEN OUTPUT Checkpt-File
           CLOSE Checkpt-File
           DISPLAY GamesProcessed " game(s) processed - see BATCHOUT"
           IF LabelsSkipped > 0
             DISPLAY LabelsSkipped " deck game(s) skipped - label "
               "already logged"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           IF GamesNotIndexed > 0
             DISPLAY GamesNotIndexed " game(s) logged but not on "
               "GAMEIDX - run TTGXLOAD to rebuild it"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           PERFORM LogRun
           STOP RUN.

         WriteCheckpoint SECTION.

         WriteGameLog SECTION.
      * Mirrors the GAMELOG write the interactive game does in its
      * Outro, so reporting sees batch play too - a header tagged as
      * a tournament game passes its tag and round through.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           ACCEPT TimeOfDay FROM TIME
           MOVE TodaysDate TO GL-Date
             MOVE State OF Board(TMP) TO GL-Board(TMP:1)
           END-PERFORM
           MOVE Won TO GL-Outcome
           MOVE LoggedGameId TO GL-Game-Id
           MOVE CurrentTourTag TO GL-Tour-Tag
           MOVE CurrentTourRound TO GL-Tour-Round
           WRITE GameLogRecord.

         IndexGame SECTION.
      * Indexes the game just logged. An issued id from the deck that
      * is already indexed is the same game logged again - it only
      * adds to the counts, which the id audit (TTXREF) then lists
      * as a duplicate.
           IF NOT IndexOpen
             ADD 1 TO GamesNotIndexed
           ELSE
             MOVE LoggedGameId TO GX-Game-Id
             READ GameIdx-File
             EVALUATE GameIdxFileStatus
               WHEN "00"
                 ADD 1 TO GX-Log-Count
                 ADD 1 TO GX-Batch-Count
                 REWRITE GameIndexRecord
               WHEN "23"
                 MOVE LoggedGameId TO GX-Game-Id
                 SET GX-OnGameLog TO TRUE
                 MOVE TodaysDate TO GX-Date
                 MOVE TimeOfDay TO GX-Time
                 MOVE CurrentPlayer1Name TO GX-Player1-Name
                 MOVE CurrentPlayer2Name TO GX-Player2-Name
                 MOVE SPACES TO GX-Board
                 PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > 9
                   MOVE State OF Board(TMP) TO GX-Board(TMP:1)
                 END-PERFORM
                 MOVE Won TO GX-Outcome
                 MOVE CurrentTourTag TO GX-Tour-Tag
                 MOVE CurrentTourRound TO GX-Tour-Round
                 MOVE 1 TO GX-Log-Count
                 MOVE 0 TO GX-Header-Count
                 MOVE 0 TO GX-Move-Count
                 MOVE 1 TO GX-Batch-Count
                 WRITE GameIndexRecord
             END-EVALUATE
             IF GameIdxFileStatus NOT = "00"
               DISPLAY "WARNING: unable to index game " LoggedGameId
                 " - status " GameIdxFileStatus
               ADD 1 TO GamesNotIndexed
             ELSE
               IF CurrentGameId NOT = LoggedGameId
                 PERFORM IndexDeckLabel
               END-IF
             END-IF
           END-IF.

         IndexDeckLabel SECTION.
      * The deck label of a game issued its id goes on the index too,
      * pointing at the issued id, so the pre-edit (TTEDIT) rejects
      * the label if the deck is ever submitted again. A label
      * already on the index is a logged game's own id and is spent
      * already.
           MOVE SPACES TO GameIndexRecord
           MOVE CurrentGameId TO GX-Game-Id
           SET GX-DeckLabel TO TRUE
           MOVE LoggedGameId TO GX-Logged-Id
           WRITE GameIndexRecord
           IF GameIdxFileStatus NOT = "00" AND
             GameIdxFileStatus NOT = "22"
             DISPLAY "WARNING: unable to index deck label "
               CurrentGameId " - status " GameIdxFileStatus
             ADD 1 TO GamesNotIndexed
           END-IF.

         CheckDeckLabel SECTION.
      * The pre-edit lets an already-run label through only when a
      * checkpoint is pending, so a restart can skip the games the
      * failed run completed. A spent label met past the restart
      * point belongs to an earlier deck and is skipped here instead
      * - it is neither logged nor put on BATCHOUT.
           IF IndexOpen
             MOVE CurrentGameId TO GX-Game-Id
             READ GameIdx-File
             IF GameIdxFileStatus = "00"
               SET LabelSpent TO TRUE
               DISPLAY "Skipping deck game " CurrentGameId
                 " - label already logged"
             END-IF
           END-IF.

         IssueGameId SECTION.
      * Draws the next batch game id off the GAMEIDS control file,
      * exactly as the interactive game draws its own: the source's
      * record is read and rewritten one higher with the file held
      * open for nothing else, restarting at 1 in a new year.
           MOVE SPACES TO LoggedGameId
           MOVE 0 TO IdDrawState
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           ACCEPT TimeOfDay FROM TIME
           MOVE TodaysDate(1:4) TO IdYear

           MOVE 0 TO IdTries
           OPEN I-O GameIds-File
           PERFORM UNTIL NOT GameIdsInUse OR IdTries >= IdTriesAllowed
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
             SET GI-Batch TO TRUE
             READ GameIds-File
             PERFORM UNTIL NOT GameIdsInUse OR IdTries >= IdTriesAllowed
               PERFORM WaitForGameIds
               SET GI-Batch TO TRUE
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
                 DELIMITED BY SIZE INTO LoggedGameId
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

         LogRun SECTION.
      * Appends this run to the RUNHIST run history for the batch
      * window report (TTRUNRPT). Every way out of the step comes
      * through here, so failed runs are on file as well as good
      * ones. A run that cannot be logged is only warned about - it
      * never fails the step.
           OPEN EXTEND RunHist-File
           IF RunHistFileStatus NOT = "00"
             OPEN OUTPUT RunHist-File
           END-IF
           IF RunHistFileStatus NOT = "00"
             DISPLAY "WARNING: unable to log run to RUNHIST - status "
               RunHistFileStatus
           ELSE
             MOVE SPACES TO RunHistRecord
             MOVE "TTBATCH" TO RH-Program-Id
             MOVE RunStartDate TO RH-Run-Date
             MOVE RunStartTime TO RH-Start-Time
             ACCEPT RH-End-Time FROM TIME
             MOVE GamesThisRun TO RH-Records-In
             MOVE GamesLogged TO RH-Records-Out
             COMPUTE RH-Exceptions = MovesSkipped + GamesNotIndexed +
               LabelsSkipped
             MOVE RETURN-CODE TO RH-Return-Code
             EVALUATE TRUE
               WHEN RETURN-CODE = 0
                 SET RH-Completed TO TRUE
               WHEN RETURN-CODE < 8
                 SET RH-Warning TO TRUE
               WHEN OTHER
                 SET RH-Failed TO TRUE
             END-EVALUATE
             WRITE RunHistRecord
             CLOSE RunHist-File
           END-IF.
