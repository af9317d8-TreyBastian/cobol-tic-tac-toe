               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EditRptFileStatus.

           SELECT GameIds-File ASSIGN TO GAMEIDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GI-Source
               FILE STATUS IS GameIdsFileStatus.

           SELECT GameIdx-File ASSIGN TO GAMEIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GX-Game-Id
               FILE STATUS IS GameIdxFileStatus.

           SELECT Checkpt-File ASSIGN TO CHECKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CheckptFileStatus.

           SELECT RunHist-File ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunHistFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Moves-File.
           COPY GAMEMOVE.

       FD  Valid-File.
       01 ValidOutRecord PIC X(54).

       FD  EditRpt-File.
           COPY EDITRPT.

       FD  GameIds-File.
           COPY GAMEIDS.

       FD  GameIdx-File.
           COPY GAMEIDX.

       FD  Checkpt-File.
           COPY BATCHCKP.

       FD  RunHist-File.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       COPY GAMECFG.

       01 MovesFileStatus PIC XX VALUE SPACES.
       01 ValidFileStatus PIC XX VALUE SPACES.
       01 EditRptFileStatus PIC XX VALUE SPACES.
       01 GameIdsFileStatus PIC XX VALUE SPACES.
       01 GameIdxFileStatus PIC XX VALUE SPACES.
       01 CheckptFileStatus PIC XX VALUE SPACES.
       01 RunHistFileStatus PIC XX VALUE SPACES.

       01 RunStartDate PIC X(08) VALUE SPACES.
       01 RunStartTime PIC X(08) VALUE SPACES.

      * The highest id issued so far for each source, off GAMEIDS. An
      * id in the issued form at or below its source's high-water mark
      * has already been handed to a game.
       01 IssuedTable.
           02 IssuedEntry OCCURS 5 TIMES.
               03 IS-Source PIC X(01).
               03 IS-Year PIC 9(04).
               03 IS-Last-Seq PIC 9(05).
       01 IS-Max-Entries PIC 9(03) VALUE 5.
       01 IssuedCount PIC 9(03) VALUE ZERO.

       01 DeckGameId.
           02 DG-Source PIC X(01).
               88 DG-IssuedSource VALUE "I" "B" "S".
           02 DG-Number.
               03 DG-Year PIC 9(04).
               03 DG-Seq PIC 9(05).

      * A checkpoint left by a failed batch run means this deck is
      * being resubmitted to resume it - its labels the failed run
      * logged are passed for the driver to skip past.
       01 RestartState PIC 9 VALUE 0.
           88 RestartPending VALUE 1.

       01 EndOfMoves PIC 9 VALUE 0.
           88 NoMoreMoves VALUE 1.
      * so a clean game reaches MOVESVAL intact and a rejected one is
      * withheld intact - the batch driver never sees half a game.
       01 GameTable.
           02 GameRecord OCCURS 50 TIMES PIC X(54).
       01 GT-Max-Records PIC 9(03) VALUE 50.
       01 RecordCount PIC 9(03) VALUE ZERO.
       01 GameOverflow PIC 9 VALUE 0.
               88 WH-GameHeader VALUE "H".
           02 WH-Player1-Name PIC X(20).
           02 WH-Player2-Name PIC X(20).
           02 WH-Tour-Tag PIC X(01).
               88 WH-Untagged VALUE SPACE.
               88 WH-TournamentGame VALUE "T".
           02 WH-Tour-Round PIC X(02).

       01 RejectReason PIC X(30) VALUE SPACES.
       01 ExpectedPlayer PIC 9 VALUE 1.
       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Deck Pre-Edit"
           ACCEPT RunStartDate FROM DATE YYYYMMDD
           ACCEPT RunStartTime FROM TIME.

         Setup SECTION.
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > GC-Board-Size
             MOVE GC-Magic-Score-Tbl(TMP) TO Score OF Board(TMP)
           END-PERFORM

           PERFORM LoadIssuedIds

           OPEN INPUT Checkpt-File
           IF CheckptFileStatus = "00"
             READ Checkpt-File
             IF CheckptFileStatus = "00" AND CK-Games-Processed > 0
               SET RestartPending TO TRUE
               DISPLAY "Checkpoint found - labels already logged are "
                 "left to the batch restart"
             END-IF
             CLOSE Checkpt-File
           END-IF

      * Every logged game id, and every deck label a batch run has
      * already issued an id for, is on the GAMEIDX game-id index.
           OPEN INPUT GameIdx-File
           IF GameIdxFileStatus NOT = "00"
             DISPLAY "Unable to open GAMEIDX - status "
               GameIdxFileStatus " - run TTGXLOAD to build it"
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

           OPEN INPUT Moves-File
           IF MovesFileStatus NOT = "00"
             DISPLAY "Unable to open MOVES - status " MovesFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

             DISPLAY "Unable to open MOVESVAL - status "
               ValidFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

             DISPLAY "Unable to open EDITRPT - status "
               EditRptFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

           CLOSE Moves-File
           CLOSE Valid-File
           CLOSE EditRpt-File
           CLOSE GameIdx-File
           DISPLAY GamesAccepted " game(s) to MOVESVAL, "
             GamesRejected " rejected - see EDITRPT"
           IF GamesRejected > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM LogRun
           STOP RUN.

         CheckGame SECTION.
             MOVE "MORE RECORDS THAN ONE GAME" TO RejectReason
           END-IF

           IF RejectReason = SPACES
             PERFORM CheckGameId
           END-IF

           IF RejectReason = SPACES
             MOVE GameRecord(1) TO WorkHeaderRecord
             IF NOT WH-GameHeader
             END-IF
           END-IF

      * A tournament tag must name a round - whether the round and
      * players match the schedule is for the tournament driver to
      * judge when it settles the pairing.
           IF RejectReason = SPACES AND NOT WH-Untagged
             IF NOT WH-TournamentGame OR WH-Tour-Round NOT NUMERIC
               OR WH-Tour-Round = "00"
               MOVE "INVALID TOURNAMENT TAG" TO RejectReason
             END-IF
           END-IF

           PERFORM VARYING RecIndex FROM 2 BY 1 UNTIL
             RecIndex > RecordCount OR RejectReason NOT = SPACES
             MOVE GameRecord(RecIndex) TO WorkMoveRecord
             MOVE "GAME DOES NOT FINISH" TO RejectReason
           END-IF.

         CheckGameId SECTION.
      * Ids in the issued form belong to GAMEIDS alone: one at or
      * below its source's high-water mark was handed to a game
      * already (typically an archived game pulled back out of
      * MOVEARCH), and one above it would collide with a game yet to
      * be issued it. Any other deck id is the deck's own label and
      * the batch driver issues the game its id - unless the label is
      * already on the index, as a logged game's id or as the label
      * of a deck game already run, which makes it a resubmission.
           MOVE CurrentGameId TO DeckGameId
           IF DG-IssuedSource AND DG-Number IS NUMERIC
             MOVE "ID NOT ISSUED BY GAMEIDS" TO RejectReason
             PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > IssuedCount
               IF IS-Source(TMP) = DG-Source AND
                 (DG-Year < IS-Year(TMP) OR
                  (DG-Year = IS-Year(TMP) AND
                   DG-Seq NOT > IS-Last-Seq(TMP)))
                 MOVE "GAME ID ALREADY ISSUED" TO RejectReason
               END-IF
             END-PERFORM
           ELSE
             MOVE CurrentGameId TO GX-Game-Id
             READ GameIdx-File
             EVALUATE GameIdxFileStatus
               WHEN "00"
                 IF NOT (RestartPending AND GX-DeckLabel)
                   MOVE "GAME ID ALREADY LOGGED" TO RejectReason
                 END-IF
               WHEN "23"
                 CONTINUE
               WHEN OTHER
                 MOVE "UNABLE TO CHECK GAME ID" TO RejectReason
             END-EVALUATE
           END-IF.

         LoadIssuedIds SECTION.
      * No GAMEIDS yet means nothing has been issued yet.
           OPEN INPUT GameIds-File
           IF GameIdsFileStatus = "00"
             READ GameIds-File
             PERFORM UNTIL GameIdsFileStatus NOT = "00"
               IF IssuedCount >= IS-Max-Entries
                 DISPLAY "WARNING: issued id table full ("
                   IS-Max-Entries ") - skipping " GI-Source
               ELSE
                 ADD 1 TO IssuedCount
                 MOVE GI-Source TO IS-Source(IssuedCount)
                 MOVE GI-Year TO IS-Year(IssuedCount)
                 MOVE GI-Last-Seq TO IS-Last-Seq(IssuedCount)
               END-IF
               READ GameIds-File
             END-PERFORM
             CLOSE GameIds-File
           ELSE
             DISPLAY "WARNING: Unable to open GAMEIDS - status "
               GameIdsFileStatus
           END-IF.

         CheckWinners SECTION.
             MOVE 0 TO BoardHasBlanks
             PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > 9
             IF BoardHasBlanks = 0 AND Won = 0 THEN
               SET Stalemate TO TRUE
             END-IF.

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
             MOVE "TTEDIT" TO RH-Program-Id
             MOVE RunStartDate TO RH-Run-Date
             MOVE RunStartTime TO RH-Start-Time
             ACCEPT RH-End-Time FROM TIME
             COMPUTE RH-Records-In = GamesAccepted + GamesRejected
             MOVE GamesAccepted TO RH-Records-Out
             MOVE GamesRejected TO RH-Exceptions
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
