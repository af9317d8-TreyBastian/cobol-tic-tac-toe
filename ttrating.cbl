               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameLogFileStatus.

           SELECT GameAdj-File ASSIGN TO GAMEADJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameAdjFileStatus.

           SELECT RateRpt-File ASSIGN TO RATERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RateRptFileStatus.

           SELECT RunHist-File ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunHistFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Ratings-File.
       01 RatingsWrkRecord PIC X(80).

       FD  GLArch-File.
       01 GLArchRecord PIC X(79).

       FD  GameLog-File.
       01 GameLogInRecord PIC X(79).

       FD  GameAdj-File.
       01 GameAdjInRecord PIC X(148).

       FD  RateRpt-File.
           COPY RATERPT.

       FD  RunHist-File.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       COPY GAMELOG.
       COPY PLAYRATE.
       COPY FILTRAIL.
       COPY GAMEADJ.

       01 RatingsFileStatus PIC XX VALUE SPACES.
       01 RatingsWrkFileStatus PIC XX VALUE SPACES.
       01 GLArchFileStatus PIC XX VALUE SPACES.
       01 GameLogFileStatus PIC XX VALUE SPACES.
       01 RateRptFileStatus PIC XX VALUE SPACES.
       01 GameAdjFileStatus PIC XX VALUE SPACES.
       01 RunHistFileStatus PIC XX VALUE SPACES.

       01 RunStartDate PIC X(08) VALUE SPACES.
       01 RunStartTime PIC X(08) VALUE SPACES.

       01 RatingTable.
           02 RatingEntry OCCURS 100 TIMES.
       01 LastRatedStamp PIC X(16) VALUE LOW-VALUES.
       01 NewestStamp PIC X(16) VALUE LOW-VALUES.
       01 WorkStamp PIC X(16) VALUE SPACES.
       01 LastAdjStamp PIC X(16) VALUE LOW-VALUES.
       01 NewestAdjStamp PIC X(16) VALUE LOW-VALUES.

      * Game result adjustments off GAMEADJ, in the order they were
      * made - the latest one loaded for a game is the outcome that
      * stands.
       01 AdjustmentTable.
           02 AdjustmentEntry OCCURS 500 TIMES.
               03 AD-Made-Stamp PIC X(16) VALUE SPACES.
               03 AD-Game-Id PIC X(10) VALUE SPACES.
               03 AD-Game-Date PIC X(08) VALUE SPACES.
               03 AD-Game-Time PIC X(08) VALUE SPACES.
               03 AD-Player1-Name PIC X(20) VALUE SPACES.
               03 AD-Player2-Name PIC X(20) VALUE SPACES.
               03 AD-Prior-Outcome PIC 9(01) VALUE ZERO.
               03 AD-New-Outcome PIC 9(01) VALUE ZERO.
       01 AD-Max-Entries PIC 9(03) VALUE 500.
       01 AdjustmentCount PIC 9(03) VALUE ZERO.
       01 AdjIndex PIC 9(03) VALUE ZERO.
       01 GamesCorrected PIC 9(05) VALUE ZERO.

       01 WorkPlayerName PIC X(20) VALUE SPACES.
       01 FoundIndex PIC 9(03) VALUE ZERO.
       01 Player1Index PIC 9(03) VALUE ZERO.
       01 Player2Index PIC 9(03) VALUE ZERO.
       01 GamesRated PIC 9(05) VALUE ZERO.
       01 GamesRead PIC 9(07) VALUE ZERO.

      * Expected score is the classic Elo curve approximated by a
      * straight line - a half point plus a point per 800 rating
       01 ExpectedScore PIC S99V9999 VALUE ZERO.
       01 RatingChange PIC S9(03)V99 VALUE ZERO.
       01 NewRating PIC S9(05) VALUE ZERO.
       01 PriorScore PIC 9V99 VALUE ZERO.
       01 AdjustedScore PIC S9V9999 VALUE ZERO.

       01 TMP PIC 9(03) VALUE ZERO.
       01 TMP2 PIC 9(03) VALUE ZERO.
       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Ratings Update"
           ACCEPT RunStartDate FROM DATE YYYYMMDD
           ACCEPT RunStartTime FROM TIME.

         Setup SECTION.
           OPEN INPUT Ratings-File
               IF RC-ControlRecord
                 STRING RC-Last-Date RC-Last-Time
                   DELIMITED BY SIZE INTO LastRatedStamp
                 STRING RC-Last-Adj-Date RC-Last-Adj-Time
                   DELIMITED BY SIZE INTO LastAdjStamp
               ELSE
                 MOVE RatingsInRecord TO PlayerRatingRecord
                 IF RatingCount >= RA-Max-Entries
             CLOSE Ratings-File
           END-IF
           MOVE LastRatedStamp TO NewestStamp
           MOVE LastAdjStamp TO NewestAdjStamp

         LoadAdjustments SECTION.
      * Only adjustments against a logged game are held - a no-show
      * forfeit against a tournament pairing has no game behind it
      * and is not rated.
           OPEN INPUT GameAdj-File
           IF GameAdjFileStatus = "00"
             READ GameAdj-File INTO GameAdjRecord
             PERFORM UNTIL GameAdjFileStatus NOT = "00"
               IF AJ-GameTarget
                 IF AdjustmentCount >= AD-Max-Entries
                   DISPLAY "WARNING: adjustment table full ("
                     AD-Max-Entries ") - skipping game " AJ-Game-Id
                 ELSE
                   ADD 1 TO AdjustmentCount
                   STRING AJ-Date AJ-Time DELIMITED BY SIZE
                     INTO AD-Made-Stamp(AdjustmentCount)
                   MOVE AJ-Game-Id TO AD-Game-Id(AdjustmentCount)
                   MOVE AJ-Game-Date TO AD-Game-Date(AdjustmentCount)
                   MOVE AJ-Game-Time TO AD-Game-Time(AdjustmentCount)
                   MOVE AJ-Player1-Name TO
                     AD-Player1-Name(AdjustmentCount)
                   MOVE AJ-Player2-Name TO
                     AD-Player2-Name(AdjustmentCount)
                   MOVE AJ-Prior-Outcome TO
                     AD-Prior-Outcome(AdjustmentCount)
                   MOVE AJ-New-Outcome TO
                     AD-New-Outcome(AdjustmentCount)
                   IF AD-Made-Stamp(AdjustmentCount) > NewestAdjStamp
                     MOVE AD-Made-Stamp(AdjustmentCount) TO
                       NewestAdjStamp
                   END-IF
                 END-IF
               END-IF
               READ GameAdj-File INTO GameAdjRecord
             END-PERFORM
             CLOSE GameAdj-File
           END-IF

         CorrectRatedGames SECTION.
      * An adjustment made since the last run against a game that
      * was already rated corrects the two ratings by what the
      * change of result is worth now: K times the difference
      * between the new score and the score the game was rated at.
      * A void takes the game back out - the new score is taken as
      * the expected score, so the correction undoes the surprise
      * the game carried, and it no longer counts as a game rated.
      * Games not yet rated are simply rated at their adjusted
      * outcome below.
           PERFORM VARYING AdjIndex FROM 1 BY 1
             UNTIL AdjIndex > AdjustmentCount
             MOVE SPACES TO WorkStamp
             STRING AD-Game-Date(AdjIndex) AD-Game-Time(AdjIndex)
               DELIMITED BY SIZE INTO WorkStamp
             IF AD-Made-Stamp(AdjIndex) > LastAdjStamp AND
               WorkStamp NOT > LastRatedStamp AND
               AD-Prior-Outcome(AdjIndex) >= 1 AND
               AD-Prior-Outcome(AdjIndex) <= 3
               PERFORM CorrectOneGame
             END-IF
           END-PERFORM

         RateNewGames SECTION.
      * GAMELOG records are appended in play order and the month-end
      * roll moves only whole closed periods, so reading GLARCH then
      * GAMELOG and skipping records at or before the control stamp
      * rates each new game exactly once, in date/time order, at its
      * adjusted outcome - a voided game is not rated at all.
           OPEN INPUT GLArch-File
           IF GLArchFileStatus = "00"
             READ GLArch-File INTO GameLogRecord
             PERFORM UNTIL GLArchFileStatus NOT = "00"
               ADD 1 TO GamesRead
               PERFORM RateOneGame
               READ GLArch-File INTO GameLogRecord
             END-PERFORM
           IF GameLogFileStatus = "00"
             READ GameLog-File INTO GameLogRecord
             PERFORM UNTIL GameLogFileStatus NOT = "00"
               ADD 1 TO GamesRead
               PERFORM RateOneGame
               READ GameLog-File INTO GameLogRecord
             END-PERFORM
             DISPLAY "Unable to open RATINGSW - status "
               RatingsWrkFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF
           SET RC-ControlRecord TO TRUE
           MOVE NewestStamp(1:8) TO RC-Last-Date
           MOVE NewestStamp(9:8) TO RC-Last-Time
           MOVE NewestAdjStamp(1:8) TO RC-Last-Adj-Date
           MOVE NewestAdjStamp(9:8) TO RC-Last-Adj-Time
           WRITE RatingsWrkRecord FROM RatingControlRecord
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > RatingCount
             SET RT-PlayerRecord TO TRUE
             DISPLAY "Unable to open RATERPT - status "
               RateRptFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF


         Outro SECTION.
           DISPLAY GamesRated " game(s) rated - see RATERPT"
           DISPLAY GamesCorrected " rated game(s) corrected for "
             "result adjustments"
           DISPLAY "New ratings on RATINGSW - run the guarded "
             "replace step to put them live"
           PERFORM LogRun
           STOP RUN.

         RateOneGame SECTION.
           PERFORM ApplyAdjustment
           MOVE SPACES TO WorkStamp
           STRING GL-Date GL-Time DELIMITED BY SIZE INTO WorkStamp
           IF WorkStamp > LastRatedStamp AND
             END-IF
           END-IF.

         ApplyAdjustment SECTION.
      * Puts the game's latest adjusted outcome over the logged one.
      * The game is matched on its date and time as well as its id,
      * so a legacy id shared by two games adjusts only the one meant.
           PERFORM VARYING AdjIndex FROM 1 BY 1
             UNTIL AdjIndex > AdjustmentCount
             IF AD-Game-Id(AdjIndex) = GL-Game-Id AND
               AD-Game-Date(AdjIndex) = GL-Date AND
               AD-Game-Time(AdjIndex) = GL-Time
               MOVE AD-New-Outcome(AdjIndex) TO GL-Outcome
             END-IF
           END-PERFORM.

         CorrectOneGame SECTION.
           MOVE AD-Player1-Name(AdjIndex) TO WorkPlayerName
           PERFORM FindRating
           MOVE FoundIndex TO Player1Index
           MOVE AD-Player2-Name(AdjIndex) TO WorkPlayerName
           PERFORM FindRating
           MOVE FoundIndex TO Player2Index

           IF Player1Index NOT = 0 AND Player2Index NOT = 0
             EVALUATE AD-Prior-Outcome(AdjIndex)
               WHEN 1 MOVE 1.00 TO PriorScore
               WHEN 2 MOVE 0.00 TO PriorScore
               WHEN 3 MOVE 0.50 TO PriorScore
             END-EVALUATE

             COMPUTE ExpectedScore = 0.5 +
               (RA-Rating(Player1Index) - RA-Rating(Player2Index))
               / 800
             IF ExpectedScore > 1
               MOVE 1 TO ExpectedScore
             END-IF
             IF ExpectedScore < 0
               MOVE 0 TO ExpectedScore
             END-IF

             EVALUATE AD-New-Outcome(AdjIndex)
               WHEN 1 MOVE 1.00 TO AdjustedScore
               WHEN 2 MOVE 0.00 TO AdjustedScore
               WHEN 3 MOVE 0.50 TO AdjustedScore
               WHEN OTHER MOVE ExpectedScore TO AdjustedScore
             END-EVALUATE

             COMPUTE RatingChange ROUNDED =
               K-Factor * (AdjustedScore - PriorScore)

             COMPUTE NewRating ROUNDED =
               RA-Rating(Player1Index) + RatingChange
             IF NewRating < 0
               MOVE 0 TO NewRating
             END-IF
             MOVE NewRating TO RA-Rating(Player1Index)
             IF RA-Rating(Player1Index) > RA-Peak(Player1Index)
               MOVE RA-Rating(Player1Index) TO RA-Peak(Player1Index)
             END-IF

             COMPUTE NewRating ROUNDED =
               RA-Rating(Player2Index) - RatingChange
             IF NewRating < 0
               MOVE 0 TO NewRating
             END-IF
             MOVE NewRating TO RA-Rating(Player2Index)
             IF RA-Rating(Player2Index) > RA-Peak(Player2Index)
               MOVE RA-Rating(Player2Index) TO RA-Peak(Player2Index)
             END-IF

             IF AD-New-Outcome(AdjIndex) = 0
               IF RA-Games(Player1Index) > 0
                 SUBTRACT 1 FROM RA-Games(Player1Index)
               END-IF
               IF RA-Games(Player2Index) > 0
                 SUBTRACT 1 FROM RA-Games(Player2Index)
               END-IF
             END-IF
             ADD 1 TO GamesCorrected
           END-IF.

         ApplyRatings SECTION.
           COMPUTE ExpectedScore = 0.5 +
             (RA-Rating(Player1Index) - RA-Rating(Player2Index))
               MOVE ZERO TO RA-Games(FoundIndex)
             END-IF
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
             MOVE "TTRATING" TO RH-Program-Id
             MOVE RunStartDate TO RH-Run-Date
             MOVE RunStartTime TO RH-Start-Time
             ACCEPT RH-End-Time FROM TIME
             MOVE GamesRead TO RH-Records-In
             MOVE GamesRated TO RH-Records-Out
             MOVE ZERO TO RH-Exceptions
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
