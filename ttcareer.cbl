       IDENTIFICATION DIVISION.
       PROGRAM-ID. ttcareer.
       AUTHOR. Trey Bastian.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Players-File ASSIGN TO PLAYERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-Player-Id
               FILE STATUS IS PlayersFileStatus.

           SELECT Summary-File ASSIGN TO SUMMARY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SummaryFileStatus.

           SELECT GLArch-File ASSIGN TO GLARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLArchFileStatus.

           SELECT GameLog-File ASSIGN TO GAMELOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameLogFileStatus.

           SELECT Ratings-File ASSIGN TO RATINGS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RatingsFileStatus.

           SELECT TourSched-File ASSIGN TO TSCHED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TourSchedFileStatus.

           SELECT GameAdj-File ASSIGN TO GAMEADJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameAdjFileStatus.

           SELECT CareerRpt-File ASSIGN TO CAREERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CareerRptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Players-File.
           COPY PLAYMAST.

       FD  Summary-File.
           COPY PERIDSUM.

       FD  GLArch-File.
       01 GLArchRecord PIC X(79).

       FD  GameLog-File.
       01 GameLogInRecord PIC X(79).

       FD  Ratings-File.
       01 RatingsInRecord PIC X(80).

       FD  TourSched-File.
       01 TourSchedInRecord PIC X(80).

       FD  GameAdj-File.
       01 GameAdjInRecord PIC X(148).

       FD  CareerRpt-File.
           COPY CAREERPT.

       WORKING-STORAGE SECTION.
       COPY GAMELOG.
       COPY PLAYRATE.
       COPY TSCHED.
       COPY GAMEADJ.

       01 PlayersFileStatus PIC XX VALUE SPACES.
       01 SummaryFileStatus PIC XX VALUE SPACES.
       01 GLArchFileStatus PIC XX VALUE SPACES.
       01 GameLogFileStatus PIC XX VALUE SPACES.
       01 RatingsFileStatus PIC XX VALUE SPACES.
       01 TourSchedFileStatus PIC XX VALUE SPACES.
       01 GameAdjFileStatus PIC XX VALUE SPACES.
       01 CareerRptFileStatus PIC XX VALUE SPACES.

       01 TodaysDate PIC X(08) VALUE SPACES.

      * The selection card carries one player id in columns 1-5 for
      * a single statement - a blank card prints every active player.
       01 SelectCard.
           02 SelectPlayerId PIC X(05).
           02 FILLER PIC X(75).
       01 EndOfMaster PIC 9 VALUE 0.
           88 NoMorePlayers VALUE 1.
       01 StatementsPrinted PIC 9(05) VALUE ZERO.

      * Game result adjustments off GAMEADJ - the latest one loaded
      * for a game is the outcome that stands.
       01 AdjustmentTable.
           02 AdjustmentEntry OCCURS 500 TIMES.
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
       01 GameVoidState PIC 9 VALUE 0.
           88 GameVoided VALUE 1.

      * The statement player's closed periods off SUMMARY.
       01 PeriodTable.
           02 PeriodEntry OCCURS 120 TIMES.
               03 PP-Period PIC X(06) VALUE SPACES.
               03 PP-Games PIC 9(05) VALUE ZERO.
               03 PP-Wins PIC 9(05) VALUE ZERO.
               03 PP-Losses PIC 9(05) VALUE ZERO.
               03 PP-Stalemates PIC 9(05) VALUE ZERO.
       01 PP-Max-Entries PIC 9(03) VALUE 120.
       01 PeriodCount PIC 9(03) VALUE ZERO.

      * Everyone the statement player has faced, lifetime.
       01 OpponentTable.
           02 OpponentEntry OCCURS 200 TIMES.
               03 OP-Name PIC X(20) VALUE SPACES.
               03 OP-Games PIC 9(05) VALUE ZERO.
               03 OP-Wins PIC 9(05) VALUE ZERO.
               03 OP-Losses PIC 9(05) VALUE ZERO.
               03 OP-Stalemates PIC 9(05) VALUE ZERO.
       01 OP-Max-Entries PIC 9(03) VALUE 200.
       01 OpponentCount PIC 9(03) VALUE ZERO.
       01 OP-Top-Entries PIC 9(03) VALUE 3.

       01 StatementName PIC X(20) VALUE SPACES.
       01 OpponentName PIC X(20) VALUE SPACES.
       01 WorkPeriod PIC X(06) VALUE SPACES.
       01 WorkResult PIC 9(01) VALUE ZERO.
           88 WorkWin VALUE 1.
           88 WorkLoss VALUE 2.
           88 WorkStalemate VALUE 3.
       01 TallyStep PIC 9(01) VALUE ZERO.
           88 TallyingOut VALUE 1.
           88 TallyingIn VALUE 2.
       01 CurrentPeriodState PIC 9 VALUE 0.
           88 InCurrentPeriod VALUE 1.

       01 CurrentGames PIC 9(05) VALUE ZERO.
       01 CurrentWins PIC 9(05) VALUE ZERO.
       01 CurrentLosses PIC 9(05) VALUE ZERO.
       01 CurrentStalemates PIC 9(05) VALUE ZERO.
       01 LifetimeGames PIC 9(05) VALUE ZERO.
       01 LifetimeWins PIC 9(05) VALUE ZERO.
       01 LifetimeLosses PIC 9(05) VALUE ZERO.
       01 LifetimeStalemates PIC 9(05) VALUE ZERO.

       01 RatingFound PIC 9 VALUE 0.
           88 PlayerRated VALUE 1.
       01 TourPlayed PIC 9(03) VALUE ZERO.
       01 TourWins PIC 9(03) VALUE ZERO.
       01 TourLosses PIC 9(03) VALUE ZERO.
       01 TourDraws PIC 9(03) VALUE ZERO.
       01 TourPending PIC 9(03) VALUE ZERO.

       01 FoundIndex PIC 9(03) VALUE ZERO.
       01 WinPct PIC 999V99 VALUE ZERO.
       01 TMP PIC 9(03) VALUE ZERO.
       01 TMP2 PIC 9(03) VALUE ZERO.

       01 PeriodSwapEntry.
           02 SwapPeriod PIC X(06).
           02 SwapPeriodGames PIC 9(05).
           02 SwapPeriodWins PIC 9(05).
           02 SwapPeriodLosses PIC 9(05).
           02 SwapPeriodStalemates PIC 9(05).

       01 OpponentSwapEntry.
           02 SwapName PIC X(20).
           02 SwapGames PIC 9(05).
           02 SwapWins PIC 9(05).
           02 SwapLosses PIC 9(05).
           02 SwapStalemates PIC 9(05).

       01 PlayerHeadLine.
           02 FILLER PIC X(08) VALUE "PLAYER  ".
           02 PH-Player-Id PIC X(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 PH-Name PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 PH-Status PIC X(08).

       01 RecordHeadLine.
           02 FILLER PIC X(12) VALUE "  PERIOD".
           02 FILLER PIC X(08) VALUE "      GP".
           02 FILLER PIC X(08) VALUE "       W".
           02 FILLER PIC X(08) VALUE "       L".
           02 FILLER PIC X(08) VALUE "       S".
           02 FILLER PIC X(08) VALUE "    WIN%".

       01 RecordDetailLine.
           02 FILLER PIC X(02) VALUE SPACES.
           02 RL-Label PIC X(10).
           02 FILLER PIC X(03) VALUE SPACES.
           02 RL-Games PIC ZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 RL-Wins PIC ZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 RL-Losses PIC ZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 RL-Stalemates PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 RL-WinPct PIC ZZ9.99.
           02 FILLER PIC X(01) VALUE "%".

       01 RatingDetailLine.
           02 FILLER PIC X(17) VALUE "  CURRENT RATING ".
           02 RT-Line-Rating PIC ZZZ9.
           02 FILLER PIC X(08) VALUE "   PEAK ".
           02 RT-Line-Peak PIC ZZZ9.
           02 FILLER PIC X(16) VALUE "   GAMES RATED ".
           02 RT-Line-Games PIC ZZZZ9.

       01 TourDetailLine.
           02 FILLER PIC X(18) VALUE "  PAIRINGS PLAYED ".
           02 TL-Played PIC ZZ9.
           02 FILLER PIC X(07) VALUE "   WON ".
           02 TL-Wins PIC ZZ9.
           02 FILLER PIC X(08) VALUE "   LOST ".
           02 TL-Losses PIC ZZ9.
           02 FILLER PIC X(09) VALUE "   DRAWN ".
           02 TL-Draws PIC ZZ9.
           02 FILLER PIC X(11) VALUE "   PENDING ".
           02 TL-Pending PIC ZZ9.

       01 PendingDetailLine.
           02 FILLER PIC X(10) VALUE "    ROUND ".
           02 PL-Round PIC Z9.
           02 FILLER PIC X(04) VALUE " VS ".
           02 PL-Opponent PIC X(20).
           02 FILLER PIC X(14) VALUE " - NOT PLAYED".

       01 OpponentHeadLine.
           02 FILLER PIC X(24) VALUE "  OPPONENT".
           02 FILLER PIC X(07) VALUE "     GP".
           02 FILLER PIC X(08) VALUE "       W".
           02 FILLER PIC X(08) VALUE "       L".
           02 FILLER PIC X(08) VALUE "       S".

       01 OpponentDetailLine.
           02 FILLER PIC X(02) VALUE SPACES.
           02 OL-Name PIC X(20).
           02 FILLER PIC X(04) VALUE SPACES.
           02 OL-Games PIC ZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 OL-Wins PIC ZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 OL-Losses PIC ZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 OL-Stalemates PIC ZZZZ9.

       01 ReportLine PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Career Statements".

         Setup SECTION.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           MOVE SPACES TO SelectCard
           ACCEPT SelectCard

           OPEN INPUT Players-File
           IF PlayersFileStatus NOT = "00"
             DISPLAY "Unable to open PLAYERS - status "
               PlayersFileStatus
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT CareerRpt-File
           IF CareerRptFileStatus NOT = "00"
             DISPLAY "Unable to open CAREERPT - status "
               CareerRptFileStatus
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

         LoadAdjustments SECTION.
      * Only adjustments against a logged game are held - a no-show
      * forfeit has no game behind it and shows only in the
      * tournament pairings, which the tournament driver has already
      * settled.
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
                 END-IF
               END-IF
               READ GameAdj-File INTO GameAdjRecord
             END-PERFORM
             CLOSE GameAdj-File
           END-IF

         PrintStatements SECTION.
      * One statement for the player on the selection card, whatever
      * their status - otherwise one for every active player, in
      * player id order.
           IF SelectPlayerId NOT = SPACES
             MOVE SelectPlayerId TO PM-Player-Id
             READ Players-File
             IF PlayersFileStatus NOT = "00"
               DISPLAY "No player registered under id "
                 SelectPlayerId
               CLOSE Players-File
               CLOSE CareerRpt-File
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM PrintStatement
           ELSE
             MOVE LOW-VALUES TO PM-Player-Id
             START Players-File KEY NOT < PM-Player-Id
             IF PlayersFileStatus NOT = "00"
               SET NoMorePlayers TO TRUE
             END-IF
             PERFORM UNTIL NoMorePlayers
               READ Players-File NEXT
               IF PlayersFileStatus NOT = "00"
                 SET NoMorePlayers TO TRUE
               ELSE
                 IF PM-Active
                   PERFORM PrintStatement
                 END-IF
               END-IF
             END-PERFORM
           END-IF.

         Outro SECTION.
           CLOSE Players-File
           CLOSE CareerRpt-File
           DISPLAY StatementsPrinted " career statement(s) printed - "
             "see CAREERPT"
           STOP RUN.

         PrintStatement SECTION.
           MOVE PM-Name TO StatementName
           PERFORM LoadPlayerPeriods
           PERFORM AdjustPlayerPeriods
           PERFORM TallyPlayerGames
           PERFORM FindPlayerRating

           MOVE SPACES TO ReportLine
           STRING "TREY'S DEV SHED TIC TAC TOE - CAREER STATEMENT - "
             TodaysDate DELIMITED BY SIZE INTO ReportLine
           WRITE CareerRptRecord FROM ReportLine
             AFTER ADVANCING PAGE
           MOVE SPACES TO CareerRptRecord
           WRITE CareerRptRecord
           MOVE PM-Player-Id TO PH-Player-Id
           MOVE PM-Name TO PH-Name
           IF PM-Active
             MOVE "ACTIVE" TO PH-Status
           ELSE
             MOVE "INACTIVE" TO PH-Status
           END-IF
           WRITE CareerRptRecord FROM PlayerHeadLine

           PERFORM PrintRecordByPeriod
           PERFORM PrintRating
           PERFORM PrintTournament
           PERFORM PrintOpponents
           ADD 1 TO StatementsPrinted.

         LoadPlayerPeriods SECTION.
      * Lines for the same period are merged as they load - the
      * month-end roll appends, so a period rolled in two runs
      * arrives as two records.
           MOVE 0 TO PeriodCount
           OPEN INPUT Summary-File
           IF SummaryFileStatus = "00"
             READ Summary-File
             PERFORM UNTIL SummaryFileStatus NOT = "00"
               IF PS-Name = StatementName
                 MOVE PS-Period TO WorkPeriod
                 PERFORM FindPeriod
                 IF FoundIndex = 0
                   IF PeriodCount >= PP-Max-Entries
                     DISPLAY "WARNING: period table full ("
                       PP-Max-Entries ") - skipping " PS-Period
                   ELSE
                     ADD 1 TO PeriodCount
                     MOVE PeriodCount TO FoundIndex
                     MOVE PS-Period TO PP-Period(FoundIndex)
                     MOVE ZERO TO PP-Games(FoundIndex)
                     MOVE ZERO TO PP-Wins(FoundIndex)
                     MOVE ZERO TO PP-Losses(FoundIndex)
                     MOVE ZERO TO PP-Stalemates(FoundIndex)
                   END-IF
                 END-IF
                 IF FoundIndex NOT = 0
                   ADD PS-Games TO PP-Games(FoundIndex)
                   ADD PS-Wins TO PP-Wins(FoundIndex)
                   ADD PS-Losses TO PP-Losses(FoundIndex)
                   ADD PS-Stalemates TO PP-Stalemates(FoundIndex)
                 END-IF
               END-IF
               READ Summary-File
             END-PERFORM
             CLOSE Summary-File
           END-IF

      * Oldest period first - the period text is YYYYMM so a plain
      * compare puts them in date order.
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > PeriodCount
             PERFORM VARYING TMP2 FROM TMP BY 1 UNTIL
               TMP2 > PeriodCount
               IF PP-Period(TMP2) < PP-Period(TMP)
                 MOVE PeriodEntry(TMP) TO PeriodSwapEntry
                 MOVE PeriodEntry(TMP2) TO PeriodEntry(TMP)
                 MOVE PeriodSwapEntry TO PeriodEntry(TMP2)
               END-IF
             END-PERFORM
           END-PERFORM.

         AdjustPlayerPeriods SECTION.
      * SUMMARY holds each closed period as played, so the result
      * adjustments against the player's games are applied on top,
      * the way the period trends report does. Games still in
      * GAMELOG are taken at their adjusted outcome as they are
      * read instead.
           PERFORM VARYING AdjIndex FROM 1 BY 1
             UNTIL AdjIndex > AdjustmentCount
             MOVE AD-Game-Date(AdjIndex)(1:6) TO WorkPeriod
             PERFORM FindPeriod
             IF FoundIndex NOT = 0
               IF AD-Player1-Name(AdjIndex) = StatementName
                 SET TallyingOut TO TRUE
                 MOVE AD-Prior-Outcome(AdjIndex) TO WorkResult
                 PERFORM AdjustPeriodLine
                 SET TallyingIn TO TRUE
                 MOVE AD-New-Outcome(AdjIndex) TO WorkResult
                 PERFORM AdjustPeriodLine
               END-IF
               IF AD-Player2-Name(AdjIndex) = StatementName
                 SET TallyingOut TO TRUE
                 MOVE AD-Prior-Outcome(AdjIndex) TO WorkResult
                 PERFORM FlipWorkResult
                 PERFORM AdjustPeriodLine
                 SET TallyingIn TO TRUE
                 MOVE AD-New-Outcome(AdjIndex) TO WorkResult
                 PERFORM FlipWorkResult
                 PERFORM AdjustPeriodLine
               END-IF
             END-IF
           END-PERFORM.

         AdjustPeriodLine SECTION.
      * A count already at zero is left there - the game it would
      * take out was never summarised.
           IF WorkResult >= 1 AND WorkResult <= 3
             IF TallyingIn
               ADD 1 TO PP-Games(FoundIndex)
               EVALUATE TRUE
                 WHEN WorkWin ADD 1 TO PP-Wins(FoundIndex)
                 WHEN WorkLoss ADD 1 TO PP-Losses(FoundIndex)
                 WHEN WorkStalemate
                   ADD 1 TO PP-Stalemates(FoundIndex)
               END-EVALUATE
             ELSE
               IF PP-Games(FoundIndex) > 0
                 SUBTRACT 1 FROM PP-Games(FoundIndex)
                 EVALUATE TRUE
                   WHEN WorkWin AND PP-Wins(FoundIndex) > 0
                     SUBTRACT 1 FROM PP-Wins(FoundIndex)
                   WHEN WorkLoss AND PP-Losses(FoundIndex) > 0
                     SUBTRACT 1 FROM PP-Losses(FoundIndex)
                   WHEN WorkStalemate AND
                     PP-Stalemates(FoundIndex) > 0
                     SUBTRACT 1 FROM PP-Stalemates(FoundIndex)
                 END-EVALUATE
               END-IF
             END-IF
           END-IF.

         FlipWorkResult SECTION.
      * Outcomes are recorded from player 1's side - player 2's
      * result is the other way round.
           EVALUATE TRUE
             WHEN WorkWin MOVE 2 TO WorkResult
             WHEN WorkLoss MOVE 1 TO WorkResult
             WHEN OTHER CONTINUE
           END-EVALUATE.

         FindPeriod SECTION.
           MOVE 0 TO FoundIndex
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > PeriodCount
             OR FoundIndex NOT = 0
             IF PP-Period(TMP) = WorkPeriod
               MOVE TMP TO FoundIndex
             END-IF
           END-PERFORM.

         TallyPlayerGames SECTION.
      * The whole history, archive then current period, feeds the
      * opponents table; the games still in GAMELOG are also the
      * current period's record. Every game counts at its adjusted
      * outcome, and a voided game not at all.
           MOVE 0 TO OpponentCount
           MOVE 0 TO CurrentGames
           MOVE 0 TO CurrentWins
           MOVE 0 TO CurrentLosses
           MOVE 0 TO CurrentStalemates

           MOVE 0 TO CurrentPeriodState
           OPEN INPUT GLArch-File
           IF GLArchFileStatus = "00"
             READ GLArch-File INTO GameLogRecord
             PERFORM UNTIL GLArchFileStatus NOT = "00"
               PERFORM TallyOneGame
               READ GLArch-File INTO GameLogRecord
             END-PERFORM
             CLOSE GLArch-File
           END-IF

           SET InCurrentPeriod TO TRUE
           OPEN INPUT GameLog-File
           IF GameLogFileStatus = "00"
             READ GameLog-File INTO GameLogRecord
             PERFORM UNTIL GameLogFileStatus NOT = "00"
               PERFORM TallyOneGame
               READ GameLog-File INTO GameLogRecord
             END-PERFORM
             CLOSE GameLog-File
           END-IF.

         TallyOneGame SECTION.
           IF GL-Player1-Name = StatementName OR
             GL-Player2-Name = StatementName
             PERFORM ApplyAdjustment
             IF NOT GameVoided AND GL-Outcome >= 1 AND
               GL-Outcome <= 3
               MOVE GL-Outcome TO WorkResult
               IF GL-Player1-Name = StatementName
                 MOVE GL-Player2-Name TO OpponentName
               ELSE
                 MOVE GL-Player1-Name TO OpponentName
                 PERFORM FlipWorkResult
               END-IF
               IF InCurrentPeriod
                 ADD 1 TO CurrentGames
                 EVALUATE TRUE
                   WHEN WorkWin ADD 1 TO CurrentWins
                   WHEN WorkLoss ADD 1 TO CurrentLosses
                   WHEN WorkStalemate ADD 1 TO CurrentStalemates
                 END-EVALUATE
               END-IF
               PERFORM TallyOpponent
             END-IF
           END-IF.

         TallyOpponent SECTION.
           MOVE 0 TO FoundIndex
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > OpponentCount
             OR FoundIndex NOT = 0
             IF OP-Name(TMP) = OpponentName
               MOVE TMP TO FoundIndex
             END-IF
           END-PERFORM

           IF FoundIndex = 0
             IF OpponentCount >= OP-Max-Entries
               DISPLAY "WARNING: opponent table full (" OP-Max-Entries
                 ") - skipping " OpponentName
             ELSE
               ADD 1 TO OpponentCount
               MOVE OpponentCount TO FoundIndex
               MOVE OpponentName TO OP-Name(FoundIndex)
               MOVE ZERO TO OP-Games(FoundIndex)
               MOVE ZERO TO OP-Wins(FoundIndex)
               MOVE ZERO TO OP-Losses(FoundIndex)
               MOVE ZERO TO OP-Stalemates(FoundIndex)
             END-IF
           END-IF

           IF FoundIndex NOT = 0
             ADD 1 TO OP-Games(FoundIndex)
             EVALUATE TRUE
               WHEN WorkWin ADD 1 TO OP-Wins(FoundIndex)
               WHEN WorkLoss ADD 1 TO OP-Losses(FoundIndex)
               WHEN WorkStalemate ADD 1 TO OP-Stalemates(FoundIndex)
             END-EVALUATE
           END-IF.

         ApplyAdjustment SECTION.
      * Puts the game's latest adjusted outcome over the logged one.
      * The game is matched on its date and time as well as its id,
      * so a legacy id shared by two games adjusts only the one meant.
           MOVE 0 TO GameVoidState
           PERFORM VARYING AdjIndex FROM 1 BY 1
             UNTIL AdjIndex > AdjustmentCount
             IF AD-Game-Id(AdjIndex) = GL-Game-Id AND
               AD-Game-Date(AdjIndex) = GL-Date AND
               AD-Game-Time(AdjIndex) = GL-Time
               MOVE AD-New-Outcome(AdjIndex) TO GL-Outcome
               IF AD-New-Outcome(AdjIndex) = 0
                 MOVE 1 TO GameVoidState
               ELSE
                 MOVE 0 TO GameVoidState
               END-IF
             END-IF
           END-PERFORM.

         FindPlayerRating SECTION.
           MOVE 0 TO RatingFound
           OPEN INPUT Ratings-File
           IF RatingsFileStatus = "00"
             READ Ratings-File
             PERFORM UNTIL RatingsFileStatus NOT = "00" OR PlayerRated
               MOVE RatingsInRecord TO RatingControlRecord
               IF NOT RC-ControlRecord
                 MOVE RatingsInRecord TO PlayerRatingRecord
                 IF RT-Name = StatementName
                   SET PlayerRated TO TRUE
                 END-IF
               END-IF
               IF NOT PlayerRated
                 READ Ratings-File
               END-IF
             END-PERFORM
             CLOSE Ratings-File
           END-IF.

         PrintRecordByPeriod SECTION.
           MOVE SPACES TO CareerRptRecord
           WRITE CareerRptRecord
           MOVE "RECORD BY PERIOD" TO CareerRptRecord
           WRITE CareerRptRecord
           WRITE CareerRptRecord FROM RecordHeadLine

           MOVE 0 TO LifetimeGames
           MOVE 0 TO LifetimeWins
           MOVE 0 TO LifetimeLosses
           MOVE 0 TO LifetimeStalemates
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > PeriodCount
             MOVE PP-Period(TMP) TO RL-Label
             MOVE PP-Games(TMP) TO RL-Games
             MOVE PP-Wins(TMP) TO RL-Wins
             MOVE PP-Losses(TMP) TO RL-Losses
             MOVE PP-Stalemates(TMP) TO RL-Stalemates
             IF PP-Games(TMP) > 0
               COMPUTE WinPct = (PP-Wins(TMP) * 100) / PP-Games(TMP)
             ELSE
               MOVE 0 TO WinPct
             END-IF
             MOVE WinPct TO RL-WinPct
             WRITE CareerRptRecord FROM RecordDetailLine
             ADD PP-Games(TMP) TO LifetimeGames
             ADD PP-Wins(TMP) TO LifetimeWins
             ADD PP-Losses(TMP) TO LifetimeLosses
             ADD PP-Stalemates(TMP) TO LifetimeStalemates
           END-PERFORM

           MOVE "CURRENT" TO RL-Label
           MOVE CurrentGames TO RL-Games
           MOVE CurrentWins TO RL-Wins
           MOVE CurrentLosses TO RL-Losses
           MOVE CurrentStalemates TO RL-Stalemates
           IF CurrentGames > 0
             COMPUTE WinPct = (CurrentWins * 100) / CurrentGames
           ELSE
             MOVE 0 TO WinPct
           END-IF
           MOVE WinPct TO RL-WinPct
           WRITE CareerRptRecord FROM RecordDetailLine
           ADD CurrentGames TO LifetimeGames
           ADD CurrentWins TO LifetimeWins
           ADD CurrentLosses TO LifetimeLosses
           ADD CurrentStalemates TO LifetimeStalemates

           MOVE "LIFETIME" TO RL-Label
           MOVE LifetimeGames TO RL-Games
           MOVE LifetimeWins TO RL-Wins
           MOVE LifetimeLosses TO RL-Losses
           MOVE LifetimeStalemates TO RL-Stalemates
           IF LifetimeGames > 0
             COMPUTE WinPct = (LifetimeWins * 100) / LifetimeGames
           ELSE
             MOVE 0 TO WinPct
           END-IF
           MOVE WinPct TO RL-WinPct
           WRITE CareerRptRecord FROM RecordDetailLine.

         PrintRating SECTION.
           MOVE SPACES TO CareerRptRecord
           WRITE CareerRptRecord
           MOVE "RATING" TO CareerRptRecord
           WRITE CareerRptRecord
           IF PlayerRated
             MOVE RT-Rating TO RT-Line-Rating
             MOVE RT-Peak TO RT-Line-Peak
             MOVE RT-Games-Rated TO RT-Line-Games
             WRITE CareerRptRecord FROM RatingDetailLine
           ELSE
             MOVE "  NOT YET RATED" TO CareerRptRecord
             WRITE CareerRptRecord
           END-IF.

         PrintTournament SECTION.
      * Pairings come off the schedule as the tournament driver last
      * settled them - results, forfeits and reopened pairings
      * included.
           MOVE SPACES TO CareerRptRecord
           WRITE CareerRptRecord
           MOVE "TOURNAMENT" TO CareerRptRecord
           WRITE CareerRptRecord
           MOVE 0 TO TourPlayed
           MOVE 0 TO TourWins
           MOVE 0 TO TourLosses
           MOVE 0 TO TourDraws
           MOVE 0 TO TourPending

           OPEN INPUT TourSched-File
           IF TourSchedFileStatus = "00"
             READ TourSched-File
             PERFORM UNTIL TourSchedFileStatus NOT = "00"
               MOVE TourSchedInRecord TO TourControlRecord
               IF NOT TC-ControlRecord
                 MOVE TourSchedInRecord TO TourSchedRecord
                 IF TS-Player1-Name = StatementName OR
                   TS-Player2-Name = StatementName
                   PERFORM TallyPairing
                 END-IF
               END-IF
               READ TourSched-File
             END-PERFORM
             CLOSE TourSched-File
           END-IF

           MOVE TourPlayed TO TL-Played
           MOVE TourWins TO TL-Wins
           MOVE TourLosses TO TL-Losses
           MOVE TourDraws TO TL-Draws
           MOVE TourPending TO TL-Pending
           WRITE CareerRptRecord FROM TourDetailLine.

         TallyPairing SECTION.
           IF TS-Player1-Name = StatementName
             MOVE TS-Player2-Name TO OpponentName
             MOVE TS-Result TO WorkResult
           ELSE
             MOVE TS-Player1-Name TO OpponentName
             MOVE TS-Result TO WorkResult
             PERFORM FlipWorkResult
           END-IF
           IF TS-Unplayed
             ADD 1 TO TourPending
             MOVE TS-Round TO PL-Round
             MOVE OpponentName TO PL-Opponent
             WRITE CareerRptRecord FROM PendingDetailLine
           ELSE
             ADD 1 TO TourPlayed
             EVALUATE TRUE
               WHEN WorkWin ADD 1 TO TourWins
               WHEN WorkLoss ADD 1 TO TourLosses
               WHEN WorkStalemate ADD 1 TO TourDraws
             END-EVALUATE
           END-IF.

         PrintOpponents SECTION.
      * Selection sort, descending by games played - only the top
      * few are printed.
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > OpponentCount
             OR TMP > OP-Top-Entries
             PERFORM VARYING TMP2 FROM TMP BY 1 UNTIL
               TMP2 > OpponentCount
               IF OP-Games(TMP2) > OP-Games(TMP)
                 MOVE OpponentEntry(TMP) TO OpponentSwapEntry
                 MOVE OpponentEntry(TMP2) TO OpponentEntry(TMP)
                 MOVE OpponentSwapEntry TO OpponentEntry(TMP2)
               END-IF
             END-PERFORM
           END-PERFORM

           MOVE SPACES TO CareerRptRecord
           WRITE CareerRptRecord
           MOVE "MOST FREQUENT OPPONENTS" TO CareerRptRecord
           WRITE CareerRptRecord
           IF OpponentCount = 0
             MOVE "  NO GAMES PLAYED" TO CareerRptRecord
             WRITE CareerRptRecord
           ELSE
             WRITE CareerRptRecord FROM OpponentHeadLine
             PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > OpponentCount
               OR TMP > OP-Top-Entries
               MOVE OP-Name(TMP) TO OL-Name
               MOVE OP-Games(TMP) TO OL-Games
               MOVE OP-Wins(TMP) TO OL-Wins
               MOVE OP-Losses(TMP) TO OL-Losses
               MOVE OP-Stalemates(TMP) TO OL-Stalemates
               WRITE CareerRptRecord FROM OpponentDetailLine
             END-PERFORM
           END-IF.
