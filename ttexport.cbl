       IDENTIFICATION DIVISION.
       PROGRAM-ID. ttexport.
       AUTHOR. Trey Bastian.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ExpCtl-File ASSIGN TO EXPCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExpCtlFileStatus.

           SELECT ExpCtlWrk-File ASSIGN TO EXPCTLW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExpCtlWrkFileStatus.

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

           SELECT Export-File ASSIGN TO EXPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExportFileStatus.

           SELECT RunHist-File ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunHistFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ExpCtl-File.
       01 ExpCtlInRecord PIC X(80).

       FD  ExpCtlWrk-File.
       01 ExpCtlWrkRecord PIC X(80).

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

       FD  Export-File.
       01 ExportOutRecord PIC X(100).

       FD  RunHist-File.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       COPY GAMELOG.
       COPY PLAYRATE.
       COPY TSCHED.
       COPY GAMEADJ.
       COPY EXPCTL.
       COPY EXPORT.
       COPY FILTRAIL.

       01 ExpCtlFileStatus PIC XX VALUE SPACES.
       01 ExpCtlWrkFileStatus PIC XX VALUE SPACES.
       01 GLArchFileStatus PIC XX VALUE SPACES.
       01 GameLogFileStatus PIC XX VALUE SPACES.
       01 RatingsFileStatus PIC XX VALUE SPACES.
       01 TourSchedFileStatus PIC XX VALUE SPACES.
       01 GameAdjFileStatus PIC XX VALUE SPACES.
       01 ExportFileStatus PIC XX VALUE SPACES.
       01 RunHistFileStatus PIC XX VALUE SPACES.

       01 RunStartDate PIC X(08) VALUE SPACES.
       01 RunStartTime PIC X(08) VALUE SPACES.

      * A blank card exports the games logged since the last export;
      * R in column 1 repeats the last export's games, for a file the
      * website lost or rejected - the ratings and standings, and the
      * outcomes the games are sent at, are current either way.
       01 ExportCard.
           02 XK-Extract-Type PIC X(01).
               88 XK-NewExtract VALUE " ".
               88 XK-RepeatExtract VALUE "R".
           02 FILLER PIC X(79).

       01 PriorFromStamp PIC X(16) VALUE SPACES.
       01 PriorToStamp PIC X(16) VALUE SPACES.
       01 PriorExtractDate PIC X(08) VALUE SPACES.
       01 PriorExtractTime PIC X(08) VALUE SPACES.
       01 FromStamp PIC X(16) VALUE SPACES.
       01 ToStamp PIC X(16) VALUE SPACES.
       01 WorkStamp PIC X(16) VALUE SPACES.
       01 ControlState PIC 9 VALUE 0.
           88 ControlOnFile VALUE 1.

       01 ExtractDate PIC X(08) VALUE SPACES.
       01 ExtractTime PIC X(08) VALUE SPACES.

      * Game result adjustments off GAMEADJ - the latest one loaded
      * for a game is the outcome that stands. AD-Stamp is when the
      * adjustment was made, so a game exported before it can be
      * sent again at its corrected outcome.
       01 AdjustmentTable.
           02 AdjustmentEntry OCCURS 500 TIMES.
               03 AD-Game-Id PIC X(10) VALUE SPACES.
               03 AD-Game-Date PIC X(08) VALUE SPACES.
               03 AD-Game-Time PIC X(08) VALUE SPACES.
               03 AD-New-Outcome PIC 9(01) VALUE ZERO.
               03 AD-Stamp PIC X(16) VALUE SPACES.
       01 AD-Max-Entries PIC 9(03) VALUE 500.
       01 AdjustmentCount PIC 9(03) VALUE ZERO.
       01 AdjIndex PIC 9(03) VALUE ZERO.
       01 GameVoidState PIC 9 VALUE 0.
           88 GameVoided VALUE 1.
       01 AdjustedState PIC 9 VALUE 0.
           88 AdjustedSinceExport VALUE 1.

       01 RatingTable.
           02 RatingEntry OCCURS 1000 TIMES.
               03 RA-Name PIC X(20) VALUE SPACES.
               03 RA-Rating PIC 9(04) VALUE ZERO.
               03 RA-Peak PIC 9(04) VALUE ZERO.
               03 RA-Games PIC 9(05) VALUE ZERO.
       01 RA-Max-Entries PIC 9(04) VALUE 1000.
       01 RatingCount PIC 9(04) VALUE ZERO.

       01 RatingSwapEntry.
           02 RatingSwapName PIC X(20).
           02 RatingSwapRating PIC 9(04).
           02 RatingSwapPeak PIC 9(04).
           02 RatingSwapGames PIC 9(05).

       01 StandingsTable.
           02 StandingsEntry OCCURS 200 TIMES.
               03 TP-Name PIC X(20) VALUE SPACES.
               03 TP-Played PIC 9(03) VALUE ZERO.
               03 TP-Wins PIC 9(03) VALUE ZERO.
               03 TP-Losses PIC 9(03) VALUE ZERO.
               03 TP-Draws PIC 9(03) VALUE ZERO.
               03 TP-Points PIC 9(03) VALUE ZERO.
       01 TP-Max-Entries PIC 9(04) VALUE 200.
       01 StandingsCount PIC 9(04) VALUE ZERO.

       01 SwapEntry.
           02 SwapName PIC X(20).
           02 SwapPlayed PIC 9(03).
           02 SwapWins PIC 9(03).
           02 SwapLosses PIC 9(03).
           02 SwapDraws PIC 9(03).
           02 SwapPoints PIC 9(03).

       01 TourStartDate PIC X(08) VALUE SPACES.
       01 UnplayedCount PIC 9(03) VALUE ZERO.
       01 WorkPlayerName PIC X(20) VALUE SPACES.
       01 WorkResult PIC 9(01) VALUE ZERO.
           88 WorkWin VALUE 1.
           88 WorkLoss VALUE 2.
           88 WorkDraw VALUE 3.
       01 FoundIndex PIC 9(04) VALUE ZERO.

       01 GamesRead PIC 9(07) VALUE ZERO.
       01 GameCount PIC 9(07) VALUE ZERO.
       01 CorrectionCount PIC 9(07) VALUE ZERO.
       01 VoidedCount PIC 9(07) VALUE ZERO.
       01 RatingOutCount PIC 9(07) VALUE ZERO.
       01 StandingOutCount PIC 9(07) VALUE ZERO.
       01 RecordCount PIC 9(09) VALUE ZERO.
       01 OutcomeHash PIC 9(09) VALUE ZERO.

       01 TMP PIC 9(04) VALUE ZERO.
       01 TMP2 PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - League Results Export"
           ACCEPT RunStartDate FROM DATE YYYYMMDD
           ACCEPT RunStartTime FROM TIME.

         Setup SECTION.
           MOVE RunStartDate TO ExtractDate
           MOVE RunStartTime TO ExtractTime
           MOVE SPACES TO ExportCard
           ACCEPT ExportCard
           IF NOT XK-NewExtract AND NOT XK-RepeatExtract
             DISPLAY "Invalid export card - " ExportCard
             DISPLAY "Leave column 1 blank, or code R to repeat the "
               "last export"
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

      * No EXPCTL yet means nothing has been exported - the first
      * export sends every game on file.
           OPEN INPUT ExpCtl-File
           IF ExpCtlFileStatus = "00"
             READ ExpCtl-File
             IF ExpCtlFileStatus = "00"
               MOVE ExpCtlInRecord TO ExportControlRecord
               IF EC-ControlRecord
                 SET ControlOnFile TO TRUE
                 STRING EC-From-Date EC-From-Time
                   DELIMITED BY SIZE INTO PriorFromStamp
                 STRING EC-To-Date EC-To-Time
                   DELIMITED BY SIZE INTO PriorToStamp
                 MOVE EC-Extract-Date TO PriorExtractDate
                 MOVE EC-Extract-Time TO PriorExtractTime
               END-IF
             END-IF
             CLOSE ExpCtl-File
           ELSE
             IF ExpCtlFileStatus NOT = "35"
               DISPLAY "Unable to open EXPCTL - status "
                 ExpCtlFileStatus
               MOVE 8 TO RETURN-CODE
               PERFORM LogRun
               STOP RUN
             END-IF
           END-IF

           IF XK-RepeatExtract
             IF NOT ControlOnFile
               DISPLAY "No export on EXPCTL to repeat"
               MOVE 8 TO RETURN-CODE
               PERFORM LogRun
               STOP RUN
             END-IF
             MOVE PriorFromStamp TO FromStamp
             MOVE PriorToStamp TO ToStamp
           ELSE
             MOVE PriorToStamp TO FromStamp
             MOVE PriorToStamp TO ToStamp
           END-IF

           OPEN OUTPUT Export-File
           IF ExportFileStatus NOT = "00"
             DISPLAY "Unable to open EXPORT - status " ExportFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

         LoadRatings SECTION.
           OPEN INPUT Ratings-File
           IF RatingsFileStatus = "00"
             READ Ratings-File
             PERFORM UNTIL RatingsFileStatus NOT = "00"
               MOVE RatingsInRecord TO PlayerRatingRecord
               IF RT-PlayerRecord
                 IF RatingCount >= RA-Max-Entries
                   DISPLAY "WARNING: rating table full ("
                     RA-Max-Entries ") - skipping " RT-Name
                 ELSE
                   ADD 1 TO RatingCount
                   MOVE RT-Name TO RA-Name(RatingCount)
                   MOVE RT-Rating TO RA-Rating(RatingCount)
                   MOVE RT-Peak TO RA-Peak(RatingCount)
                   MOVE RT-Games-Rated TO RA-Games(RatingCount)
                 END-IF
               END-IF
               READ Ratings-File
             END-PERFORM
             CLOSE Ratings-File
           END-IF

      * Selection sort, descending by rating, so the rank goes out
      * with each player
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > RatingCount
             PERFORM VARYING TMP2 FROM TMP BY 1 UNTIL
               TMP2 > RatingCount
               IF RA-Rating(TMP2) > RA-Rating(TMP)
                 MOVE RatingEntry(TMP) TO RatingSwapEntry
                 MOVE RatingEntry(TMP2) TO RatingEntry(TMP)
                 MOVE RatingSwapEntry TO RatingEntry(TMP2)
               END-IF
             END-PERFORM
           END-PERFORM

         LoadAdjustments SECTION.
      * Game adjustments are held to be applied as the log is read.
      * Pairing forfeits settle standings only, and those come off
      * TSCHED as the tournament driver left them.
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
                   MOVE AJ-New-Outcome TO
                     AD-New-Outcome(AdjustmentCount)
                   STRING AJ-Date AJ-Time DELIMITED BY SIZE
                     INTO AD-Stamp(AdjustmentCount)
                 END-IF
               END-IF
               READ GameAdj-File INTO GameAdjRecord
             END-PERFORM
             CLOSE GameAdj-File
           END-IF

         LoadStandings SECTION.
      * Standings as the tournament driver last settled them on
      * TSCHED - two points for a win, one for a draw.
           OPEN INPUT TourSched-File
           IF TourSchedFileStatus = "00"
             READ TourSched-File
             PERFORM UNTIL TourSchedFileStatus NOT = "00"
               MOVE TourSchedInRecord TO TourControlRecord
               IF TC-ControlRecord
                 MOVE TC-Start-Date TO TourStartDate
               ELSE
                 MOVE TourSchedInRecord TO TourSchedRecord
                 PERFORM TallyStandings
               END-IF
               READ TourSched-File
             END-PERFORM
             CLOSE TourSched-File
           END-IF

      * Selection sort, descending by points, so the tournament
      * leader heads the standings
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > StandingsCount
             PERFORM VARYING TMP2 FROM TMP BY 1 UNTIL
               TMP2 > StandingsCount
               IF TP-Points(TMP2) > TP-Points(TMP)
                 MOVE StandingsEntry(TMP) TO SwapEntry
                 MOVE StandingsEntry(TMP2) TO StandingsEntry(TMP)
                 MOVE SwapEntry TO StandingsEntry(TMP2)
               END-IF
             END-PERFORM
           END-PERFORM

         WriteHeader SECTION.
      * The header can only carry the window's end once the games
      * have been read, so the games are found first and written
      * after it on a second pass.
           PERFORM FindNewestGame

           MOVE SPACES TO ExportHeaderRecord
           SET EH-HeaderRecord TO TRUE
           MOVE ExtractDate TO EH-Extract-Date
           MOVE ExtractTime TO EH-Extract-Time
           IF XK-RepeatExtract
             SET EH-RepeatExtract TO TRUE
           ELSE
             SET EH-NewExtract TO TRUE
           END-IF
           MOVE FromStamp(1:8) TO EH-From-Date
           MOVE FromStamp(9:8) TO EH-From-Time
           MOVE ToStamp(1:8) TO EH-To-Date
           MOVE ToStamp(9:8) TO EH-To-Time
           MOVE TourStartDate TO EH-Tour-Start-Date
           MOVE UnplayedCount TO EH-Pairings-Unplayed
           WRITE ExportOutRecord FROM ExportHeaderRecord
           ADD 1 TO RecordCount

         WriteGames SECTION.
      * GAMELOG records are appended in play order and the month-end
      * roll moves only whole closed periods to GLARCH, so reading
      * GLARCH then GAMELOG and taking the records after the from
      * stamp up to the to stamp sends each game once, whether or
      * not the month has rolled since the last export. Only an
      * adjustment since brings an older game back, as a correction.
           OPEN INPUT GLArch-File
           IF GLArchFileStatus = "00"
             READ GLArch-File INTO GameLogRecord
             PERFORM UNTIL GLArchFileStatus NOT = "00"
               ADD 1 TO GamesRead
               PERFORM ExportOneGame
               READ GLArch-File INTO GameLogRecord
             END-PERFORM
             CLOSE GLArch-File
           END-IF

           OPEN INPUT GameLog-File
           IF GameLogFileStatus = "00"
             READ GameLog-File INTO GameLogRecord
             PERFORM UNTIL GameLogFileStatus NOT = "00"
               ADD 1 TO GamesRead
               PERFORM ExportOneGame
               READ GameLog-File INTO GameLogRecord
             END-PERFORM
             CLOSE GameLog-File
           END-IF

         WriteRatings SECTION.
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > RatingCount
             MOVE SPACES TO ExportRatingRecord
             SET ER-RatingRecord TO TRUE
             MOVE TMP TO ER-Rank
             MOVE RA-Name(TMP) TO ER-Name
             MOVE RA-Rating(TMP) TO ER-Rating
             MOVE RA-Peak(TMP) TO ER-Peak
             MOVE RA-Games(TMP) TO ER-Games-Rated
             WRITE ExportOutRecord FROM ExportRatingRecord
             ADD 1 TO RatingOutCount
             ADD 1 TO RecordCount
           END-PERFORM

         WriteStandings SECTION.
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > StandingsCount
             MOVE SPACES TO ExportStandingRecord
             SET ES-StandingRecord TO TRUE
             MOVE TMP TO ES-Rank
             MOVE TP-Name(TMP) TO ES-Name
             MOVE TP-Played(TMP) TO ES-Played
             MOVE TP-Wins(TMP) TO ES-Wins
             MOVE TP-Losses(TMP) TO ES-Losses
             MOVE TP-Draws(TMP) TO ES-Draws
             MOVE TP-Points(TMP) TO ES-Points
             WRITE ExportOutRecord FROM ExportStandingRecord
             ADD 1 TO StandingOutCount
             ADD 1 TO RecordCount
           END-PERFORM

         WriteTrailer SECTION.
           ADD 1 TO RecordCount
           MOVE SPACES TO ExportTrailerRecord
           SET ET-TrailerRecord TO TRUE
           MOVE ExtractDate TO ET-Extract-Date
           MOVE ExtractTime TO ET-Extract-Time
           MOVE GameCount TO ET-Game-Count
           MOVE RatingOutCount TO ET-Rating-Count
           MOVE StandingOutCount TO ET-Standing-Count
           MOVE RecordCount TO ET-Record-Count
           MOVE OutcomeHash TO ET-Outcome-Hash
           WRITE ExportOutRecord FROM ExportTrailerRecord
           CLOSE Export-File

         SaveControl SECTION.
      * The new window goes to the EXPCTLW side file, ending in the
      * completion trailer - EXPCTL itself only moves on once the
      * replace step puts it live, so an export that fails anywhere
      * before that is simply run again over the same games. A
      * repeat leaves the window as it was.
           OPEN OUTPUT ExpCtlWrk-File
           IF ExpCtlWrkFileStatus NOT = "00"
             DISPLAY "Unable to open EXPCTLW - status "
               ExpCtlWrkFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF
           MOVE SPACES TO ExportControlRecord
           SET EC-ControlRecord TO TRUE
           MOVE FromStamp(1:8) TO EC-From-Date
           MOVE FromStamp(9:8) TO EC-From-Time
           MOVE ToStamp(1:8) TO EC-To-Date
           MOVE ToStamp(9:8) TO EC-To-Time
           MOVE GameCount TO EC-Game-Count
           IF XK-RepeatExtract
             MOVE PriorExtractDate TO EC-Extract-Date
             MOVE PriorExtractTime TO EC-Extract-Time
           ELSE
             MOVE ExtractDate TO EC-Extract-Date
             MOVE ExtractTime TO EC-Extract-Time
           END-IF
           WRITE ExpCtlWrkRecord FROM ExportControlRecord
           WRITE ExpCtlWrkRecord FROM SaveTrailerRecord
           CLOSE ExpCtlWrk-File.

         Outro SECTION.
           IF XK-RepeatExtract
             DISPLAY "Repeat of the export of " PriorExtractDate " "
               PriorExtractTime
           END-IF
           DISPLAY GameCount " game(s), " RatingOutCount
             " rating(s), " StandingOutCount " standing(s) exported"
           DISPLAY CorrectionCount " adjusted game(s) sent again, "
             VoidedCount " voided game(s) in the window not sent"
           DISPLAY RecordCount " record(s) on EXPORT, outcome hash "
             OutcomeHash
           PERFORM LogRun
           STOP RUN.

         FindNewestGame SECTION.
      * A new export runs up to the newest game on file; a repeat
      * keeps the last export's window.
           IF XK-NewExtract
             OPEN INPUT GLArch-File
             IF GLArchFileStatus = "00"
               READ GLArch-File INTO GameLogRecord
               PERFORM UNTIL GLArchFileStatus NOT = "00"
                 PERFORM NoteNewestGame
                 READ GLArch-File INTO GameLogRecord
               END-PERFORM
               CLOSE GLArch-File
             END-IF

             OPEN INPUT GameLog-File
             IF GameLogFileStatus = "00"
               READ GameLog-File INTO GameLogRecord
               PERFORM UNTIL GameLogFileStatus NOT = "00"
                 PERFORM NoteNewestGame
                 READ GameLog-File INTO GameLogRecord
               END-PERFORM
               CLOSE GameLog-File
             END-IF
           END-IF.

         NoteNewestGame SECTION.
           MOVE SPACES TO WorkStamp
           STRING GL-Date GL-Time DELIMITED BY SIZE INTO WorkStamp
           IF WorkStamp > ToStamp
             MOVE WorkStamp TO ToStamp
           END-IF.

         ExportOneGame SECTION.
      * A game in the window goes at its adjusted outcome, and a
      * voided one is not sent at all. A game sent by an earlier
      * export and adjusted since the window opened is sent again,
      * marked as a correction, at the outcome it now stands at - 0
      * for a void, which withdraws it from the website.
           MOVE SPACES TO WorkStamp
           STRING GL-Date GL-Time DELIMITED BY SIZE INTO WorkStamp
           PERFORM ApplyAdjustment
           MOVE SPACES TO ExportGameRecord
           EVALUATE TRUE
             WHEN WorkStamp > FromStamp AND WorkStamp NOT > ToStamp
               IF GameVoided
                 ADD 1 TO VoidedCount
               ELSE
                 PERFORM WriteGameRecord
               END-IF
             WHEN WorkStamp NOT > FromStamp AND AdjustedSinceExport
               SET EG-Correction TO TRUE
               PERFORM WriteGameRecord
               ADD 1 TO CorrectionCount
           END-EVALUATE.

         WriteGameRecord SECTION.
           SET EG-GameRecord TO TRUE
           MOVE GL-Game-Id TO EG-Game-Id
           MOVE GL-Date TO EG-Date
           MOVE GL-Time TO EG-Time
           MOVE GL-Player1-Name TO EG-Player1-Name
           MOVE GL-Player2-Name TO EG-Player2-Name
           MOVE GL-Outcome TO EG-Outcome
           MOVE GL-Board TO EG-Board
           MOVE GL-Tour-Tag TO EG-Tour-Tag
           IF GL-Tour-Round NUMERIC
             MOVE GL-Tour-Round TO EG-Tour-Round
           ELSE
             MOVE ZERO TO EG-Tour-Round
           END-IF
           WRITE ExportOutRecord FROM ExportGameRecord
           ADD 1 TO GameCount
           ADD 1 TO RecordCount
           ADD GL-Outcome TO OutcomeHash.

         ApplyAdjustment SECTION.
      * Puts the game's latest adjusted outcome over the logged one.
      * The game is matched on its date and time as well as its id,
      * so a legacy id shared by two games adjusts only the one meant.
           MOVE 0 TO GameVoidState
           MOVE 0 TO AdjustedState
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
               IF AD-Stamp(AdjIndex) > FromStamp
                 MOVE 1 TO AdjustedState
               END-IF
             END-IF
           END-PERFORM.

         TallyStandings SECTION.
      * Two points for a win, one for a draw, none for a loss - an
      * unplayed pairing counts toward neither player yet.
           IF TS-Result = 0
             ADD 1 TO UnplayedCount
           ELSE
             MOVE TS-Player1-Name TO WorkPlayerName
             EVALUATE TS-Result
               WHEN 1 MOVE 1 TO WorkResult
               WHEN 2 MOVE 2 TO WorkResult
               WHEN 3 MOVE 3 TO WorkResult
             END-EVALUATE
             PERFORM TallyOneStanding

             MOVE TS-Player2-Name TO WorkPlayerName
             EVALUATE TS-Result
               WHEN 1 MOVE 2 TO WorkResult
               WHEN 2 MOVE 1 TO WorkResult
               WHEN 3 MOVE 3 TO WorkResult
             END-EVALUATE
             PERFORM TallyOneStanding
           END-IF.

         TallyOneStanding SECTION.
           MOVE 0 TO FoundIndex
           PERFORM VARYING TMP2 FROM 1 BY 1 UNTIL TMP2 > StandingsCount
             OR FoundIndex NOT = 0
             IF TP-Name(TMP2) = WorkPlayerName
               MOVE TMP2 TO FoundIndex
             END-IF
           END-PERFORM

           IF FoundIndex = 0
             IF StandingsCount >= TP-Max-Entries
               DISPLAY "WARNING: standings table full ("
                 TP-Max-Entries ") - skipping " WorkPlayerName
             ELSE
               ADD 1 TO StandingsCount
               MOVE StandingsCount TO FoundIndex
               MOVE WorkPlayerName TO TP-Name(FoundIndex)
             END-IF
           END-IF

           IF FoundIndex NOT = 0
             ADD 1 TO TP-Played(FoundIndex)
             EVALUATE TRUE
               WHEN WorkWin
                 ADD 1 TO TP-Wins(FoundIndex)
                 ADD 2 TO TP-Points(FoundIndex)
               WHEN WorkLoss
                 ADD 1 TO TP-Losses(FoundIndex)
               WHEN WorkDraw
                 ADD 1 TO TP-Draws(FoundIndex)
                 ADD 1 TO TP-Points(FoundIndex)
             END-EVALUATE
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
             MOVE "TTEXPORT" TO RH-Program-Id
             MOVE RunStartDate TO RH-Run-Date
             MOVE RunStartTime TO RH-Start-Time
             ACCEPT RH-End-Time FROM TIME
             MOVE GamesRead TO RH-Records-In
             MOVE RecordCount TO RH-Records-Out
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
