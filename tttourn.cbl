               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TschWrkFileStatus.

           SELECT GameIdx-File ASSIGN TO GAMEIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-Game-Id
               FILE STATUS IS GameIdxFileStatus.

           SELECT GameAdj-File ASSIGN TO GAMEADJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameAdjFileStatus.

           SELECT TournRpt-File ASSIGN TO TOURNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TournRptFileStatus.

           SELECT RunHist-File ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunHistFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  TourSched-File.
       FD  TschWrk-File.
       01 TschWrkRecord PIC X(80).

       FD  GameIdx-File.
           COPY GAMEIDX.

       FD  GameAdj-File.
       01 GameAdjInRecord PIC X(148).

       FD  TournRpt-File.
           COPY TOURNRPT.

       FD  RunHist-File.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       COPY GAMELOG.
       COPY TSCHED.
       COPY FILTRAIL.
       COPY GAMEADJ.

       01 TourSchedFileStatus PIC XX VALUE SPACES.
       01 TschWrkFileStatus PIC XX VALUE SPACES.
       01 GameIdxFileStatus PIC XX VALUE SPACES.
       01 TournRptFileStatus PIC XX VALUE SPACES.
       01 GameAdjFileStatus PIC XX VALUE SPACES.
       01 RunHistFileStatus PIC XX VALUE SPACES.

       01 RunStartDate PIC X(08) VALUE SPACES.
       01 RunStartTime PIC X(08) VALUE SPACES.

      * Game result adjustments off GAMEADJ - the latest one loaded
      * for a game is the outcome that stands.
       01 AdjustmentTable.
           02 AdjustmentEntry OCCURS 500 TIMES.
               03 AD-Game-Id PIC X(10) VALUE SPACES.
               03 AD-Game-Date PIC X(08) VALUE SPACES.
               03 AD-Game-Time PIC X(08) VALUE SPACES.
               03 AD-New-Outcome PIC 9(01) VALUE ZERO.
       01 AD-Max-Entries PIC 9(03) VALUE 500.
       01 AdjustmentCount PIC 9(03) VALUE ZERO.
       01 AdjIndex PIC 9(03) VALUE ZERO.
       01 GameVoidState PIC 9 VALUE 0.
           88 GameVoided VALUE 1.

      * SC-Stamp is the date and time of the game that settled the
      * pairing on this run - blank for a pairing settled earlier.
       01 ScheduleTable.
           02 ScheduleEntry OCCURS 500 TIMES.
               03 SC-Round PIC 9(02) VALUE ZERO.
               03 SC-Player1-Name PIC X(20) VALUE SPACES.
               03 SC-Player2-Name PIC X(20) VALUE SPACES.
               03 SC-Result PIC 9(01) VALUE ZERO.
               03 SC-Game-Id PIC X(10) VALUE SPACES.
               03 SC-Stamp PIC X(16) VALUE SPACES.
       01 SC-Max-Entries PIC 9(03) VALUE 500.
       01 ScheduleCount PIC 9(03) VALUE ZERO.

       01 StandingsTable.
           02 StandingsEntry OCCURS 200 TIMES.
               03 TP-Name PIC X(20) VALUE SPACES.
               03 TP-Played PIC 9(03) VALUE ZERO.
               03 TP-Wins PIC 9(03) VALUE ZERO.
               03 TP-Losses PIC 9(03) VALUE ZERO.
               03 TP-Draws PIC 9(03) VALUE ZERO.
               03 TP-Points PIC 9(03) VALUE ZERO.
       01 TP-Max-Entries PIC 9(03) VALUE 200.
       01 StandingsCount PIC 9(03) VALUE ZERO.

       01 TourStartStamp PIC X(16) VALUE SPACES.
           88 ReversedPair VALUE 1.
       01 GameConsumed PIC 9 VALUE 0.
           88 ConsumedGame VALUE 1.
       01 EndOfIndex PIC 9 VALUE 0.
           88 NoMoreIndex VALUE 1.
       01 SavedLogRecord PIC X(79) VALUE SPACES.
       01 SavedGameId PIC X(10) VALUE SPACES.
       01 GamesRead PIC 9(07) VALUE ZERO.
       01 MatchedCount PIC 9(03) VALUE ZERO.
       01 UnplayedCount PIC 9(03) VALUE ZERO.
       01 ForfeitedCount PIC 9(03) VALUE ZERO.
       01 ForfeitsPrinted PIC 9(03) VALUE ZERO.
       01 ReopenedCount PIC 9(03) VALUE ZERO.
       01 ForfeitGameId PIC X(10) VALUE "FORFEIT".

      * Tagged games that could not settle a pairing, for the
      * tournament director to chase up.
       01 TagExceptionTable.
           02 TagExceptionEntry OCCURS 100 TIMES.
               03 TX-Game-Id PIC X(10) VALUE SPACES.
               03 TX-Date PIC X(08) VALUE SPACES.
               03 TX-Round PIC 9(02) VALUE ZERO.
               03 TX-Player1-Name PIC X(20) VALUE SPACES.
               03 TX-Player2-Name PIC X(20) VALUE SPACES.
               03 TX-Reason PIC X(30) VALUE SPACES.
       01 TX-Max-Entries PIC 9(03) VALUE 100.
       01 TagExceptionCount PIC 9(03) VALUE ZERO.
       01 TagReason PIC X(30) VALUE SPACES.

       01 TMP PIC 9(03) VALUE ZERO.
       01 TMP2 PIC 9(03) VALUE ZERO.
           02 RL-Name2 PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 RL-Outcome PIC X(20).
           02 RL-Note PIC X(04).

       01 TagExceptionLine.
           02 FILLER PIC X(06) VALUE "ROUND ".
           02 XL-Round PIC Z9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 XL-Name1 PIC X(20).
           02 FILLER PIC X(04) VALUE " VS ".
           02 XL-Name2 PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 XL-Game-Id PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 XL-Date PIC X(08).

       01 TagReasonLine.
           02 FILLER PIC X(10) VALUE SPACES.
           02 XR-Reason PIC X(30).

       01 StandingsHeadLine.
           02 FILLER PIC X(05) VALUE "RANK ".
       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Tournament Driver"
           ACCEPT RunStartDate FROM DATE YYYYMMDD
           ACCEPT RunStartTime FROM TIME.

         Setup SECTION.
           OPEN INPUT TourSched-File
             DISPLAY "Unable to open TSCHED - status "
               TourSchedFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF
           READ TourSched-File
                 DELIMITED BY SIZE INTO TourStartStamp
             ELSE
               MOVE TourSchedInRecord TO TourSchedRecord
      * Every pairing is written back to TSCHEDW, so one that cannot
      * be held would drop out of the schedule - the run stops
      * instead, before anything is written.
               IF ScheduleCount >= SC-Max-Entries
                 DISPLAY "Schedule holds more than " SC-Max-Entries
                   " pairings - nothing settled"
                 CLOSE TourSched-File
                 MOVE 8 TO RETURN-CODE
                 PERFORM LogRun
                 STOP RUN
               ELSE
                 ADD 1 TO ScheduleCount
                 MOVE TS-Round TO SC-Round(ScheduleCount)
               TimeOfDay
           END-IF

         LoadAdjustments SECTION.
      * Game adjustments are held to be applied as the log is read.
      * A no-show forfeit settles its pairing straight away for the
      * player who turned up, marked with the FORFEIT game id so no
      * later game can settle it - unless a played game already
      * settled the pairing, in which case that game's result stands
      * and the forfeit is reported and ignored.
           OPEN INPUT GameAdj-File
           IF GameAdjFileStatus = "00"
             READ GameAdj-File INTO GameAdjRecord
             PERFORM UNTIL GameAdjFileStatus NOT = "00"
               IF AJ-PairingTarget
                 PERFORM ApplyForfeit
               ELSE
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
                 END-IF
               END-IF
               READ GameAdj-File INTO GameAdjRecord
             END-PERFORM
             CLOSE GameAdj-File
           END-IF

         MatchGames SECTION.
      * Scheduled games are played through the normal channels - an
      * interactive tictactoe session between the two registered
      * players, or a MOVES deck through the batch driver - and land
      * in the GAMELOG tagged as a tournament game with their round.
      * Only a tagged game settles a pairing, so a casual game
      * between the same two players never does. Each logged game is
      * counted against at most one pairing, tracked by its game id.
      *
      * Games are found on the GAMEIDX game-id index rather than by
      * reading the log and the whole archive: the game settling
      * each pairing is read back by its id, then the index is read
      * through once for tagged games not yet counted.
           OPEN INPUT GameIdx-File
           IF GameIdxFileStatus NOT = "00"
             DISPLAY "Unable to open GAMEIDX - status "
               GameIdxFileStatus
             DISPLAY "Run TTGXLOAD to build the index, then rerun"
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > ScheduleCount
             IF SC-Game-Id(TMP) NOT = SPACES AND
               SC-Game-Id(TMP) NOT = ForfeitGameId
               MOVE SC-Game-Id(TMP) TO GX-Game-Id
               READ GameIdx-File
      * A batch game settled by its deck label is looked up under
      * the id it was logged as.
               IF GameIdxFileStatus = "00" AND GX-DeckLabel
                 MOVE GX-Logged-Id TO GX-Game-Id
                 READ GameIdx-File
               END-IF
               IF GameIdxFileStatus = "00"
                 PERFORM LoadIndexedGame
                 PERFORM ApplyAdjustment
                 IF WorkStamp NOT < TourStartStamp
                   PERFORM ResettleResult
                 END-IF
               ELSE
                 DISPLAY "WARNING: game " SC-Game-Id(TMP)
                   " settling round " SC-Round(TMP)
                   " is not on GAMEIDX - result left as it stands"
               END-IF
             END-IF
           END-PERFORM

           MOVE LOW-VALUES TO GX-Game-Id
           START GameIdx-File KEY NOT < GX-Game-Id
           IF GameIdxFileStatus NOT = "00"
             SET NoMoreIndex TO TRUE
           END-IF
           PERFORM UNTIL NoMoreIndex
             READ GameIdx-File NEXT
             IF GameIdxFileStatus NOT = "00"
               SET NoMoreIndex TO TRUE
             ELSE
               IF NOT GX-DeckLabel
                 ADD 1 TO GamesRead
                 IF GX-TournamentGame
                   PERFORM LoadIndexedGame
                   PERFORM RecordResult
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           CLOSE GameIdx-File

         SaveSchedule SECTION.
      * The settled schedule goes to the TSCHEDW side file, ending
             DISPLAY "Unable to open TSCHEDW - status "
               TschWrkFileStatus
             MOVE 12 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF
           SET TC-ControlRecord TO TRUE
             DISPLAY "Unable to open TOURNRPT - status "
               TournRptFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

               WHEN 3 MOVE "* DRAW *" TO RL-Outcome
               WHEN OTHER MOVE "* NOT YET PLAYED *" TO RL-Outcome
             END-EVALUATE
             IF SC-Game-Id(TMP) = ForfeitGameId AND SC-Result(TMP) > 0
               MOVE " (F)" TO RL-Note
               ADD 1 TO ForfeitsPrinted
             ELSE
               MOVE SPACES TO RL-Note
             END-IF
             WRITE TournRptRecord FROM ResultDetailLine
             PERFORM TallyStandings
           END-PERFORM

           MOVE SPACES TO TournRptRecord
           WRITE TournRptRecord
           IF ForfeitsPrinted > 0
             MOVE "(F) AWARDED BY FORFEIT - OPPONENT DID NOT SHOW" TO
               TournRptRecord
             WRITE TournRptRecord
             MOVE SPACES TO TournRptRecord
             WRITE TournRptRecord
           END-IF
           IF TagExceptionCount > 0
             MOVE "TAGGED GAMES NOT MATCHING THE SCHEDULE - NOT COUNTED"
               TO TournRptRecord
             WRITE TournRptRecord
             PERFORM VARYING TMP FROM 1 BY 1 UNTIL
               TMP > TagExceptionCount
               MOVE TX-Round(TMP) TO XL-Round
               MOVE TX-Player1-Name(TMP) TO XL-Name1
               MOVE TX-Player2-Name(TMP) TO XL-Name2
               MOVE TX-Game-Id(TMP) TO XL-Game-Id
               MOVE TX-Date(TMP) TO XL-Date
               WRITE TournRptRecord FROM TagExceptionLine
               MOVE TX-Reason(TMP) TO XR-Reason
               WRITE TournRptRecord FROM TagReasonLine
             END-PERFORM
             MOVE SPACES TO TournRptRecord
             WRITE TournRptRecord
           END-IF
           IF UnplayedCount = 0
             MOVE "SCHEDULE COMPLETE - FINAL STANDINGS" TO
               TournRptRecord

         Outro SECTION.
           DISPLAY MatchedCount " result(s) recorded this run"
           DISPLAY ForfeitedCount " pairing(s) settled by forfeit "
             "this run"
           IF ReopenedCount > 0
             DISPLAY ReopenedCount " pairing(s) reopened - their "
               "game was voided"
           END-IF
           IF TagExceptionCount > 0
             DISPLAY TagExceptionCount " tagged game(s) do not match "
               "the schedule - see TOURNRPT"
           END-IF
           DISPLAY "Settled schedule on TSCHEDW - run the guarded "
             "replace step to put it live"
           IF UnplayedCount = 0
               END-IF
             END-PERFORM
           END-IF
           PERFORM LogRun
           STOP RUN.

         LoadIndexedGame SECTION.
      * The index holds the game's log record as logged - it is laid
      * out in the GAMELOG record so the matching below reads it the
      * same as ever.
           MOVE GX-Date TO GL-Date
           MOVE GX-Time TO GL-Time
           MOVE GX-Player1-Name TO GL-Player1-Name
           MOVE GX-Player2-Name TO GL-Player2-Name
           MOVE GX-Board TO GL-Board
           MOVE GX-Outcome TO GL-Outcome
           MOVE GX-Game-Id TO GL-Game-Id
           MOVE GX-Tour-Tag TO GL-Tour-Tag
           MOVE GX-Tour-Round TO GL-Tour-Round
           MOVE SPACES TO WorkStamp
           STRING GL-Date GL-Time DELIMITED BY SIZE INTO WorkStamp.

         RecordResult SECTION.
      * A tagged game can settle a pairing only if it is the
      * tournament game for the pairing's round, finished, carries a
      * game id, was played after the tournament started, and its id
      * has not already been counted against some pairing - those
      * were settled again above at their adjusted outcome, so a
      * result overturned after the fact moves the pairing with it.
           PERFORM ApplyAdjustment
           MOVE 0 TO GameConsumed
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > ScheduleCount
             OR ConsumedGame
             IF SC-Game-Id(TMP) = GL-Game-Id
               MOVE 1 TO GameConsumed
             END-IF
           END-PERFORM

      * Tagged games from before the tournament started belong to an
      * earlier schedule and are passed over.
           IF NOT ConsumedGame AND
             (GL-Player1Win OR GL-Player2Win OR GL-Stalemate) AND
             WorkStamp NOT < TourStartStamp
             MOVE 0 TO FoundIndex
             MOVE 0 TO PairReversed
             PERFORM VARYING TMP FROM 1 BY 1 UNTIL
               TMP > ScheduleCount OR FoundIndex NOT = 0
               IF SC-Round(TMP) = GL-Tour-Round
                 IF SC-Player1-Name(TMP) = GL-Player1-Name AND
                   SC-Player2-Name(TMP) = GL-Player2-Name
                   MOVE TMP TO FoundIndex
                 ELSE
                   IF SC-Player1-Name(TMP) = GL-Player2-Name AND
                     SC-Player2-Name(TMP) = GL-Player1-Name
                     MOVE TMP TO FoundIndex
                     MOVE 1 TO PairReversed
                   END-IF
                 END-IF
               END-IF
             END-PERFORM

      * The index is read in game id order, not the order the games
      * were played, so two tagged games for one pairing can turn up
      * latest first - the earlier one still settles it, and the
      * later one is listed.
             EVALUATE TRUE
               WHEN FoundIndex = 0
                 MOVE "NO SUCH PAIRING IN THE ROUND" TO TagReason
                 PERFORM TagException
               WHEN SC-Result(FoundIndex) NOT = 0 AND
                 SC-Stamp(FoundIndex) NOT = SPACES AND
                 WorkStamp < SC-Stamp(FoundIndex)
                 PERFORM DisplaceLaterGame
                 PERFORM SettlePairing
               WHEN SC-Result(FoundIndex) NOT = 0
                 IF SC-Game-Id(FoundIndex) = ForfeitGameId
                   MOVE "PAIRING ALREADY FORFEITED" TO TagReason
                 ELSE
                   MOVE SPACES TO TagReason
                   STRING "ALREADY SETTLED BY "
                     SC-Game-Id(FoundIndex)
                     DELIMITED BY SIZE INTO TagReason
                 END-IF
                 PERFORM TagException
               WHEN OTHER
                 PERFORM SettlePairing
                 ADD 1 TO MatchedCount
             END-EVALUATE
           END-IF.

         SettlePairing SECTION.
           EVALUATE TRUE
             WHEN GL-Stalemate
               MOVE 3 TO SC-Result(FoundIndex)
             WHEN GL-Player1Win AND NOT ReversedPair
               MOVE 1 TO SC-Result(FoundIndex)
             WHEN GL-Player1Win AND ReversedPair
               MOVE 2 TO SC-Result(FoundIndex)
             WHEN GL-Player2Win AND NOT ReversedPair
               MOVE 2 TO SC-Result(FoundIndex)
             WHEN GL-Player2Win AND ReversedPair
               MOVE 1 TO SC-Result(FoundIndex)
           END-EVALUATE
           MOVE GL-Game-Id TO SC-Game-Id(FoundIndex)
           MOVE WorkStamp TO SC-Stamp(FoundIndex).

         DisplaceLaterGame SECTION.
      * Lists the game that settled the pairing earlier in this run
      * as the one not counted, in the current game's place.
           MOVE GameLogRecord TO SavedLogRecord
           MOVE GL-Game-Id TO SavedGameId
           MOVE SC-Game-Id(FoundIndex) TO GL-Game-Id
           MOVE SC-Stamp(FoundIndex)(1:8) TO GL-Date
           MOVE SC-Round(FoundIndex) TO GL-Tour-Round
           MOVE SC-Player1-Name(FoundIndex) TO GL-Player1-Name
           MOVE SC-Player2-Name(FoundIndex) TO GL-Player2-Name
           MOVE SPACES TO TagReason
           STRING "ALREADY SETTLED BY " SavedGameId
             DELIMITED BY SIZE INTO TagReason
           PERFORM TagException
           MOVE SavedLogRecord TO GameLogRecord.

         TagException SECTION.
           IF TagExceptionCount >= TX-Max-Entries
             DISPLAY "WARNING: tagged game exception table full ("
               TX-Max-Entries ") - skipping game " GL-Game-Id
           ELSE
             ADD 1 TO TagExceptionCount
             MOVE GL-Game-Id TO TX-Game-Id(TagExceptionCount)
             MOVE GL-Date TO TX-Date(TagExceptionCount)
             MOVE GL-Tour-Round TO TX-Round(TagExceptionCount)
             MOVE GL-Player1-Name TO TX-Player1-Name(TagExceptionCount)
             MOVE GL-Player2-Name TO TX-Player2-Name(TagExceptionCount)
             MOVE TagReason TO TX-Reason(TagExceptionCount)
           END-IF.

         ResettleResult SECTION.
      * A voided game puts its pairing back to unplayed, for the
      * replayed game to settle.
           IF GameVoided
             MOVE 0 TO SC-Result(TMP)
             MOVE SPACES TO SC-Game-Id(TMP)
             ADD 1 TO ReopenedCount
           ELSE
             IF SC-Player1-Name(TMP) = GL-Player1-Name
               EVALUATE TRUE
                 WHEN GL-Player1Win MOVE 1 TO SC-Result(TMP)
                 WHEN GL-Player2Win MOVE 2 TO SC-Result(TMP)
                 WHEN GL-Stalemate MOVE 3 TO SC-Result(TMP)
               END-EVALUATE
             ELSE
               EVALUATE TRUE
                 WHEN GL-Player1Win MOVE 2 TO SC-Result(TMP)
                 WHEN GL-Player2Win MOVE 1 TO SC-Result(TMP)
                 WHEN GL-Stalemate MOVE 3 TO SC-Result(TMP)
               END-EVALUATE
             END-IF
           END-IF.

         ApplyForfeit SECTION.
           MOVE 0 TO FoundIndex
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > ScheduleCount
             OR FoundIndex NOT = 0
             IF SC-Round(TMP) = AJ-Round AND
               SC-Player1-Name(TMP) = AJ-Player1-Name AND
               SC-Player2-Name(TMP) = AJ-Player2-Name
               MOVE TMP TO FoundIndex
             END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN FoundIndex = 0
               DISPLAY "WARNING: no-show forfeit for round " AJ-Round
                 " " AJ-Player1-Name " vs " AJ-Player2-Name
                 " - no such pairing"
             WHEN SC-Result(FoundIndex) = 0
               MOVE AJ-New-Outcome TO SC-Result(FoundIndex)
               MOVE ForfeitGameId TO SC-Game-Id(FoundIndex)
               ADD 1 TO ForfeitedCount
             WHEN SC-Game-Id(FoundIndex) = ForfeitGameId
               CONTINUE
             WHEN OTHER
               DISPLAY "WARNING: no-show forfeit for round " AJ-Round
                 " " AJ-Player1-Name " vs " AJ-Player2-Name
                 " ignored - settled by game "
                 SC-Game-Id(FoundIndex)
           END-EVALUATE.

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

         TallyStandings SECTION.
      * Two points for a win, one for a draw, none for a loss - an
      * unplayed pairing counts toward neither player yet.
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
             MOVE "TTTOURN" TO RH-Program-Id
             MOVE RunStartDate TO RH-Run-Date
             MOVE RunStartTime TO RH-Start-Time
             ACCEPT RH-End-Time FROM TIME
             MOVE GamesRead TO RH-Records-In
             COMPUTE RH-Records-Out = MatchedCount + ForfeitedCount
             MOVE TagExceptionCount TO RH-Exceptions
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
