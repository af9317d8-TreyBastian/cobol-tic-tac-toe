       IDENTIFICATION DIVISION.
       PROGRAM-ID. ttadjust.
       AUTHOR. Trey Bastian.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GameAdj-File ASSIGN TO GAMEADJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameAdjFileStatus.

           SELECT GameLog-File ASSIGN TO GAMELOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameLogFileStatus.

           SELECT GLArch-File ASSIGN TO GLARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLArchFileStatus.

           SELECT TourSched-File ASSIGN TO TSCHED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TourSchedFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GameAdj-File.
       01 GameAdjInRecord PIC X(148).

       FD  GameLog-File.
       01 GameLogInRecord PIC X(79).

       FD  GLArch-File.
       01 GLArchRecord PIC X(79).

       FD  TourSched-File.
       01 TourSchedInRecord PIC X(80).

       WORKING-STORAGE SECTION.
       COPY GAMEADJ.
       COPY GAMELOG.
       COPY TSCHED.

       01 GameAdjFileStatus PIC XX VALUE SPACES.
       01 GameLogFileStatus PIC XX VALUE SPACES.
       01 GLArchFileStatus PIC XX VALUE SPACES.
       01 TourSchedFileStatus PIC XX VALUE SPACES.
       01 TodaysDate PIC X(08) VALUE SPACES.
       01 TimeOfDay PIC X(08) VALUE SPACES.

       01 MenuChoice PIC X VALUE SPACE.
           88 ChoseVoid VALUE "V" "v".
           88 ChoseReverse VALUE "R" "r".
           88 ChoseForfeit VALUE "F" "f".
           88 ChoseNoShow VALUE "N" "n".
           88 ChoseList VALUE "L" "l".
           88 ChoseQuit VALUE "Q" "q".

       01 WantedId PIC X(10) VALUE SPACES.

      * Every logged game carrying the wanted id - more than one only
      * for a legacy id shared by two games stamped in the same
      * second, from before GAMEIDS issued the ids.
       01 CandidateTable.
           02 CandidateEntry OCCURS 10 TIMES.
               03 CD-Date PIC X(08) VALUE SPACES.
               03 CD-Time PIC X(08) VALUE SPACES.
               03 CD-Player1-Name PIC X(20) VALUE SPACES.
               03 CD-Player2-Name PIC X(20) VALUE SPACES.
               03 CD-Outcome PIC 9(01) VALUE ZERO.
       01 CD-Max-Entries PIC 9(03) VALUE 10.
       01 CandidateCount PIC 9(03) VALUE ZERO.

      * The round's unplayed pairings still open to a no-show
      * forfeit, and the pairings in that round already forfeited on
      * GAMEADJ but not yet settled by the tournament driver.
       01 PairingTable.
           02 PairingEntry OCCURS 50 TIMES.
               03 PR-Player1-Name PIC X(20) VALUE SPACES.
               03 PR-Player2-Name PIC X(20) VALUE SPACES.
       01 PR-Max-Entries PIC 9(03) VALUE 50.
       01 PairingCount PIC 9(03) VALUE ZERO.

       01 ForfeitTable.
           02 ForfeitEntry OCCURS 50 TIMES.
               03 FF-Player1-Name PIC X(20) VALUE SPACES.
               03 FF-Player2-Name PIC X(20) VALUE SPACES.
       01 FF-Max-Entries PIC 9(03) VALUE 50.
       01 ForfeitCount PIC 9(03) VALUE ZERO.

      * The round's tagged games already logged and not voided - the
      * pairing each one was played for is waiting on the tournament
      * driver to settle it, not open to a forfeit.
       01 LoggedTable.
           02 LoggedEntry OCCURS 50 TIMES.
               03 LG-Player1-Name PIC X(20) VALUE SPACES.
               03 LG-Player2-Name PIC X(20) VALUE SPACES.
       01 LG-Max-Entries PIC 9(03) VALUE 50.
       01 LoggedCount PIC 9(03) VALUE ZERO.

       01 TargetGame.
           02 TG-Game-Id PIC X(10) VALUE SPACES.
           02 TG-Date PIC X(08) VALUE SPACES.
           02 TG-Time PIC X(08) VALUE SPACES.
           02 TG-Round PIC 9(02) VALUE ZERO.
           02 TG-Player1-Name PIC X(20) VALUE SPACES.
           02 TG-Player2-Name PIC X(20) VALUE SPACES.

       01 AdjType PIC X(01) VALUE SPACE.
       01 AdjTarget PIC X(01) VALUE SPACE.
       01 ChosenIndex PIC 9(03) VALUE ZERO.
       01 PickNumber PIC 9(03) VALUE ZERO.
       01 WorkRound PIC 9(02) VALUE ZERO.
       01 CurrentOutcome PIC 9(01) VALUE ZERO.
       01 NewOutcome PIC 9(01) VALUE ZERO.
           88 ValidNewResult VALUE 1 THRU 3.
       01 AbsentPlayer PIC 9(01) VALUE ZERO.
           88 ValidAbsentPlayer VALUE 1 2.
       01 OutcomeState PIC 9 VALUE 0.
           88 OutcomeChosen VALUE 1.
       01 PairingState PIC 9 VALUE 0.
           88 PairingForfeited VALUE 1.
       01 PairingLogState PIC 9 VALUE 0.
           88 PairingAlreadyLogged VALUE 1.
       01 LoggedVoidState PIC 9 VALUE 0.
           88 LoggedGameVoided VALUE 1.
       01 AuthorisedBy PIC X(20) VALUE SPACES.
       01 AdjReason PIC X(40) VALUE SPACES.
       01 ConfirmAnswer PIC X VALUE SPACE.
           88 Confirmed VALUE "Y" "y".

       01 WorkOutcome PIC 9(01) VALUE ZERO.
       01 OutcomeText PIC X(14) VALUE SPACES.
       01 PriorText PIC X(14) VALUE SPACES.
       01 TypeText PIC X(08) VALUE SPACES.
       01 AdjustmentsListed PIC 9(05) VALUE ZERO.

       01 TMP PIC 9(03) VALUE ZERO.
       01 TMP2 PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Result Adjustments".

         MainMenu SECTION.
           PERFORM UNTIL ChoseQuit
             DISPLAY SPACE
             DISPLAY "V - Void a game"
             DISPLAY "R - Reverse (overturn) a game result"
             DISPLAY "F - Forfeit a game to one player"
             DISPLAY "N - Record a tournament no-show forfeit"
             DISPLAY "L - List all adjustments"
             DISPLAY "Q - Quit"
             DISPLAY "Choice: " WITH NO ADVANCING
             ACCEPT MenuChoice

             EVALUATE TRUE
               WHEN ChoseVoid PERFORM AdjustGame
               WHEN ChoseReverse PERFORM AdjustGame
               WHEN ChoseForfeit PERFORM AdjustGame
               WHEN ChoseNoShow PERFORM ForfeitPairing
               WHEN ChoseList PERFORM ListAdjustments
               WHEN ChoseQuit CONTINUE
               WHEN OTHER DISPLAY "Invalid choice, Please Try Again"
             END-EVALUATE
           END-PERFORM.

         Outro SECTION.
           DISPLAY "Result adjustments complete".
           STOP RUN.

         AdjustGame SECTION.
      * The logged game record is never touched - the adjustment is
      * appended to GAMEADJ with the outcome the game stands at now
      * (its logged outcome, or whatever the latest adjustment left
      * it at) and the outcome it is to have from here on.
           EVALUATE TRUE
             WHEN ChoseVoid MOVE "V" TO AdjType
             WHEN ChoseReverse MOVE "R" TO AdjType
             WHEN ChoseForfeit MOVE "F" TO AdjType
           END-EVALUATE
           MOVE "G" TO AdjTarget
           MOVE SPACES TO WantedId
           DISPLAY "Game id: " WITH NO ADVANCING
           ACCEPT WantedId
           PERFORM LocateGame

           MOVE 0 TO ChosenIndex
           EVALUATE TRUE
             WHEN CandidateCount = 0
               DISPLAY "No GAMELOG or GLARCH record for game " WantedId
             WHEN CandidateCount = 1
               MOVE 1 TO ChosenIndex
             WHEN OTHER
               DISPLAY "Game id " WantedId " matched " CandidateCount
                 " logged games:"
               PERFORM VARYING TMP FROM 1 BY 1
                 UNTIL TMP > CandidateCount
                 DISPLAY "  " TMP " - " CD-Date(TMP) " "
                   CD-Time(TMP) " " CD-Player1-Name(TMP) " vs "
                   CD-Player2-Name(TMP)
               END-PERFORM
               DISPLAY "Which game: " WITH NO ADVANCING
               ACCEPT PickNumber
               IF PickNumber > 0 AND PickNumber NOT > CandidateCount
                 MOVE PickNumber TO ChosenIndex
               ELSE
                 DISPLAY "No such game - nothing adjusted"
               END-IF
           END-EVALUATE

           IF ChosenIndex NOT = 0
             MOVE WantedId TO TG-Game-Id
             MOVE CD-Date(ChosenIndex) TO TG-Date
             MOVE CD-Time(ChosenIndex) TO TG-Time
             MOVE ZERO TO TG-Round
             MOVE CD-Player1-Name(ChosenIndex) TO TG-Player1-Name
             MOVE CD-Player2-Name(ChosenIndex) TO TG-Player2-Name
             PERFORM FindCurrentOutcome
             PERFORM ChooseNewOutcome
             IF OutcomeChosen
               PERFORM RecordAdjustment
             END-IF
           END-IF.

         LocateGame SECTION.
           MOVE 0 TO CandidateCount
           OPEN INPUT GameLog-File
           IF GameLogFileStatus = "00"
             READ GameLog-File INTO GameLogRecord
             PERFORM UNTIL GameLogFileStatus NOT = "00"
               IF GL-Game-Id = WantedId
                 PERFORM AddCandidate
               END-IF
               READ GameLog-File INTO GameLogRecord
             END-PERFORM
             CLOSE GameLog-File
           END-IF

           OPEN INPUT GLArch-File
           IF GLArchFileStatus = "00"
             READ GLArch-File INTO GameLogRecord
             PERFORM UNTIL GLArchFileStatus NOT = "00"
               IF GL-Game-Id = WantedId
                 PERFORM AddCandidate
               END-IF
               READ GLArch-File INTO GameLogRecord
             END-PERFORM
             CLOSE GLArch-File
           END-IF.

         AddCandidate SECTION.
           IF CandidateCount >= CD-Max-Entries
             DISPLAY "WARNING: game table full (" CD-Max-Entries
               ") - skipping " GL-Date " " GL-Time
           ELSE
             ADD 1 TO CandidateCount
             MOVE GL-Date TO CD-Date(CandidateCount)
             MOVE GL-Time TO CD-Time(CandidateCount)
             MOVE GL-Player1-Name TO CD-Player1-Name(CandidateCount)
             MOVE GL-Player2-Name TO CD-Player2-Name(CandidateCount)
             MOVE GL-Outcome TO CD-Outcome(CandidateCount)
           END-IF.

         FindCurrentOutcome SECTION.
      * The latest adjustment against the game sets where it stands
      * now; with none, it stands as logged.
           MOVE CD-Outcome(ChosenIndex) TO CurrentOutcome
           OPEN INPUT GameAdj-File
           IF GameAdjFileStatus = "00"
             READ GameAdj-File INTO GameAdjRecord
             PERFORM UNTIL GameAdjFileStatus NOT = "00"
               IF AJ-GameTarget AND AJ-Game-Id = TG-Game-Id AND
                 AJ-Game-Date = TG-Date AND AJ-Game-Time = TG-Time
                 MOVE AJ-New-Outcome TO CurrentOutcome
               END-IF
               READ GameAdj-File INTO GameAdjRecord
             END-PERFORM
             CLOSE GameAdj-File
           END-IF.

         ChooseNewOutcome SECTION.
      * A void is final - a voided game is out of every count and
      * takes no further adjustment. An unfinished game was never
      * counted, so there is nothing to correct.
           MOVE 0 TO OutcomeState
           MOVE CurrentOutcome TO WorkOutcome
           PERFORM DescribeOutcome
           EVALUATE TRUE
             WHEN CD-Outcome(ChosenIndex) < 1 OR
               CD-Outcome(ChosenIndex) > 3
               DISPLAY "Game " WantedId " never finished - nothing "
                 "to adjust"
             WHEN CurrentOutcome = 0
               DISPLAY "Game " WantedId " is already void - nothing "
                 "to adjust"
             WHEN ChoseVoid
               DISPLAY "Game stands as " OutcomeText " - void it"
               MOVE 0 TO NewOutcome
               SET OutcomeChosen TO TRUE
             WHEN ChoseReverse
               DISPLAY "Game stands as " OutcomeText
               DISPLAY "New result - 1 (" TG-Player1-Name " won), 2 ("
                 TG-Player2-Name " won), 3 (stalemate): "
                 WITH NO ADVANCING
               ACCEPT NewOutcome
               EVALUATE TRUE
                 WHEN NOT ValidNewResult
                   DISPLAY "Invalid result - nothing adjusted"
                 WHEN NewOutcome = CurrentOutcome
                   DISPLAY "Game already stands at that result - "
                     "nothing adjusted"
                 WHEN OTHER
                   SET OutcomeChosen TO TRUE
               END-EVALUATE
             WHEN ChoseForfeit
               DISPLAY "Game stands as " OutcomeText
               DISPLAY "Player forfeiting - 1 (" TG-Player1-Name
                 ") or 2 (" TG-Player2-Name "): " WITH NO ADVANCING
               ACCEPT AbsentPlayer
               IF NOT ValidAbsentPlayer
                 DISPLAY "Invalid player - nothing adjusted"
               ELSE
                 COMPUTE NewOutcome = 3 - AbsentPlayer
                 IF NewOutcome = CurrentOutcome
                   DISPLAY "Game already stands as a win for the "
                     "other player - nothing adjusted"
                 ELSE
                   SET OutcomeChosen TO TRUE
                 END-IF
               END-IF
           END-EVALUATE.

         ForfeitPairing SECTION.
      * A no-show leaves no game to adjust, so the forfeit is made
      * against the schedule pairing itself. Only a pairing still
      * unplayed on TSCHED, with no tagged game logged for it and not
      * already forfeited, can be awarded - a pairing settled by a
      * played game, or with its game logged and waiting on the
      * tournament driver, is corrected by adjusting that game
      * instead.
           MOVE "F" TO AdjType
           MOVE "P" TO AdjTarget
           DISPLAY "Tournament round: " WITH NO ADVANCING
           ACCEPT WorkRound
           PERFORM LoadRoundForfeits
           PERFORM LoadRoundGames
           PERFORM LoadRoundPairings

           MOVE 0 TO ChosenIndex
           IF PairingCount = 0
             DISPLAY "No unplayed pairing open in round " WorkRound
           ELSE
             DISPLAY "Unplayed pairings in round " WorkRound ":"
             PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > PairingCount
               DISPLAY "  " TMP " - " PR-Player1-Name(TMP) " vs "
                 PR-Player2-Name(TMP)
             END-PERFORM
             DISPLAY "Which pairing: " WITH NO ADVANCING
             ACCEPT PickNumber
             IF PickNumber > 0 AND PickNumber NOT > PairingCount
               MOVE PickNumber TO ChosenIndex
             ELSE
               DISPLAY "No such pairing - nothing adjusted"
             END-IF
           END-IF

           IF ChosenIndex NOT = 0
             MOVE SPACES TO TG-Game-Id
             MOVE SPACES TO TG-Date
             MOVE SPACES TO TG-Time
             MOVE WorkRound TO TG-Round
             MOVE PR-Player1-Name(ChosenIndex) TO TG-Player1-Name
             MOVE PR-Player2-Name(ChosenIndex) TO TG-Player2-Name
             MOVE 0 TO CurrentOutcome
             MOVE 0 TO OutcomeState
             DISPLAY "Player who did not show - 1 (" TG-Player1-Name
               ") or 2 (" TG-Player2-Name "): " WITH NO ADVANCING
             ACCEPT AbsentPlayer
             IF NOT ValidAbsentPlayer
               DISPLAY "Invalid player - nothing adjusted"
             ELSE
               COMPUTE NewOutcome = 3 - AbsentPlayer
               SET OutcomeChosen TO TRUE
               PERFORM RecordAdjustment
             END-IF
           END-IF.

         LoadRoundForfeits SECTION.
           MOVE 0 TO ForfeitCount
           OPEN INPUT GameAdj-File
           IF GameAdjFileStatus = "00"
             READ GameAdj-File INTO GameAdjRecord
             PERFORM UNTIL GameAdjFileStatus NOT = "00"
               IF AJ-PairingTarget AND AJ-Round = WorkRound
                 IF ForfeitCount >= FF-Max-Entries
                   DISPLAY "WARNING: forfeit table full ("
                     FF-Max-Entries ") - skipping " AJ-Player1-Name
                 ELSE
                   ADD 1 TO ForfeitCount
                   MOVE AJ-Player1-Name TO
                     FF-Player1-Name(ForfeitCount)
                   MOVE AJ-Player2-Name TO
                     FF-Player2-Name(ForfeitCount)
                 END-IF
               END-IF
               READ GameAdj-File INTO GameAdjRecord
             END-PERFORM
             CLOSE GameAdj-File
           END-IF.

         LoadRoundGames SECTION.
      * The current period and the archive both - a tagged game the
      * month-end roll has moved to GLARCH before the driver settled
      * it is still logged.
           MOVE 0 TO LoggedCount
           OPEN INPUT GameLog-File
           IF GameLogFileStatus = "00"
             READ GameLog-File INTO GameLogRecord
             PERFORM UNTIL GameLogFileStatus NOT = "00"
               PERFORM AddRoundGame
               READ GameLog-File INTO GameLogRecord
             END-PERFORM
             CLOSE GameLog-File
           END-IF

           OPEN INPUT GLArch-File
           IF GLArchFileStatus = "00"
             READ GLArch-File INTO GameLogRecord
             PERFORM UNTIL GLArchFileStatus NOT = "00"
               PERFORM AddRoundGame
               READ GLArch-File INTO GameLogRecord
             END-PERFORM
             CLOSE GLArch-File
           END-IF.

         AddRoundGame SECTION.
      * A tagged game that has since been voided does not count -
      * the driver reopens its pairing, to be replayed or forfeited.
           IF GL-TournamentGame AND GL-Tour-Round = WorkRound
             PERFORM CheckLoggedGameVoided
             IF NOT LoggedGameVoided
               IF LoggedCount >= LG-Max-Entries
                 DISPLAY "WARNING: logged game table full ("
                   LG-Max-Entries ") - skipping " GL-Game-Id
               ELSE
                 ADD 1 TO LoggedCount
                 MOVE GL-Player1-Name TO LG-Player1-Name(LoggedCount)
                 MOVE GL-Player2-Name TO LG-Player2-Name(LoggedCount)
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
             READ GameAdj-File INTO GameAdjRecord
             PERFORM UNTIL GameAdjFileStatus NOT = "00"
               OR LoggedGameVoided
               IF AJ-GameTarget AND AJ-Game-Id = GL-Game-Id AND
                 AJ-Game-Date = GL-Date AND AJ-Game-Time = GL-Time
                 AND AJ-Voided
                 MOVE 1 TO LoggedVoidState
               END-IF
               READ GameAdj-File INTO GameAdjRecord
             END-PERFORM
             CLOSE GameAdj-File
           END-IF.

         LoadRoundPairings SECTION.
           MOVE 0 TO PairingCount
           OPEN INPUT TourSched-File
           IF TourSchedFileStatus NOT = "00"
             DISPLAY "Unable to open TSCHED - status "
               TourSchedFileStatus
           ELSE
             READ TourSched-File
             PERFORM UNTIL TourSchedFileStatus NOT = "00"
               MOVE TourSchedInRecord TO TourControlRecord
               IF NOT TC-ControlRecord
                 MOVE TourSchedInRecord TO TourSchedRecord
                 IF TS-Round = WorkRound AND TS-Unplayed
                   PERFORM CheckPairingForfeited
                   PERFORM CheckPairingLogged
                   IF NOT PairingForfeited AND NOT PairingAlreadyLogged
                     IF PairingCount >= PR-Max-Entries
                       DISPLAY "WARNING: pairing table full ("
                         PR-Max-Entries ") - skipping "
                         TS-Player1-Name
                     ELSE
                       ADD 1 TO PairingCount
                       MOVE TS-Player1-Name TO
                         PR-Player1-Name(PairingCount)
                       MOVE TS-Player2-Name TO
                         PR-Player2-Name(PairingCount)
                     END-IF
                   END-IF
                 END-IF
               END-IF
               READ TourSched-File
             END-PERFORM
             CLOSE TourSched-File
           END-IF.

         CheckPairingForfeited SECTION.
           MOVE 0 TO PairingState
           PERFORM VARYING TMP2 FROM 1 BY 1 UNTIL TMP2 > ForfeitCount
             OR PairingForfeited
             IF FF-Player1-Name(TMP2) = TS-Player1-Name AND
               FF-Player2-Name(TMP2) = TS-Player2-Name
               SET PairingForfeited TO TRUE
             END-IF
           END-PERFORM.

         CheckPairingLogged SECTION.
      * The tagged game may have been logged with the players either
      * way round from the schedule.
           MOVE 0 TO PairingLogState
           PERFORM VARYING TMP2 FROM 1 BY 1 UNTIL TMP2 > LoggedCount
             OR PairingAlreadyLogged
             IF (LG-Player1-Name(TMP2) = TS-Player1-Name AND
                 LG-Player2-Name(TMP2) = TS-Player2-Name) OR
                (LG-Player1-Name(TMP2) = TS-Player2-Name AND
                 LG-Player2-Name(TMP2) = TS-Player1-Name)
               SET PairingAlreadyLogged TO TRUE
             END-IF
           END-PERFORM.

         RecordAdjustment SECTION.
      * Every correction carries who authorised it and why - the
      * audit report prints both, so neither may be left blank.
           MOVE SPACES TO AuthorisedBy
           PERFORM UNTIL AuthorisedBy NOT = SPACES
             DISPLAY "Authorised by: " WITH NO ADVANCING
             ACCEPT AuthorisedBy
           END-PERFORM
           MOVE SPACES TO AdjReason
           PERFORM UNTIL AdjReason NOT = SPACES
             DISPLAY "Reason: " WITH NO ADVANCING
             ACCEPT AdjReason
           END-PERFORM

           MOVE CurrentOutcome TO WorkOutcome
           PERFORM DescribeOutcome
           MOVE OutcomeText TO PriorText
           IF AdjTarget = "P"
             MOVE "UNPLAYED" TO PriorText
           END-IF
           MOVE NewOutcome TO WorkOutcome
           PERFORM DescribeOutcome
           DISPLAY TG-Player1-Name " vs " TG-Player2-Name ": "
             PriorText " becomes " OutcomeText
           DISPLAY "Record this adjustment? (Y/N): " WITH NO ADVANCING
           ACCEPT ConfirmAnswer
           IF NOT Confirmed
             DISPLAY "Nothing adjusted"
           ELSE
             PERFORM WriteAdjustment
           END-IF.

         WriteAdjustment SECTION.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           ACCEPT TimeOfDay FROM TIME
           MOVE SPACES TO GameAdjRecord
           MOVE TodaysDate TO AJ-Date
           MOVE TimeOfDay TO AJ-Time
           MOVE AdjType TO AJ-Type
           MOVE AdjTarget TO AJ-Target
           MOVE TG-Game-Id TO AJ-Game-Id
           MOVE TG-Date TO AJ-Game-Date
           MOVE TG-Time TO AJ-Game-Time
           MOVE TG-Round TO AJ-Round
           MOVE TG-Player1-Name TO AJ-Player1-Name
           MOVE TG-Player2-Name TO AJ-Player2-Name
           MOVE CurrentOutcome TO AJ-Prior-Outcome
           MOVE NewOutcome TO AJ-New-Outcome
           MOVE AuthorisedBy TO AJ-Authorised-By
           MOVE AdjReason TO AJ-Reason

           OPEN EXTEND GameAdj-File
           IF GameAdjFileStatus NOT = "00"
             OPEN OUTPUT GameAdj-File
           END-IF
           IF GameAdjFileStatus NOT = "00"
             DISPLAY "Unable to record adjustment - status "
               GameAdjFileStatus
           ELSE
             WRITE GameAdjInRecord FROM GameAdjRecord
             CLOSE GameAdj-File
             DISPLAY "Adjustment recorded - it takes effect in the "
               "next report and ratings runs"
           END-IF.

         ListAdjustments SECTION.
           MOVE 0 TO AdjustmentsListed
           OPEN INPUT GameAdj-File
           IF GameAdjFileStatus NOT = "00"
             DISPLAY "No adjustments on file"
           ELSE
             READ GameAdj-File INTO GameAdjRecord
             PERFORM UNTIL GameAdjFileStatus NOT = "00"
               ADD 1 TO AdjustmentsListed
               EVALUATE TRUE
                 WHEN AJ-Void MOVE "VOID" TO TypeText
                 WHEN AJ-Reversal MOVE "REVERSAL" TO TypeText
                 WHEN AJ-Forfeit MOVE "FORFEIT" TO TypeText
                 WHEN OTHER MOVE "UNKNOWN" TO TypeText
               END-EVALUATE
               MOVE AJ-Prior-Outcome TO WorkOutcome
               PERFORM DescribeOutcome
               MOVE OutcomeText TO PriorText
               IF AJ-PairingTarget
                 MOVE "UNPLAYED" TO PriorText
               END-IF
               MOVE AJ-New-Outcome TO WorkOutcome
               PERFORM DescribeOutcome
               DISPLAY SPACE
               IF AJ-PairingTarget
                 DISPLAY AJ-Date " " TypeText " round " AJ-Round
                   " pairing (no-show)"
               ELSE
                 DISPLAY AJ-Date " " TypeText " game " AJ-Game-Id
                   " played " AJ-Game-Date " at " AJ-Game-Time
               END-IF
               DISPLAY "  " AJ-Player1-Name " vs " AJ-Player2-Name
               DISPLAY "  " PriorText " becomes " OutcomeText
                 " - authorised by " AJ-Authorised-By
               DISPLAY "  " AJ-Reason
               READ GameAdj-File INTO GameAdjRecord
             END-PERFORM
             CLOSE GameAdj-File
           END-IF
           DISPLAY AdjustmentsListed " adjustment(s) on file".

         DescribeOutcome SECTION.
           EVALUATE WorkOutcome
             WHEN 0 MOVE "VOID" TO OutcomeText
             WHEN 1 MOVE "PLAYER 1 WIN" TO OutcomeText
             WHEN 2 MOVE "PLAYER 2 WIN" TO OutcomeText
             WHEN 3 MOVE "STALEMATE" TO OutcomeText
             WHEN OTHER MOVE "UNFINISHED" TO OutcomeText
           END-EVALUATE.
