       IDENTIFICATION DIVISION.
       PROGRAM-ID. ttpmaint.
       AUTHOR. Trey Bastian.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PlayTran-File ASSIGN TO PLAYTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlayTranFileStatus.

           SELECT Players-File ASSIGN TO PLAYERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-Player-Id
               FILE STATUS IS PlayersFileStatus.

           SELECT Renames-File ASSIGN TO RENAMLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RenamesFileStatus.

           SELECT PMaintRpt-File ASSIGN TO PMAINRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PMaintRptFileStatus.

           SELECT RunHist-File ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunHistFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PlayTran-File.
           COPY PLAYTRAN.

       FD  Players-File.
           COPY PLAYMAST.

       FD  Renames-File.
           COPY RENAMLOG.

       FD  PMaintRpt-File.
           COPY PMAINRPT.

       FD  RunHist-File.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       01 PlayTranFileStatus PIC XX VALUE SPACES.
       01 PlayersFileStatus PIC XX VALUE SPACES.
       01 RenamesFileStatus PIC XX VALUE SPACES.
       01 PMaintRptFileStatus PIC XX VALUE SPACES.
       01 RunHistFileStatus PIC XX VALUE SPACES.

       01 RunStartDate PIC X(08) VALUE SPACES.
       01 RunStartTime PIC X(08) VALUE SPACES.

       01 TodaysDate PIC X(08) VALUE SPACES.
       01 EndOfMaster PIC 9 VALUE 0.
           88 NoMorePlayers VALUE 1.

      * The master as it stands before the deck, then as each good
      * transaction would leave it - every card is edited against
      * the players registered so far, including those registered
      * or renamed by earlier cards in the same deck.
       01 MasterTable.
           02 MasterEntry OCCURS 1000 TIMES.
               03 MT-Player-Id PIC X(05) VALUE SPACES.
               03 MT-Name PIC X(20) VALUE SPACES.
               03 MT-Status PIC X(01) VALUE SPACES.
                   88 MT-Active VALUE "A".
                   88 MT-Inactive VALUE "I".
       01 MT-Max-Entries PIC 9(04) VALUE 1000.
       01 MasterCount PIC 9(04) VALUE ZERO.
       01 MasterIndex PIC 9(04) VALUE ZERO.
       01 NameIndex PIC 9(04) VALUE ZERO.
       01 MasterScan PIC 9(04) VALUE ZERO.

      * Every card in the deck with the outcome of its edit and, for
      * a good card, of its update.
       01 TranTable.
           02 TranEntry OCCURS 500 TIMES.
               03 TR-Tran-Code PIC X(01) VALUE SPACES.
                   88 TR-NewPlayer VALUE "N".
                   88 TR-Rename VALUE "R".
                   88 TR-Deactivate VALUE "D".
                   88 TR-Reactivate VALUE "A".
                   88 TR-ValidCode VALUE "N" "R" "D" "A".
               03 TR-Player-Id PIC X(05) VALUE SPACES.
               03 TR-Name PIC X(20) VALUE SPACES.
               03 TR-Result PIC X(01) VALUE SPACES.
                   88 TR-Rejected VALUE "R".
                   88 TR-Accepted VALUE "E".
                   88 TR-Applied VALUE "A".
                   88 TR-Failed VALUE "F".
               03 TR-Reason PIC X(28) VALUE SPACES.
       01 TR-Max-Entries PIC 9(04) VALUE 500.
       01 TranCount PIC 9(04) VALUE ZERO.
       01 TranIndex PIC 9(04) VALUE ZERO.

       01 WorkId PIC X(05) VALUE SPACES.
       01 WorkName PIC X(20) VALUE SPACES.
       01 OldName PIC X(20) VALUE SPACES.
       01 EditReason PIC X(28) VALUE SPACES.
       01 NameChar PIC X(01) VALUE SPACE.
           88 NamePunctuation VALUE "-" "'" ".".
       01 TMP PIC 9(02) VALUE ZERO.

       01 TransRead PIC 9(05) VALUE ZERO.
       01 TransSkipped PIC 9(05) VALUE ZERO.
       01 TransRejected PIC 9(05) VALUE ZERO.
       01 TransFailed PIC 9(05) VALUE ZERO.
       01 AddsApplied PIC 9(05) VALUE ZERO.
       01 RenamesApplied PIC 9(05) VALUE ZERO.
       01 DeactivationsApplied PIC 9(05) VALUE ZERO.
       01 ReactivationsApplied PIC 9(05) VALUE ZERO.
       01 RenamesLogged PIC 9(05) VALUE ZERO.
       01 TransApplied PIC 9(05) VALUE ZERO.

       01 RegisterHeadLine.
           02 FILLER PIC X(05) VALUE "CARD ".
           02 FILLER PIC X(11) VALUE "ACTION".
           02 FILLER PIC X(06) VALUE "ID".
           02 FILLER PIC X(21) VALUE "NAME".
           02 FILLER PIC X(09) VALUE "RESULT".
           02 FILLER PIC X(06) VALUE "REASON".

       01 RegisterDetailLine.
           02 RG-Seq PIC ZZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 RG-Action PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 RG-Player-Id PIC X(05).
           02 FILLER PIC X(01) VALUE SPACES.
           02 RG-Name PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 RG-Result PIC X(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 RG-Reason PIC X(28).

       01 TotalLine.
           02 TL-Label PIC X(30).
           02 TL-Count PIC ZZZZ9.

       01 ReportLine PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Batch Player "
             "Maintenance"
           ACCEPT RunStartDate FROM DATE YYYYMMDD
           ACCEPT RunStartTime FROM TIME.

         Setup SECTION.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           OPEN INPUT PlayTran-File
           IF PlayTranFileStatus NOT = "00"
             DISPLAY "Unable to open PLAYTRAN - status "
               PlayTranFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

           OPEN OUTPUT PMaintRpt-File
           IF PMaintRptFileStatus NOT = "00"
             DISPLAY "Unable to open PMAINRPT - status "
               PMaintRptFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

         LoadMaster SECTION.
      * No PLAYERS master yet means nobody is registered yet - the
      * update opens it for the first time below. The whole master
      * has to fit, since a name can only be checked against every
      * registered name; a master too big for the table stops the
      * run before anything is applied.
           OPEN INPUT Players-File
           IF PlayersFileStatus = "00"
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
                 IF MasterCount >= MT-Max-Entries
                   DISPLAY "PLAYERS master too large for the edit ("
                     MT-Max-Entries ") - nothing applied"
                   CLOSE Players-File
                   CLOSE PlayTran-File
                   CLOSE PMaintRpt-File
                   MOVE 8 TO RETURN-CODE
                   PERFORM LogRun
                   STOP RUN
                 END-IF
                 ADD 1 TO MasterCount
                 MOVE PM-Player-Id TO MT-Player-Id(MasterCount)
                 MOVE PM-Name TO MT-Name(MasterCount)
                 MOVE PM-Status TO MT-Status(MasterCount)
               END-IF
             END-PERFORM
             CLOSE Players-File
           ELSE
             IF PlayersFileStatus NOT = "35"
               DISPLAY "Unable to open PLAYERS - status "
                 PlayersFileStatus
               CLOSE PlayTran-File
               CLOSE PMaintRpt-File
               MOVE 8 TO RETURN-CODE
               PERFORM LogRun
               STOP RUN
             END-IF
           END-IF

         EditDeck SECTION.
      * Every card is edited before any is applied, so the register
      * shows the whole deck's fate and a bad card never leaves the
      * master half-updated.
           READ PlayTran-File
           PERFORM UNTIL PlayTranFileStatus NOT = "00"
             ADD 1 TO TransRead
             IF TranCount >= TR-Max-Entries
               DISPLAY "WARNING: transaction table full ("
                 TR-Max-Entries ") - skipping " PT-Tran-Code " "
                 PT-Player-Id " " PT-Name
               ADD 1 TO TransSkipped
             ELSE
               ADD 1 TO TranCount
               MOVE PT-Tran-Code TO TR-Tran-Code(TranCount)
               MOVE PT-Player-Id TO TR-Player-Id(TranCount)
               MOVE PT-Name TO TR-Name(TranCount)
               MOVE TranCount TO TranIndex
               PERFORM EditTransaction
             END-IF
             READ PlayTran-File
           END-PERFORM
           CLOSE PlayTran-File

         ApplyDeck SECTION.
           OPEN I-O Players-File
           IF PlayersFileStatus = "35"
             OPEN OUTPUT Players-File
             CLOSE Players-File
             OPEN I-O Players-File
           END-IF
           IF PlayersFileStatus NOT = "00"
             DISPLAY "Unable to open PLAYERS for update - status "
               PlayersFileStatus
             DISPLAY "Nothing applied"
             CLOSE PMaintRpt-File
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

           PERFORM VARYING TranIndex FROM 1 BY 1
             UNTIL TranIndex > TranCount
             IF TR-Accepted(TranIndex)
               PERFORM ApplyTransaction
             END-IF
           END-PERFORM
           CLOSE Players-File

         PrintRegister SECTION.
           MOVE SPACES TO ReportLine
           STRING "TREY'S DEV SHED TIC TAC TOE - PLAYER MAINTENANCE "
             "REGISTER - " TodaysDate
             DELIMITED BY SIZE INTO ReportLine
           WRITE PMaintRptRecord FROM ReportLine
           MOVE SPACES TO PMaintRptRecord
           WRITE PMaintRptRecord
           WRITE PMaintRptRecord FROM RegisterHeadLine

           PERFORM VARYING TranIndex FROM 1 BY 1
             UNTIL TranIndex > TranCount
             MOVE TranIndex TO RG-Seq
             EVALUATE TR-Tran-Code(TranIndex)
               WHEN "N" MOVE "REGISTER" TO RG-Action
               WHEN "R" MOVE "RENAME" TO RG-Action
               WHEN "D" MOVE "DEACTIVATE" TO RG-Action
               WHEN "A" MOVE "REACTIVATE" TO RG-Action
               WHEN OTHER
                 MOVE SPACES TO RG-Action
                 STRING "CODE " TR-Tran-Code(TranIndex)
                   DELIMITED BY SIZE INTO RG-Action
             END-EVALUATE
             MOVE TR-Player-Id(TranIndex) TO RG-Player-Id
             MOVE TR-Name(TranIndex) TO RG-Name
             EVALUATE TRUE
               WHEN TR-Applied(TranIndex)
                 MOVE "APPLIED" TO RG-Result
               WHEN TR-Failed(TranIndex)
                 MOVE "FAILED" TO RG-Result
               WHEN OTHER
                 MOVE "REJECTED" TO RG-Result
             END-EVALUATE
             MOVE TR-Reason(TranIndex) TO RG-Reason
             WRITE PMaintRptRecord FROM RegisterDetailLine
           END-PERFORM

           MOVE SPACES TO PMaintRptRecord
           WRITE PMaintRptRecord
           MOVE "TRANSACTIONS READ" TO TL-Label
           MOVE TransRead TO TL-Count
           WRITE PMaintRptRecord FROM TotalLine
           MOVE "PLAYERS REGISTERED" TO TL-Label
           MOVE AddsApplied TO TL-Count
           WRITE PMaintRptRecord FROM TotalLine
           MOVE "PLAYERS RENAMED" TO TL-Label
           MOVE RenamesApplied TO TL-Count
           WRITE PMaintRptRecord FROM TotalLine
           MOVE "PLAYERS DEACTIVATED" TO TL-Label
           MOVE DeactivationsApplied TO TL-Count
           WRITE PMaintRptRecord FROM TotalLine
           MOVE "PLAYERS REACTIVATED" TO TL-Label
           MOVE ReactivationsApplied TO TL-Count
           WRITE PMaintRptRecord FROM TotalLine
           MOVE "TOTAL APPLIED" TO TL-Label
           MOVE TransApplied TO TL-Count
           WRITE PMaintRptRecord FROM TotalLine
           MOVE "TOTAL REJECTED" TO TL-Label
           MOVE TransRejected TO TL-Count
           WRITE PMaintRptRecord FROM TotalLine
           IF TransFailed > 0
             MOVE "TOTAL FAILED ON UPDATE" TO TL-Label
             MOVE TransFailed TO TL-Count
             WRITE PMaintRptRecord FROM TotalLine
           END-IF
           IF TransSkipped > 0
             MOVE "NOT PROCESSED - DECK TOO LARGE" TO TL-Label
             MOVE TransSkipped TO TL-Count
             WRITE PMaintRptRecord FROM TotalLine
           END-IF
           MOVE "RENAMES LOGGED FOR REALIGN" TO TL-Label
           MOVE RenamesLogged TO TL-Count
           WRITE PMaintRptRecord FROM TotalLine
           CLOSE PMaintRpt-File.

         Outro SECTION.
           DISPLAY TransApplied " transaction(s) applied, "
             TransRejected " rejected - see PMAINRPT"
           IF RenamesLogged > 0
             DISPLAY RenamesLogged " rename(s) logged - run the "
               "realign job to move the players' history"
           END-IF
           EVALUATE TRUE
             WHEN TransFailed > 0
               MOVE 8 TO RETURN-CODE
             WHEN TransRejected > 0 OR TransSkipped > 0
               MOVE 4 TO RETURN-CODE
           END-EVALUATE
           PERFORM LogRun
           STOP RUN.

         EditTransaction SECTION.
           MOVE SPACES TO EditReason
           MOVE TR-Player-Id(TranIndex) TO WorkId
           MOVE TR-Name(TranIndex) TO WorkName
           PERFORM FindMasterId

           EVALUATE TRUE
             WHEN NOT TR-ValidCode(TranIndex)
               MOVE "INVALID TRANSACTION CODE" TO EditReason
             WHEN WorkId = SPACES
               MOVE "PLAYER ID MISSING" TO EditReason
             WHEN WorkId(1:1) = SPACE
               MOVE "PLAYER ID MALFORMED" TO EditReason
             WHEN TR-NewPlayer(TranIndex)
               PERFORM EditNewPlayer
             WHEN TR-Rename(TranIndex)
               PERFORM EditRename
             WHEN OTHER
               PERFORM EditStatusChange
           END-EVALUATE

           IF EditReason = SPACES
             SET TR-Accepted(TranIndex) TO TRUE
           ELSE
             SET TR-Rejected(TranIndex) TO TRUE
             MOVE EditReason TO TR-Reason(TranIndex)
             ADD 1 TO TransRejected
           END-IF.

         EditNewPlayer SECTION.
           IF MasterIndex NOT = 0
             MOVE "PLAYER ID ALREADY REGISTERED" TO EditReason
           ELSE
             PERFORM CheckName
           END-IF
           IF EditReason = SPACES
             PERFORM FindMasterName
             IF NameIndex NOT = 0
               STRING "NAME REGISTERED TO " MT-Player-Id(NameIndex)
                 DELIMITED BY SIZE INTO EditReason
             END-IF
           END-IF
           IF EditReason = SPACES
             IF MasterCount >= MT-Max-Entries
               MOVE "MASTER TABLE FULL" TO EditReason
             ELSE
               ADD 1 TO MasterCount
               MOVE WorkId TO MT-Player-Id(MasterCount)
               MOVE WorkName TO MT-Name(MasterCount)
               SET MT-Active(MasterCount) TO TRUE
             END-IF
           END-IF.

         EditRename SECTION.
           IF MasterIndex = 0
             MOVE "RENAME OF UNKNOWN PLAYER ID" TO EditReason
           ELSE
             PERFORM CheckName
           END-IF
           IF EditReason = SPACES
             IF WorkName = MT-Name(MasterIndex)
               MOVE "NEW NAME SAME AS CURRENT" TO EditReason
             ELSE
               PERFORM FindMasterName
               IF NameIndex NOT = 0
                 STRING "NAME REGISTERED TO " MT-Player-Id(NameIndex)
                   DELIMITED BY SIZE INTO EditReason
               END-IF
             END-IF
           END-IF
           IF EditReason = SPACES
             MOVE WorkName TO MT-Name(MasterIndex)
           END-IF.

         EditStatusChange SECTION.
           EVALUATE TRUE
             WHEN MasterIndex = 0
               MOVE "UNKNOWN PLAYER ID" TO EditReason
             WHEN TR-Deactivate(TranIndex) AND
               MT-Inactive(MasterIndex)
               MOVE "PLAYER ALREADY INACTIVE" TO EditReason
             WHEN TR-Reactivate(TranIndex) AND
               MT-Active(MasterIndex)
               MOVE "PLAYER ALREADY ACTIVE" TO EditReason
             WHEN TR-Deactivate(TranIndex)
               SET MT-Inactive(MasterIndex) TO TRUE
             WHEN OTHER
               SET MT-Active(MasterIndex) TO TRUE
           END-EVALUATE
      * The register shows the name the id is registered under.
           IF MasterIndex NOT = 0
             MOVE MT-Name(MasterIndex) TO TR-Name(TranIndex)
           END-IF.

         CheckName SECTION.
      * Registered spellings are letters of either case and digits,
      * with single spaces, hyphens, apostrophes and full stops inside
      * the name, starting with a letter - the case is kept as given,
      * as the player registration screen keeps it. The names the
      * games use for unregistered or computer players are never
      * registered.
           EVALUATE TRUE
             WHEN WorkName = SPACES
               MOVE "PLAYER NAME MISSING" TO EditReason
             WHEN WorkName = "COMPUTER" OR WorkName = "COMPUTER 1" OR
               WorkName = "COMPUTER 2" OR WorkName = "PLAYER 1" OR
               WorkName = "PLAYER 2"
               MOVE "PLAYER NAME RESERVED" TO EditReason
             WHEN WorkName(1:1) NOT ALPHABETIC OR
               WorkName(1:1) = SPACE
               MOVE "PLAYER NAME MALFORMED" TO EditReason
             WHEN OTHER
               PERFORM VARYING TMP FROM 2 BY 1 UNTIL TMP > 20
                 OR EditReason NOT = SPACES
                 MOVE WorkName(TMP:1) TO NameChar
                 IF NameChar NOT ALPHABETIC AND
                   NameChar NOT NUMERIC AND NOT NamePunctuation
                   MOVE "PLAYER NAME MALFORMED" TO EditReason
                 END-IF
                 IF TMP < 20
                   IF NameChar = SPACE AND WorkName(TMP + 1:1) = SPACE
                     AND WorkName(TMP + 1:) NOT = SPACES
                     MOVE "PLAYER NAME MALFORMED" TO EditReason
                   END-IF
                 END-IF
               END-PERFORM
           END-EVALUATE.

         FindMasterId SECTION.
           MOVE 0 TO MasterIndex
           PERFORM VARYING MasterScan FROM 1 BY 1
             UNTIL MasterScan > MasterCount OR MasterIndex NOT = 0
             IF MT-Player-Id(MasterScan) = WorkId
               MOVE MasterScan TO MasterIndex
             END-IF
           END-PERFORM.

         FindMasterName SECTION.
      * Inactive players keep their names - the history under a
      * name belongs to the one id.
           MOVE 0 TO NameIndex
           PERFORM VARYING MasterScan FROM 1 BY 1
             UNTIL MasterScan > MasterCount OR NameIndex NOT = 0
             IF MT-Name(MasterScan) = WorkName
               MOVE MasterScan TO NameIndex
             END-IF
           END-PERFORM.

         ApplyTransaction SECTION.
           MOVE TR-Player-Id(TranIndex) TO WorkId
           MOVE TR-Name(TranIndex) TO WorkName
           MOVE WorkId TO PM-Player-Id
           EVALUATE TRUE
             WHEN TR-NewPlayer(TranIndex)
               MOVE WorkName TO PM-Name
               SET PM-Active TO TRUE
               WRITE PlayerMasterRecord
               IF PlayersFileStatus = "00"
                 ADD 1 TO AddsApplied
               END-IF
             WHEN OTHER
               READ Players-File
               IF PlayersFileStatus = "00"
                 EVALUATE TRUE
                   WHEN TR-Rename(TranIndex)
                     MOVE PM-Name TO OldName
                     MOVE WorkName TO PM-Name
                   WHEN TR-Deactivate(TranIndex)
                     SET PM-Inactive TO TRUE
                   WHEN TR-Reactivate(TranIndex)
                     SET PM-Active TO TRUE
                 END-EVALUATE
                 REWRITE PlayerMasterRecord
               END-IF
           END-EVALUATE

           IF PlayersFileStatus NOT = "00"
             SET TR-Failed(TranIndex) TO TRUE
             MOVE SPACES TO TR-Reason(TranIndex)
             STRING "UPDATE FAILED - STATUS " PlayersFileStatus
               DELIMITED BY SIZE INTO TR-Reason(TranIndex)
             ADD 1 TO TransFailed
           ELSE
             SET TR-Applied(TranIndex) TO TRUE
             ADD 1 TO TransApplied
             EVALUATE TRUE
               WHEN TR-Rename(TranIndex)
                 ADD 1 TO RenamesApplied
                 MOVE SPACES TO TR-Reason(TranIndex)
                 STRING "WAS " OldName
                   DELIMITED BY SIZE INTO TR-Reason(TranIndex)
                 PERFORM LogRename
               WHEN TR-Deactivate(TranIndex)
                 ADD 1 TO DeactivationsApplied
               WHEN TR-Reactivate(TranIndex)
                 ADD 1 TO ReactivationsApplied
             END-EVALUATE
           END-IF.

         LogRename SECTION.
      * Every downstream file - GAMELOG, GLARCH, SUMMARY, RATINGS,
      * TSCHED - keys on the name text, so the rename is appended to
      * the RENAMES log for the realign job (TTRENAME) to move the
      * player's history onto the new name, exactly as a rename made
      * in player maintenance is.
           OPEN EXTEND Renames-File
           IF RenamesFileStatus NOT = "00"
             OPEN OUTPUT Renames-File
           END-IF
           IF RenamesFileStatus NOT = "00"
             DISPLAY "WARNING: unable to log rename - status "
               RenamesFileStatus
             DISPLAY "Run the realign job by hand for " OldName
             MOVE "APPLIED - RENAME NOT LOGGED" TO TR-Reason(TranIndex)
           ELSE
             MOVE TodaysDate TO RN-Date
             MOVE OldName TO RN-Old-Name
             MOVE WorkName TO RN-New-Name
             WRITE RenameLogRecord
             CLOSE Renames-File
             ADD 1 TO RenamesLogged
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
             MOVE "TTPMAINT" TO RH-Program-Id
             MOVE RunStartDate TO RH-Run-Date
             MOVE RunStartTime TO RH-Start-Time
             ACCEPT RH-End-Time FROM TIME
             MOVE TransRead TO RH-Records-In
             MOVE TransApplied TO RH-Records-Out
             COMPUTE RH-Exceptions = TransRejected + TransFailed +
               TransSkipped
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
