       IDENTIFICATION DIVISION.
       PROGRAM-ID. ttgxload.
       AUTHOR. Trey Bastian.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GameIdx-File ASSIGN TO GAMEIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GX-Game-Id
               FILE STATUS IS GameIdxFileStatus.

           SELECT GLArch-File ASSIGN TO GLARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLArchFileStatus.

           SELECT GameLog-File ASSIGN TO GAMELOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameLogFileStatus.

           SELECT MoveArch-File ASSIGN TO MOVEARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MoveArchFileStatus.

           SELECT BatchOut-File ASSIGN TO BATCHOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BatchOutFileStatus.

           SELECT RunHist-File ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunHistFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GameIdx-File.
           COPY GAMEIDX.

       FD  GLArch-File.
       01 GLArchRecord PIC X(79).

       FD  GameLog-File.
       01 GameLogInRecord PIC X(79).

       FD  MoveArch-File.
           COPY GAMEMOVE.

       FD  BatchOut-File.
           COPY BATCHOUT.

       FD  RunHist-File.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       COPY GAMELOG.

       01 GameIdxFileStatus PIC XX VALUE SPACES.
       01 GLArchFileStatus PIC XX VALUE SPACES.
       01 GameLogFileStatus PIC XX VALUE SPACES.
       01 MoveArchFileStatus PIC XX VALUE SPACES.
       01 BatchOutFileStatus PIC XX VALUE SPACES.
       01 RunHistFileStatus PIC XX VALUE SPACES.

       01 RunStartDate PIC X(08) VALUE SPACES.
       01 RunStartTime PIC X(08) VALUE SPACES.

       01 LogFileCode PIC X(01) VALUE SPACE.
       01 LogRecordsRead PIC 9(07) VALUE ZERO.
       01 GamesIndexed PIC 9(07) VALUE ZERO.
       01 DuplicateLogCount PIC 9(05) VALUE ZERO.
       01 BlankIdCount PIC 9(05) VALUE ZERO.
       01 MoveRecordsRead PIC 9(07) VALUE ZERO.
       01 UnloggedMoveCount PIC 9(07) VALUE ZERO.
       01 BatchRecordsRead PIC 9(07) VALUE ZERO.
       01 UnloggedBatchCount PIC 9(05) VALUE ZERO.
       01 LabelsIndexed PIC 9(07) VALUE ZERO.
       01 FailedCount PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Game Id Index Load"
           ACCEPT RunStartDate FROM DATE YYYYMMDD
           ACCEPT RunStartTime FROM TIME.

         Setup SECTION.
      * The index is built from nothing every run - it holds nothing
      * the log, archive and results files do not, so a failed load
      * is simply run again. Opening it for output empties it.
           OPEN OUTPUT GameIdx-File
           IF GameIdxFileStatus NOT = "00"
             DISPLAY "Unable to open GAMEIDX - status "
               GameIdxFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF
           CLOSE GameIdx-File
           OPEN I-O GameIdx-File
           IF GameIdxFileStatus NOT = "00"
             DISPLAY "Unable to reopen GAMEIDX - status "
               GameIdxFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

         LoadLogs SECTION.
      * The archive first, then the current period, so a duplicated
      * id is indexed at the older of its games - the one every
      * report has always met first.
           MOVE "A" TO LogFileCode
           OPEN INPUT GLArch-File
           IF GLArchFileStatus = "00"
             READ GLArch-File INTO GameLogRecord
             PERFORM UNTIL GLArchFileStatus NOT = "00"
               PERFORM IndexLogRecord
               READ GLArch-File INTO GameLogRecord
             END-PERFORM
             CLOSE GLArch-File
           ELSE
             IF GLArchFileStatus NOT = "35"
               DISPLAY "Unable to open GLARCH - status "
                 GLArchFileStatus
               CLOSE GameIdx-File
               MOVE 8 TO RETURN-CODE
               PERFORM LogRun
               STOP RUN
             END-IF
           END-IF

           MOVE "L" TO LogFileCode
           OPEN INPUT GameLog-File
           IF GameLogFileStatus = "00"
             READ GameLog-File INTO GameLogRecord
             PERFORM UNTIL GameLogFileStatus NOT = "00"
               PERFORM IndexLogRecord
               READ GameLog-File INTO GameLogRecord
             END-PERFORM
             CLOSE GameLog-File
           ELSE
             IF GameLogFileStatus NOT = "35"
               DISPLAY "Unable to open GAMELOG - status "
                 GameLogFileStatus
               CLOSE GameIdx-File
               MOVE 8 TO RETURN-CODE
               PERFORM LogRun
               STOP RUN
             END-IF
           END-IF

         LoadMoves SECTION.
      * Only logged games are indexed - a MOVEARCH history or a
      * BATCHOUT result with no logged game is counted here and
      * listed game by game by the id audit (TTXREF).
           OPEN INPUT MoveArch-File
           IF MoveArchFileStatus = "00"
             READ MoveArch-File
             PERFORM UNTIL MoveArchFileStatus NOT = "00"
               ADD 1 TO MoveRecordsRead
               MOVE MV-Game-Id TO GX-Game-Id
               READ GameIdx-File
               IF GameIdxFileStatus = "00"
                 IF MH-GameHeader
                   ADD 1 TO GX-Header-Count
                 ELSE
                   ADD 1 TO GX-Move-Count
                 END-IF
                 REWRITE GameIndexRecord
                 IF GameIdxFileStatus NOT = "00"
                   DISPLAY "Unable to update game " GX-Game-Id
                     " - status " GameIdxFileStatus
                   ADD 1 TO FailedCount
                 END-IF
               ELSE
                 ADD 1 TO UnloggedMoveCount
               END-IF
               READ MoveArch-File
             END-PERFORM
             CLOSE MoveArch-File
           ELSE
             IF MoveArchFileStatus NOT = "35"
               DISPLAY "Unable to open MOVEARCH - status "
                 MoveArchFileStatus
               CLOSE GameIdx-File
               MOVE 8 TO RETURN-CODE
               PERFORM LogRun
               STOP RUN
             END-IF
           END-IF

           OPEN INPUT BatchOut-File
           IF BatchOutFileStatus = "00"
             READ BatchOut-File
             PERFORM UNTIL BatchOutFileStatus NOT = "00"
               ADD 1 TO BatchRecordsRead
               MOVE BO-Game-Id TO GX-Game-Id
               READ GameIdx-File
               IF GameIdxFileStatus = "00" AND NOT GX-DeckLabel
                 ADD 1 TO GX-Batch-Count
                 REWRITE GameIndexRecord
                 IF GameIdxFileStatus NOT = "00"
                   DISPLAY "Unable to update game " GX-Game-Id
                     " - status " GameIdxFileStatus
                   ADD 1 TO FailedCount
                 END-IF
                 IF BO-Deck-Id NOT = SPACES AND
                   BO-Deck-Id NOT = BO-Game-Id
                   PERFORM IndexDeckLabel
                 END-IF
               ELSE
                 ADD 1 TO UnloggedBatchCount
               END-IF
               READ BatchOut-File
             END-PERFORM
             CLOSE BatchOut-File
           ELSE
             IF BatchOutFileStatus NOT = "35"
               DISPLAY "Unable to open BATCHOUT - status "
                 BatchOutFileStatus
               CLOSE GameIdx-File
               MOVE 8 TO RETURN-CODE
               PERFORM LogRun
               STOP RUN
             END-IF
           END-IF
           CLOSE GameIdx-File

         Outro SECTION.
           DISPLAY LogRecordsRead " logged game(s) read"
           DISPLAY GamesIndexed " game id(s) indexed on GAMEIDX"
           IF DuplicateLogCount > 0
             DISPLAY DuplicateLogCount " logged game(s) share an id "
               "with an earlier game - run TTXREF for the list"
           END-IF
           IF BlankIdCount > 0
             DISPLAY BlankIdCount " logged game(s) carry no game id "
               "and cannot be indexed"
           END-IF
           DISPLAY MoveRecordsRead " MOVEARCH record(s) read, "
             UnloggedMoveCount " for games not logged"
           DISPLAY BatchRecordsRead " BATCHOUT record(s) read, "
             UnloggedBatchCount " for games not logged"
           DISPLAY LabelsIndexed " deck label(s) indexed"
           IF FailedCount > 0
             DISPLAY FailedCount " index update(s) failed - rerun "
               "the load"
             MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM LogRun
           STOP RUN.

         IndexLogRecord SECTION.
      * A game logged under an id already indexed only adds to the
      * count - the index keeps the first game it met under the id.
           ADD 1 TO LogRecordsRead
           IF GL-Game-Id = SPACES
             ADD 1 TO BlankIdCount
           ELSE
             MOVE GL-Game-Id TO GX-Game-Id
             READ GameIdx-File
             EVALUATE GameIdxFileStatus
               WHEN "00"
                 ADD 1 TO GX-Log-Count
                 ADD 1 TO DuplicateLogCount
                 REWRITE GameIndexRecord
               WHEN "23"
                 MOVE LogFileCode TO GX-Log-File
                 MOVE GL-Date TO GX-Date
                 MOVE GL-Time TO GX-Time
                 MOVE GL-Player1-Name TO GX-Player1-Name
                 MOVE GL-Player2-Name TO GX-Player2-Name
                 MOVE GL-Board TO GX-Board
                 MOVE GL-Outcome TO GX-Outcome
                 MOVE GL-Tour-Tag TO GX-Tour-Tag
      * Records logged before games were tagged carry no round.
                 IF GL-Tour-Round IS NUMERIC
                   MOVE GL-Tour-Round TO GX-Tour-Round
                 ELSE
                   MOVE 0 TO GX-Tour-Round
                 END-IF
                 MOVE 1 TO GX-Log-Count
                 MOVE 0 TO GX-Header-Count
                 MOVE 0 TO GX-Move-Count
                 MOVE 0 TO GX-Batch-Count
                 WRITE GameIndexRecord
                 IF GameIdxFileStatus = "00"
                   ADD 1 TO GamesIndexed
                 END-IF
             END-EVALUATE
             IF GameIdxFileStatus NOT = "00"
               DISPLAY "Unable to index game " GL-Game-Id
                 " - status " GameIdxFileStatus
               ADD 1 TO FailedCount
             END-IF
           END-IF.

         IndexDeckLabel SECTION.
      * A batch game issued its id leaves its deck label on the index
      * too, pointing at the issued id, so the deck pre-edit (TTEDIT)
      * knows the label has been run. A label already on the index
      * is a logged game's own id, or a label run before, and is
      * spent already.
           MOVE SPACES TO GameIndexRecord
           MOVE BO-Deck-Id TO GX-Game-Id
           SET GX-DeckLabel TO TRUE
           MOVE BO-Game-Id TO GX-Logged-Id
           WRITE GameIndexRecord
           EVALUATE GameIdxFileStatus
             WHEN "00"
               ADD 1 TO LabelsIndexed
             WHEN "22"
               CONTINUE
             WHEN OTHER
               DISPLAY "Unable to index deck label " BO-Deck-Id
                 " - status " GameIdxFileStatus
               ADD 1 TO FailedCount
           END-EVALUATE.

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
             MOVE "TTGXLOAD" TO RH-Program-Id
             MOVE RunStartDate TO RH-Run-Date
             MOVE RunStartTime TO RH-Start-Time
             ACCEPT RH-End-Time FROM TIME
             MOVE LogRecordsRead TO RH-Records-In
             MOVE GamesIndexed TO RH-Records-Out
             MOVE FailedCount TO RH-Exceptions
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
