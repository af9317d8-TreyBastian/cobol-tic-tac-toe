               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XrefRptFileStatus.

           SELECT GameIdx-File ASSIGN TO GAMEIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-Game-Id
               FILE STATUS IS GameIdxFileStatus.

           SELECT RunHist-File ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunHistFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  MoveArch-File.
           COPY GAMEMOVE.

       FD  GLArch-File.
       01 GLArchRecord PIC X(79).

       FD  GameLog-File.
       01 GameLogInRecord PIC X(79).

       FD  BatchOut-File.
           COPY BATCHOUT.
       FD  XrefRpt-File.
           COPY XREFRPT.

       FD  GameIdx-File.
           COPY GAMEIDX.

       FD  RunHist-File.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       COPY GAMELOG.

       01 GameLogFileStatus PIC XX VALUE SPACES.
       01 BatchOutFileStatus PIC XX VALUE SPACES.
       01 XrefRptFileStatus PIC XX VALUE SPACES.
       01 GameIdxFileStatus PIC XX VALUE SPACES.
       01 RunHistFileStatus PIC XX VALUE SPACES.

       01 RunStartDate PIC X(08) VALUE SPACES.
       01 RunStartTime PIC X(08) VALUE SPACES.

       01 LastMoveId PIC X(10) VALUE SPACES.
       01 LogFileCode PIC X(01) VALUE SPACE.
       01 IdClashState PIC 9 VALUE 0.
           88 IdClash VALUE 1.
       01 EndOfIndex PIC 9 VALUE 0.
           88 NoMoreIndex VALUE 1.
       01 MoveRecordsRead PIC 9(07) VALUE ZERO.
       01 LogRecordsRead PIC 9(07) VALUE ZERO.
       01 BatchRecordsRead PIC 9(07) VALUE ZERO.
       01 IdsIndexed PIC 9(07) VALUE ZERO.
       01 BlankIdCount PIC 9(05) VALUE ZERO.
       01 ExceptionCount PIC 9(05) VALUE ZERO.

       01 TodaysDate PIC X(08) VALUE SPACES.
       01 ReportLine PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Game Id Audit"
           ACCEPT RunStartDate FROM DATE YYYYMMDD
           ACCEPT RunStartTime FROM TIME.

         Setup SECTION.
           OPEN OUTPUT XrefRpt-File
             DISPLAY "Unable to open XREFRPT - status "
               XrefRptFileStatus
             MOVE 16 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

           MOVE SPACES TO ReportLine
           WRITE XrefRptRecord FROM ReportLine

      * Every id is matched on the GAMEIDX game-id index, which
      * holds one entry per logged game id with the number of times
      * the id appears on the log, as MOVEARCH headers and moves, and
      * on BATCHOUT - so no file is held in a table and the audit
      * runs the same however large the archive grows. The index is
      * only as good as its last load, so the logs are checked
      * against it as well.
           OPEN INPUT GameIdx-File
           IF GameIdxFileStatus NOT = "00"
             DISPLAY "Unable to open GAMEIDX - status "
               GameIdxFileStatus
             DISPLAY "Run TTGXLOAD to build the index, then rerun"
             CLOSE XrefRpt-File
             MOVE 16 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

         CheckMoveArch SECTION.
      * A MOVEARCH history with no logged result is a game that never
      * reached its Outro. A game's records sit together in the
      * archive, so the id is looked up once per run of records.
           MOVE SPACES TO LastMoveId
           OPEN INPUT MoveArch-File
           IF MoveArchFileStatus = "00"
             READ MoveArch-File
             PERFORM UNTIL MoveArchFileStatus NOT = "00"
               ADD 1 TO MoveRecordsRead
               IF MV-Game-Id NOT = LastMoveId
                 MOVE MV-Game-Id TO LastMoveId
                 MOVE MV-Game-Id TO GX-Game-Id
                 READ GameIdx-File
                 IF GameIdxFileStatus NOT = "00" OR GX-DeckLabel
                   MOVE SPACES TO ReportLine
                   STRING "MOVEARCH GAME " MV-Game-Id
                     " HAS NO LOGGED RESULT"
                     DELIMITED BY SIZE INTO ReportLine
                   PERFORM WriteException
                 END-IF
               END-IF
               READ MoveArch-File
             CLOSE MoveArch-File
           END-IF

         CheckGameLog SECTION.
      * The archive and the current period together are the full log
      * side - a game rolled to GLARCH still has its moves on
      * MOVEARCH and its batch result on BATCHOUT. A logged game the
      * index does not hold is one logged while the index could not
      * be written; the next index load puts it on.
           MOVE "A" TO LogFileCode
           OPEN INPUT GLArch-File
           IF GLArchFileStatus = "00"
             READ GLArch-File INTO GameLogRecord
             PERFORM UNTIL GLArchFileStatus NOT = "00"
               PERFORM CheckLogId
               READ GLArch-File INTO GameLogRecord
             END-PERFORM
             CLOSE GLArch-File
           END-IF

           MOVE "L" TO LogFileCode
           OPEN INPUT GameLog-File
           IF GameLogFileStatus = "00"
             READ GameLog-File INTO GameLogRecord
             PERFORM UNTIL GameLogFileStatus NOT = "00"
               PERFORM CheckLogId
               READ GameLog-File INTO GameLogRecord
             END-PERFORM
             CLOSE GameLog-File
           END-IF

         CheckBatchOut SECTION.
      * A BATCHOUT record with no logged counterpart is a deck game
      * that never finished.
           OPEN INPUT BatchOut-File
           IF BatchOutFileStatus = "00"
             READ BatchOut-File
             PERFORM UNTIL BatchOutFileStatus NOT = "00"
               ADD 1 TO BatchRecordsRead
               MOVE BO-Game-Id TO GX-Game-Id
               READ GameIdx-File
               IF GameIdxFileStatus NOT = "00" OR GX-DeckLabel
                 MOVE SPACES TO ReportLine
                 STRING "BATCHOUT GAME " BO-Game-Id
                   " HAS NO LOGGED RESULT"
                   DELIMITED BY SIZE INTO ReportLine
                 PERFORM WriteException
               END-IF
               READ BatchOut-File
             END-PERFORM
           END-IF

         Audit SECTION.
      * Logged game by logged game, in id order, passing over the
      * batch deck labels the index also holds: a logged game with
      * neither archived moves nor a batch result has no history
      * anywhere, and any id appearing twice in one file is a
      * collision or a replay that double-landed.
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
                 ADD 1 TO IdsIndexed
                 PERFORM AuditIndexEntry
               END-IF
             END-IF
           END-PERFORM
           CLOSE GameIdx-File

           IF BlankIdCount > 0
             MOVE SPACES TO ReportLine

         Outro SECTION.
           CLOSE XrefRpt-File
           DISPLAY IdsIndexed " logged game id(s) audited on GAMEIDX"
           IF ExceptionCount = 0
             DISPLAY "Audit clean - every game id ties out"
           ELSE
             DISPLAY ExceptionCount " exception(s) - see XREFRPT"
             MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM LogRun
           STOP RUN.

         WriteException SECTION.
           ADD 1 TO ExceptionCount
           WRITE XrefRptRecord FROM ReportLine.

         CheckLogId SECTION.
      * Records logged without an id predate the game ids - they can
      * never be tied to anything, so they are counted once rather
      * than matched. A logged game whose index entry is another
      * game - a different date and time, a deck label, or the same
      * game on the other file - shares its id with something else
      * on the log. Where the index already counts more than one
      * game under the id, the index pass below lists it instead.
           ADD 1 TO LogRecordsRead
           IF GL-Game-Id = SPACES
             ADD 1 TO BlankIdCount
           ELSE
             MOVE GL-Game-Id TO GX-Game-Id
             READ GameIdx-File
             IF GameIdxFileStatus NOT = "00"
               MOVE SPACES TO ReportLine
               STRING "LOGGED GAME " GL-Game-Id
                 " IS NOT ON GAMEIDX - RERUN TTGXLOAD"
                 DELIMITED BY SIZE INTO ReportLine
               PERFORM WriteException
             ELSE
               MOVE 0 TO IdClashState
               EVALUATE TRUE
                 WHEN GX-DeckLabel
                   SET IdClash TO TRUE
                 WHEN GX-Date = GL-Date AND GX-Time = GL-Time
                   IF GX-Log-File NOT = LogFileCode
                     SET IdClash TO TRUE
                   END-IF
                 WHEN GX-Log-Count < 2
                   SET IdClash TO TRUE
               END-EVALUATE
               IF IdClash
                 MOVE SPACES TO ReportLine
                 STRING "DUPLICATE ID " GL-Game-Id " - LOGGED GAMES"
                   DELIMITED BY SIZE INTO ReportLine
                 PERFORM WriteException
               END-IF
             END-IF
           END-IF.

         AuditIndexEntry SECTION.
           IF GX-Header-Count > 1
             MOVE SPACES TO ReportLine
             STRING "DUPLICATE ID " GX-Game-Id " - "
               GX-Header-Count " MOVEARCH HEADERS"
               DELIMITED BY SIZE INTO ReportLine
             PERFORM WriteException
           END-IF
           IF GX-Log-Count > 1
             MOVE SPACES TO ReportLine
             STRING "DUPLICATE ID " GX-Game-Id " - "
               GX-Log-Count " LOGGED GAMES"
               DELIMITED BY SIZE INTO ReportLine
             PERFORM WriteException
           END-IF
           IF GX-Batch-Count > 1
             MOVE SPACES TO ReportLine
             STRING "DUPLICATE ID " GX-Game-Id " - "
               GX-Batch-Count " BATCHOUT RECORDS"
               DELIMITED BY SIZE INTO ReportLine
             PERFORM WriteException
           END-IF
           IF GX-Header-Count = 0 AND GX-Move-Count = 0 AND
             GX-Batch-Count = 0
             MOVE SPACES TO ReportLine
             STRING "LOGGED GAME " GX-Game-Id
               " HAS NO MOVES AND NO BATCH RESULT"
               DELIMITED BY SIZE INTO ReportLine
             PERFORM WriteException
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
             MOVE "TTXREF" TO RH-Program-Id
             MOVE RunStartDate TO RH-Run-Date
             MOVE RunStartTime TO RH-Start-Time
             ACCEPT RH-End-Time FROM TIME
             COMPUTE RH-Records-In = MoveRecordsRead + LogRecordsRead
               + BatchRecordsRead
             MOVE ZERO TO RH-Records-Out
             MOVE ExceptionCount TO RH-Exceptions
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
