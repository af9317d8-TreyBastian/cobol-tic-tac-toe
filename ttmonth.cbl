               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WorkFileStatus.

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
       FD  GameLog-File.
           COPY GAMELOG.

       FD  GLArch-File.
       01 ArchLogRecord PIC X(79).

       FD  Summary-File.
           COPY PERIDSUM.

       FD  Work-File.
       01 WorkLogRecord PIC X(79).

       FD  GameIdx-File.
           COPY GAMEIDX.

       FD  RunHist-File.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       COPY GLWTRAIL.
       01 GLArchFileStatus PIC XX VALUE SPACES.
       01 SummaryFileStatus PIC XX VALUE SPACES.
       01 WorkFileStatus PIC XX VALUE SPACES.
       01 GameIdxFileStatus PIC XX VALUE SPACES.
       01 RunHistFileStatus PIC XX VALUE SPACES.

       01 RunStartDate PIC X(08) VALUE SPACES.
       01 RunStartTime PIC X(08) VALUE SPACES.

       01 CurrentPeriod PIC X(06) VALUE SPACES.
       01 ArchivedCount PIC 9(05) VALUE ZERO.
       01 KeptCount PIC 9(05) VALUE ZERO.
       01 ReindexedCount PIC 9(05) VALUE ZERO.
       01 NotIndexedCount PIC 9(05) VALUE ZERO.

       01 SummaryTable.
           02 SummaryEntry OCCURS 200 TIMES.
       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Month-End Archive"
           ACCEPT RunStartDate FROM DATE YYYYMMDD
           ACCEPT RunStartTime FROM TIME.

         Setup SECTION.
           ACCEPT CurrentPeriod FROM DATE YYYYMMDD
             DISPLAY "Unable to open GAMELOG - status "
               GameLogFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

      * The GAMEIDX game-id index is repointed at GLARCH for every
      * game rolled there. Repointing is the same on a rerun, so an
      * abended roll rerun from the top leaves the index right.
           OPEN I-O GameIdx-File
           IF GameIdxFileStatus NOT = "00"
             DISPLAY "Unable to open GAMEIDX - status "
               GameIdxFileStatus
             DISPLAY "Run TTGXLOAD to build the index, then rerun"
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

           IF GLArchFileStatus NOT = "00"
             DISPLAY "Unable to open GLARCH - status " GLArchFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

           IF WorkFileStatus NOT = "00"
             DISPLAY "Unable to open GAMELOGW - status " WorkFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

               WRITE ArchLogRecord FROM GameLogRecord
               ADD 1 TO ArchivedCount
               PERFORM TallyPeriod
               PERFORM ReindexGame
             ELSE
               WRITE WorkLogRecord FROM GameLogRecord
               ADD 1 TO KeptCount
           END-PERFORM
           CLOSE GameLog-File
           CLOSE GLArch-File
           CLOSE GameIdx-File
      * The trailer marks the sweep as complete - the copy-back step
      * refuses a work file without it, so an abended sweep can never
      * replace GAMELOG with a partial current period.
               DISPLAY "Unable to open SUMMARY - status "
                 SummaryFileStatus
               MOVE 8 TO RETURN-CODE
               PERFORM LogRun
               STOP RUN
             END-IF
             PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > SummaryCount
           DISPLAY ArchivedCount " record(s) archived to GLARCH"
           DISPLAY SummaryCount " period summary record(s) written"
           DISPLAY KeptCount " current-period record(s) on GAMELOGW"
           DISPLAY ReindexedCount " game(s) repointed at GLARCH on "
             "GAMEIDX"
           IF NotIndexedCount > 0
             DISPLAY "WARNING: " NotIndexedCount " archived game(s) "
               "not on GAMEIDX - run TTGXLOAD to rebuild it"
           END-IF
           DISPLAY "Run the copy-back step to replace GAMELOG"
           PERFORM LogRun
           STOP RUN.

         TallyPeriod SECTION.
               WHEN WorkStalemate ADD 1 TO SU-Stalemates(FoundIndex)
             END-EVALUATE
           END-IF.

         ReindexGame SECTION.
      * Only the game the index holds is repointed - a later game
      * logged under a duplicated id leaves the entry alone. A game
      * missing from the index is only warned about: the roll goes
      * on, and the next index load puts it back. A game with no id
      * was never indexed and is passed over.
           IF GL-Game-Id NOT = SPACES
             MOVE GL-Game-Id TO GX-Game-Id
             READ GameIdx-File
             IF GameIdxFileStatus NOT = "00"
               ADD 1 TO NotIndexedCount
             ELSE
               IF GX-Date = GL-Date AND GX-Time = GL-Time AND
                 NOT GX-DeckLabel
                 SET GX-OnGLArch TO TRUE
                 REWRITE GameIndexRecord
                 IF GameIdxFileStatus = "00"
                   ADD 1 TO ReindexedCount
                 ELSE
                   DISPLAY "WARNING: unable to repoint game "
                     GL-Game-Id " - status " GameIdxFileStatus
                   ADD 1 TO NotIndexedCount
                 END-IF
               END-IF
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
             MOVE "TTMONTH" TO RH-Program-Id
             MOVE RunStartDate TO RH-Run-Date
             MOVE RunStartTime TO RH-Start-Time
             ACCEPT RH-End-Time FROM TIME
             COMPUTE RH-Records-In = ArchivedCount + KeptCount
             MOVE ArchivedCount TO RH-Records-Out
             MOVE NotIndexedCount TO RH-Exceptions
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
