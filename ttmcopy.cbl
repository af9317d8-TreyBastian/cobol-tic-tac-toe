               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameLogFileStatus.

           SELECT RunHist-File ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunHistFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Work-File.
       01 WorkLogRecord PIC X(79).

       FD  GameLog-File.
       01 GameLogOutRecord PIC X(79).

       FD  RunHist-File.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       COPY GLWTRAIL.

       01 WorkFileStatus PIC XX VALUE SPACES.
       01 GameLogFileStatus PIC XX VALUE SPACES.
       01 RunHistFileStatus PIC XX VALUE SPACES.

       01 RunStartDate PIC X(08) VALUE SPACES.
       01 RunStartTime PIC X(08) VALUE SPACES.

       01 LastWorkRecord PIC X(79) VALUE SPACES.
       01 WorkReadCount PIC 9(05) VALUE ZERO.
       01 CopiedCount PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Month-End Copy-Back"
           ACCEPT RunStartDate FROM DATE YYYYMMDD
           ACCEPT RunStartTime FROM TIME.

         Setup SECTION.
      * The month-end roll leaves the current period on GAMELOGW;
             DISPLAY "Unable to open GAMELOGW - status " WorkFileStatus
             DISPLAY "GAMELOG left untouched - run the roll step first"
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

           MOVE SPACES TO LastWorkRecord
           READ Work-File
           PERFORM UNTIL WorkFileStatus NOT = "00"
             IF WorkLogRecord NOT = RollTrailerRecord
               ADD 1 TO WorkReadCount
             END-IF
             MOVE WorkLogRecord TO LastWorkRecord
             READ Work-File
           END-PERFORM
             DISPLAY "GAMELOG left untouched - delete GAMELOGW and "
               "rerun the roll step"
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

             DISPLAY "Unable to rewrite GAMELOG - status "
               GameLogFileStatus
             MOVE 12 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

         Outro SECTION.
           DISPLAY CopiedCount " current-period record(s) copied to "
             "GAMELOG"
           PERFORM LogRun
           STOP RUN.

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
             MOVE "TTMCOPY" TO RH-Program-Id
             MOVE RunStartDate TO RH-Run-Date
             MOVE RunStartTime TO RH-Start-Time
             ACCEPT RH-End-Time FROM TIME
             MOVE WorkReadCount TO RH-Records-In
             MOVE CopiedCount TO RH-Records-Out
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
