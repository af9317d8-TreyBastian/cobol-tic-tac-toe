               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TourSchedFileStatus.

           SELECT GameAdj-File ASSIGN TO GAMEADJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameAdjFileStatus.

           SELECT GLogWrk-File ASSIGN TO GLOGWRK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLogWrkFileStatus.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TschWrkFileStatus.

           SELECT AdjWrk-File ASSIGN TO ADJWRK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AdjWrkFileStatus.

           SELECT RunHist-File ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunHistFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Renames-File.
           COPY RENAMLOG.

       FD  GameLog-File.
       01 GameLogInRecord PIC X(79).

       FD  GLArch-File.
       01 GLArchRecord PIC X(79).

       FD  Summary-File.
       01 SummaryInRecord PIC X(46).
       FD  TourSched-File.
       01 TourSchedInRecord PIC X(80).

       FD  GameAdj-File.
       01 GameAdjInRecord PIC X(148).

       FD  GLogWrk-File.
       01 GLogWrkRecord PIC X(80).

       FD  TschWrk-File.
       01 TschWrkRecord PIC X(80).

       FD  AdjWrk-File.
       01 AdjWrkRecord PIC X(148).

       FD  RunHist-File.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       COPY FILTRAIL.
       COPY GAMELOG.
       COPY PERIDSUM.
       COPY PLAYRATE.
       COPY TSCHED.
       COPY GAMEADJ.

       01 RenamesFileStatus PIC XX VALUE SPACES.
       01 GameLogFileStatus PIC XX VALUE SPACES.
       01 SumWrkFileStatus PIC XX VALUE SPACES.
       01 RateWrkFileStatus PIC XX VALUE SPACES.
       01 TschWrkFileStatus PIC XX VALUE SPACES.
       01 GameAdjFileStatus PIC XX VALUE SPACES.
       01 AdjWrkFileStatus PIC XX VALUE SPACES.
       01 RunHistFileStatus PIC XX VALUE SPACES.

       01 RunStartDate PIC X(08) VALUE SPACES.
       01 RunStartTime PIC X(08) VALUE SPACES.

       01 RenameTable.
           02 RenameEntry OCCURS 200 TIMES.
       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Rename Realign"
           ACCEPT RunStartDate FROM DATE YYYYMMDD
           ACCEPT RunStartTime FROM TIME.

         Setup SECTION.
      * The RENAMES log is applied oldest first, so a record keyed on
           IF RenameCount = 0
             DISPLAY "No renames logged - nothing to realign"
             MOVE 4 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

             DISPLAY "Unable to open GLOGWRK - status "
               GLogWrkFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF
           OPEN INPUT GameLog-File
             DISPLAY "Unable to open GLARWRK - status "
               GLArWrkFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF
           OPEN INPUT GLArch-File
             DISPLAY "Unable to open SUMWRK - status "
               SumWrkFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF
           OPEN INPUT Summary-File
             DISPLAY "Unable to open RATEWRK - status "
               RateWrkFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF
           OPEN INPUT Ratings-File
             DISPLAY "Unable to open TSCHWRK - status "
               TschWrkFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF
           OPEN INPUT TourSched-File
           WRITE TschWrkRecord FROM SaveTrailerRecord
           CLOSE TschWrk-File

         RealignGameAdj SECTION.
      * The result adjustments carry the players' names as they
      * stood on the game, so they move with the log - the reports
      * apply an adjustment to the names on it.
           OPEN OUTPUT AdjWrk-File
           IF AdjWrkFileStatus NOT = "00"
             DISPLAY "Unable to open ADJWRK - status "
               AdjWrkFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF
           OPEN INPUT GameAdj-File
           IF GameAdjFileStatus = "00"
             READ GameAdj-File INTO GameAdjRecord
             PERFORM UNTIL GameAdjFileStatus NOT = "00"
               MOVE AJ-Player1-Name TO WorkPlayerName
               PERFORM MapName
               MOVE WorkPlayerName TO AJ-Player1-Name
               MOVE AJ-Player2-Name TO WorkPlayerName
               PERFORM MapName
               MOVE WorkPlayerName TO AJ-Player2-Name
               WRITE AdjWrkRecord FROM GameAdjRecord
               READ GameAdj-File INTO GameAdjRecord
             END-PERFORM
             CLOSE GameAdj-File
           END-IF
           WRITE AdjWrkRecord FROM SaveTrailerRecord
           CLOSE AdjWrk-File

         Outro SECTION.
           DISPLAY RenameCount " rename(s) applied, " NamesMoved
             " name field(s) moved to the current name"
           DISPLAY "Run the guarded replace steps to put the work "
             "files live"
           PERFORM LogRun
           STOP RUN.

         MapName SECTION.
               ADD 1 TO NamesMoved
             END-IF
           END-PERFORM.

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
             MOVE "TTRENAME" TO RH-Program-Id
             MOVE RunStartDate TO RH-Run-Date
             MOVE RunStartTime TO RH-Start-Time
             ACCEPT RH-End-Time FROM TIME
             MOVE RenameCount TO RH-Records-In
             MOVE NamesMoved TO RH-Records-Out
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
