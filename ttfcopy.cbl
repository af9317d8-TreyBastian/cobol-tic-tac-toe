               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PriorFileStatus.

           SELECT RunHist-File ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunHistFileStatus.

       DATA DIVISION.
       FILE SECTION.
      * The records are sized for the widest master copied through
      * here (the GAMEADJ adjustments file); shorter masters copy
      * through unchanged.
       FD  Work-File.
       01 WorkCopyRecord PIC X(200).

       FD  Live-File.
       01 LiveCopyRecord PIC X(200).

       FD  Prior-File.
       01 PriorCopyRecord PIC X(200).

       FD  RunHist-File.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       COPY FILTRAIL.
       01 WorkFileStatus PIC XX VALUE SPACES.
       01 LiveFileStatus PIC XX VALUE SPACES.
       01 PriorFileStatus PIC XX VALUE SPACES.
       01 RunHistFileStatus PIC XX VALUE SPACES.

       01 RunStartDate PIC X(08) VALUE SPACES.
       01 RunStartTime PIC X(08) VALUE SPACES.

       01 LastWorkRecord PIC X(200) VALUE SPACES.
       01 KeptCount PIC 9(05) VALUE ZERO.
       01 StepLabel PIC X(16) VALUE SPACES.
       01 WorkReadCount PIC 9(05) VALUE ZERO.
       01 CopiedCount PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Guarded Replace"
           ACCEPT RunStartDate FROM DATE YYYYMMDD
           ACCEPT RunStartTime FROM TIME.

         Setup SECTION.
      * A rebuild step leaves the new version of a master file on
      * PRIORCPY - so an abended rebuild leaves the master untouched
      * and a bad rebuild can be backed out by copying PRIORCPY back
      * over the live file.
      *
      * The SYSIN card names the step (job and step name, columns
      * 1-16) for the run history, which sees every replace step as
      * the same program otherwise.
           ACCEPT StepLabel
           OPEN INPUT Work-File
           IF WorkFileStatus NOT = "00"
             DISPLAY "Unable to open WORKFILE - status " WorkFileStatus
             DISPLAY "Live file left untouched - run the rebuild "
               "step first"
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

           MOVE SPACES TO LastWorkRecord
           READ Work-File
           PERFORM UNTIL WorkFileStatus NOT = "00"
             IF WorkCopyRecord NOT = SaveTrailerRecord
               ADD 1 TO WorkReadCount
             END-IF
             MOVE WorkCopyRecord TO LastWorkRecord
             READ Work-File
           END-PERFORM
             DISPLAY "Live file left untouched - delete WORKFILE and "
               "rerun the rebuild step"
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

               DISPLAY "Live file left untouched - no backout copy "
                 "could be kept"
               MOVE 8 TO RETURN-CODE
               PERFORM LogRun
               STOP RUN
             END-IF
             READ Live-File
             DISPLAY "Unable to rewrite LIVEFILE - status "
               LiveFileStatus
             MOVE 12 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

         Outro SECTION.
           DISPLAY KeptCount " prior record(s) kept on PRIORCPY"
           DISPLAY CopiedCount " record(s) copied to the live file"
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
             MOVE "TTFCOPY" TO RH-Program-Id
             MOVE StepLabel TO RH-Step-Label
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
