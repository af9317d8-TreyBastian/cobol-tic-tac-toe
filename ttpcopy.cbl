       IDENTIFICATION DIVISION.
       PROGRAM-ID. ttpcopy.
       AUTHOR. Trey Bastian.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Work-File ASSIGN TO PLAYERSW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WorkFileStatus.

           SELECT Players-File ASSIGN TO PLAYERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-Player-Id
               FILE STATUS IS PlayersFileStatus.

           SELECT Prior-File ASSIGN TO PRIORCPY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PriorFileStatus.

           SELECT RunHist-File ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunHistFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Work-File.
       01 WorkPlayerRecord PIC X(80).

       FD  Players-File.
           COPY PLAYMAST.

       FD  Prior-File.
       01 PriorCopyRecord PIC X(80).

       FD  RunHist-File.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       COPY FILTRAIL.

       01 WorkFileStatus PIC XX VALUE SPACES.
       01 PlayersFileStatus PIC XX VALUE SPACES.
       01 PriorFileStatus PIC XX VALUE SPACES.
       01 RunHistFileStatus PIC XX VALUE SPACES.

       01 RunStartDate PIC X(08) VALUE SPACES.
       01 RunStartTime PIC X(08) VALUE SPACES.

       01 EndOfMaster PIC 9 VALUE 0.
           88 NoMorePlayers VALUE 1.
       01 LastWorkRecord PIC X(80) VALUE SPACES.
       01 KeptCount PIC 9(05) VALUE ZERO.
       01 WorkReadCount PIC 9(05) VALUE ZERO.
       01 CopiedCount PIC 9(05) VALUE ZERO.
       01 FailedCount PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Players Master "
             "Replace"
           ACCEPT RunStartDate FROM DATE YYYYMMDD
           ACCEPT RunStartTime FROM TIME.

         Setup SECTION.
      * The guarded replace for the indexed PLAYERS master, which
      * the general replace step cannot write. A rebuild step leaves
      * the whole master, in player id order, on PLAYERSW ending in
      * the completion trailer; PLAYERS is only reloaded once the
      * work file is known to be readable and to end in the trailer,
      * and the prior master has been saved to PRIORCPY - so an
      * abended rebuild leaves the master untouched.
      *
      * PRIORCPY is written in the same form as PLAYERSW, trailer
      * and all, so a bad rebuild is backed out by running this step
      * again with PRIORCPY as the work file.
           OPEN INPUT Work-File
           IF WorkFileStatus NOT = "00"
             DISPLAY "Unable to open PLAYERSW - status " WorkFileStatus
             DISPLAY "PLAYERS left untouched - run the rebuild step "
               "first"
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

           MOVE SPACES TO LastWorkRecord
           READ Work-File
           PERFORM UNTIL WorkFileStatus NOT = "00"
             IF WorkPlayerRecord NOT = SaveTrailerRecord
               ADD 1 TO WorkReadCount
             END-IF
             MOVE WorkPlayerRecord TO LastWorkRecord
             READ Work-File
           END-PERFORM
           CLOSE Work-File
           IF LastWorkRecord NOT = SaveTrailerRecord
             DISPLAY "PLAYERSW has no completion trailer - the "
               "rebuild did not finish"
             DISPLAY "PLAYERS left untouched - delete PLAYERSW and "
               "rerun the rebuild step"
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

         KeepPrior SECTION.
      * A missing master just means PLAYERS is being built for the
      * first time - there is nothing to keep.
           OPEN INPUT Players-File
           IF PlayersFileStatus = "00"
             OPEN OUTPUT Prior-File
             IF PriorFileStatus NOT = "00"
               DISPLAY "Unable to open PRIORCPY - status "
                 PriorFileStatus
               DISPLAY "PLAYERS left untouched - no backout copy "
                 "could be kept"
               CLOSE Players-File
               MOVE 8 TO RETURN-CODE
               PERFORM LogRun
               STOP RUN
             END-IF
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
                 WRITE PriorCopyRecord FROM PlayerMasterRecord
                 ADD 1 TO KeptCount
               END-IF
             END-PERFORM
             WRITE PriorCopyRecord FROM SaveTrailerRecord
             CLOSE Players-File
             CLOSE Prior-File
           END-IF

           OPEN INPUT Work-File
           OPEN OUTPUT Players-File
           IF PlayersFileStatus NOT = "00"
             DISPLAY "Unable to reload PLAYERS - status "
               PlayersFileStatus
             MOVE 12 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

         CopyBack SECTION.
           READ Work-File
           PERFORM UNTIL WorkFileStatus NOT = "00"
             IF WorkPlayerRecord NOT = SaveTrailerRecord
               MOVE WorkPlayerRecord TO PlayerMasterRecord
               WRITE PlayerMasterRecord
               IF PlayersFileStatus = "00"
                 ADD 1 TO CopiedCount
               ELSE
                 DISPLAY "Unable to load player " PM-Player-Id
                   " - status " PlayersFileStatus
                 ADD 1 TO FailedCount
               END-IF
             END-IF
             READ Work-File
           END-PERFORM
           CLOSE Work-File
           CLOSE Players-File

         Outro SECTION.
           DISPLAY KeptCount " prior player(s) kept on PRIORCPY"
           DISPLAY CopiedCount " player(s) loaded to PLAYERS"
           IF FailedCount > 0
             DISPLAY FailedCount " player(s) not loaded - back out "
               "from PRIORCPY"
             MOVE 12 TO RETURN-CODE
           END-IF
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
             MOVE "TTPCOPY" TO RH-Program-Id
             MOVE RunStartDate TO RH-Run-Date
             MOVE RunStartTime TO RH-Start-Time
             ACCEPT RH-End-Time FROM TIME
             MOVE WorkReadCount TO RH-Records-In
             MOVE CopiedCount TO RH-Records-Out
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
