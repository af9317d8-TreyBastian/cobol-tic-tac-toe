               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BatchOutFileStatus.

           SELECT GameAdj-File ASSIGN TO GAMEADJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameAdjFileStatus.

           SELECT ReconRpt-File ASSIGN TO RECONRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReconRptFileStatus.

           SELECT RunHist-File ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunHistFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GLArch-File.
       01 GLArchRecord PIC X(79).

       FD  GameLog-File.
       01 GameLogInRecord PIC X(79).

       FD  Stats-File.
           COPY GAMESTAT.
       FD  BatchOut-File.
           COPY BATCHOUT.

       FD  GameAdj-File.
       01 GameAdjInRecord PIC X(148).

       FD  ReconRpt-File.
           COPY RECONRPT.

       FD  RunHist-File.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       COPY GAMELOG.
       COPY GAMEADJ.

       01 GLArchFileStatus PIC XX VALUE SPACES.
       01 GameLogFileStatus PIC XX VALUE SPACES.
       01 StatsFileStatus PIC XX VALUE SPACES.
       01 BatchOutFileStatus PIC XX VALUE SPACES.
       01 ReconRptFileStatus PIC XX VALUE SPACES.
       01 GameAdjFileStatus PIC XX VALUE SPACES.
       01 RunHistFileStatus PIC XX VALUE SPACES.

       01 RunStartDate PIC X(08) VALUE SPACES.
       01 RunStartTime PIC X(08) VALUE SPACES.

      * Game result adjustments off GAMEADJ, in the order they were
      * made, each marked off as its game turns up in the log.
       01 AdjustmentTable.
           02 AdjustmentEntry OCCURS 500 TIMES.
               03 AD-Game-Id PIC X(10) VALUE SPACES.
               03 AD-Game-Date PIC X(08) VALUE SPACES.
               03 AD-Game-Time PIC X(08) VALUE SPACES.
               03 AD-Prior-Outcome PIC 9(01) VALUE ZERO.
               03 AD-New-Outcome PIC 9(01) VALUE ZERO.
               03 AD-Game-Found PIC 9(01) VALUE ZERO.
                   88 AD-GameFound VALUE 1.
       01 AD-Max-Entries PIC 9(03) VALUE 500.
       01 AdjustmentCount PIC 9(03) VALUE ZERO.
       01 AdjIndex PIC 9(03) VALUE ZERO.
       01 EffectiveOutcome PIC 9(01) VALUE ZERO.

       01 LogPlayer1Wins PIC 9(05) VALUE ZERO.
       01 LogPlayer2Wins PIC 9(05) VALUE ZERO.
       01 BatchPlayer1Wins PIC 9(05) VALUE ZERO.
       01 BatchPlayer2Wins PIC 9(05) VALUE ZERO.
       01 BatchStalemates PIC 9(05) VALUE ZERO.
       01 AdjPlayer1Wins PIC S9(05) VALUE ZERO.
       01 AdjPlayer2Wins PIC S9(05) VALUE ZERO.
       01 AdjStalemates PIC S9(05) VALUE ZERO.
       01 ExpectedCount PIC S9(05) VALUE ZERO.
       01 ActualCount PIC 9(05) VALUE ZERO.
       01 ExceptionCount PIC 9(03) VALUE ZERO.

      * Exceptions are held as they are found and listed after the
      * control counts, so the counts open the report.
       01 ExceptionTable.
           02 ExceptionEntry OCCURS 200 TIMES.
               03 XL-Line PIC X(80) VALUE SPACES.
       01 XL-Max-Entries PIC 9(03) VALUE 200.
       01 ExceptionsHeld PIC 9(03) VALUE ZERO.
       01 XL-Index PIC 9(03) VALUE ZERO.
       01 ExceptionsNotListed PIC 9(03) VALUE ZERO.
       01 CategoryName PIC X(14) VALUE SPACES.

       01 TodaysDate PIC X(08) VALUE SPACES.
           02 FILLER PIC X(03) VALUE SPACES.
           02 CD-Stalemates PIC ZZZZ9.

       01 AdjustDetailLine.
           02 AN-Source PIC X(16) VALUE "ADJUSTMENTS".
           02 AN-P1Wins PIC -ZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 AN-P2Wins PIC -ZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 AN-Stalemates PIC -ZZZ9.

       01 ExceptionDetailLine.
           02 FILLER PIC X(12) VALUE "EXCEPTION - ".
           02 EX-Category PIC X(14).
           02 FILLER PIC X(09) VALUE " LOGGED ".
           02 EX-Actual PIC ZZZZ9.
           02 FILLER PIC X(20) VALUE " VS STATS+BATCH+ADJ ".
           02 EX-Expected PIC -ZZZZ9.

       01 AdjExceptionLine.
           02 FILLER PIC X(12) VALUE "EXCEPTION - ".
           02 AX-Reason PIC X(26).
           02 FILLER PIC X(06) VALUE " GAME ".
           02 AX-Game-Id PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 AX-Game-Date PIC X(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 AX-Game-Time PIC X(08).

       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Reconciliation"
           ACCEPT RunStartDate FROM DATE YYYYMMDD
           ACCEPT RunStartTime FROM TIME.

         Setup SECTION.
           OPEN OUTPUT ReconRpt-File
             DISPLAY "Unable to open RECONRPT - status "
               ReconRptFileStatus
             MOVE 16 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

           MOVE SPACES TO ReportLine
           WRITE ReconRptRecord FROM ReportLine

         LoadAdjustments SECTION.
      * Each game adjustment moves one game from the outcome it stood
      * at to its new outcome (or out of the count, for a void), so
      * the net of every adjustment is what the log should differ
      * from the totals recorded at play time. A no-show forfeit
      * against a tournament pairing has no game behind it and
      * takes no part here.
           OPEN INPUT GameAdj-File
           IF GameAdjFileStatus = "00"
             READ GameAdj-File INTO GameAdjRecord
             PERFORM UNTIL GameAdjFileStatus NOT = "00"
               IF AJ-GameTarget
                 IF AdjustmentCount >= AD-Max-Entries
                   DISPLAY "WARNING: adjustment table full ("
                     AD-Max-Entries ") - skipping game " AJ-Game-Id
                 ELSE
                   ADD 1 TO AdjustmentCount
                   MOVE AJ-Game-Id TO AD-Game-Id(AdjustmentCount)
                   MOVE AJ-Game-Date TO AD-Game-Date(AdjustmentCount)
                   MOVE AJ-Game-Time TO AD-Game-Time(AdjustmentCount)
                   MOVE AJ-Prior-Outcome TO
                     AD-Prior-Outcome(AdjustmentCount)
                   MOVE AJ-New-Outcome TO
                     AD-New-Outcome(AdjustmentCount)
                   EVALUATE AJ-Prior-Outcome
                     WHEN 1 SUBTRACT 1 FROM AdjPlayer1Wins
                     WHEN 2 SUBTRACT 1 FROM AdjPlayer2Wins
                     WHEN 3 SUBTRACT 1 FROM AdjStalemates
                   END-EVALUATE
                   EVALUATE AJ-New-Outcome
                     WHEN 1 ADD 1 TO AdjPlayer1Wins
                     WHEN 2 ADD 1 TO AdjPlayer2Wins
                     WHEN 3 ADD 1 TO AdjStalemates
                   END-EVALUATE
                 END-IF
               END-IF
               READ GameAdj-File INTO GameAdjRecord
             END-PERFORM
             CLOSE GameAdj-File
           ELSE
             IF GameAdjFileStatus NOT = "35"
               MOVE "GAMEADJ" TO CategoryName
               PERFORM FileOpenException
             END-IF
           END-IF.

         CountGameLog SECTION.
      * STATS and BATCHOUT carry lifetime totals, so the logged side
      * of the comparison must span the archived periods in GLARCH as
           END-IF.

         Reconcile SECTION.
      * An adjustment whose game never turned up in the log has been
      * netted into the expected side with nothing to match it.
           PERFORM VARYING AdjIndex FROM 1 BY 1
             UNTIL AdjIndex > AdjustmentCount
             IF NOT AD-GameFound(AdjIndex)
               MOVE "ADJUSTED GAME NOT LOGGED" TO AX-Reason
               PERFORM AdjustmentException
             END-IF
           END-PERFORM

           MOVE "GAMELOG+GLARCH" TO CD-Source
           MOVE LogPlayer1Wins TO CD-P1Wins
           MOVE LogPlayer2Wins TO CD-P2Wins
           MOVE BatchStalemates TO CD-Stalemates
           WRITE ReconRptRecord FROM CountDetailLine

           MOVE AdjPlayer1Wins TO AN-P1Wins
           MOVE AdjPlayer2Wins TO AN-P2Wins
           MOVE AdjStalemates TO AN-Stalemates
           WRITE ReconRptRecord FROM AdjustDetailLine

           MOVE SPACES TO ReportLine
           WRITE ReconRptRecord FROM ReportLine

      * The log (GLARCH plus GAMELOG) carries every finished game,
      * interactive and batch, while STATS counts interactive play
      * and BATCHOUT counts batch play, both at the result as played
      * - so per outcome the logged total, counted at each game's
      * adjusted outcome, must equal STATS plus BATCHOUT plus the net
      * of the result adjustments.
           MOVE "PLAYER 1 WINS" TO CategoryName
           MOVE LogPlayer1Wins TO ActualCount
           COMPUTE ExpectedCount = GS-Player1-Wins + BatchPlayer1Wins
             + AdjPlayer1Wins
           PERFORM CompareCounts

           MOVE "PLAYER 2 WINS" TO CategoryName
           MOVE LogPlayer2Wins TO ActualCount
           COMPUTE ExpectedCount = GS-Player2-Wins + BatchPlayer2Wins
             + AdjPlayer2Wins
           PERFORM CompareCounts

           MOVE "STALEMATES" TO CategoryName
           MOVE LogStalemates TO ActualCount
           COMPUTE ExpectedCount = GS-Stalemates + BatchStalemates
             + AdjStalemates
           PERFORM CompareCounts

           PERFORM VARYING XL-Index FROM 1 BY 1
             UNTIL XL-Index > ExceptionsHeld
             WRITE ReconRptRecord FROM XL-Line(XL-Index)
           END-PERFORM
           IF ExceptionCount > ExceptionsHeld
             COMPUTE ExceptionsNotListed = ExceptionCount
               - ExceptionsHeld
             MOVE SPACES TO ReportLine
             STRING ExceptionsNotListed
               " FURTHER EXCEPTION(S) NOT LISTED"
               DELIMITED BY SIZE INTO ReportLine
             WRITE ReconRptRecord FROM ReportLine
           END-IF

           MOVE SPACES TO ReportLine
           WRITE ReconRptRecord FROM ReportLine
           IF ExceptionCount = 0
             DISPLAY ExceptionCount " exception(s) - see RECONRPT"
             MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM LogRun
           STOP RUN.

         CompareCounts SECTION.
           IF ActualCount NOT = ExpectedCount
             MOVE CategoryName TO EX-Category
             MOVE ActualCount TO EX-Actual
             MOVE ExpectedCount TO EX-Expected
             MOVE ExceptionDetailLine TO ReportLine
             PERFORM HoldException
           END-IF.

         FileOpenException SECTION.
           MOVE SPACES TO ReportLine
           STRING "EXCEPTION - UNABLE TO OPEN " CategoryName
             DELIMITED BY SIZE INTO ReportLine
           PERFORM HoldException.

         AdjustmentException SECTION.
           MOVE AD-Game-Id(AdjIndex) TO AX-Game-Id
           MOVE AD-Game-Date(AdjIndex) TO AX-Game-Date
           MOVE AD-Game-Time(AdjIndex) TO AX-Game-Time
           MOVE AdjExceptionLine TO ReportLine
           PERFORM HoldException.

         HoldException SECTION.
      * Every exception counts; past a full table it is counted but
      * not listed.
           ADD 1 TO ExceptionCount
           IF ExceptionsHeld < XL-Max-Entries
             ADD 1 TO ExceptionsHeld
             MOVE ReportLine TO XL-Line(ExceptionsHeld)
           END-IF.

         CountOneGame SECTION.
      * The game counts at its latest adjusted outcome. The game is
      * matched on its date and time as well as its id, and each of
      * its adjustments must take it from the outcome the one before
      * left it at - an adjustment out of step with the log was made
      * against a result the game never had.
           MOVE GL-Outcome TO EffectiveOutcome
           PERFORM VARYING AdjIndex FROM 1 BY 1
             UNTIL AdjIndex > AdjustmentCount
             IF AD-Game-Id(AdjIndex) = GL-Game-Id AND
               AD-Game-Date(AdjIndex) = GL-Date AND
               AD-Game-Time(AdjIndex) = GL-Time
               MOVE 1 TO AD-Game-Found(AdjIndex)
               IF AD-Prior-Outcome(AdjIndex) NOT = EffectiveOutcome
                 MOVE "ADJUSTMENT OUT OF STEP" TO AX-Reason
                 PERFORM AdjustmentException
               END-IF
               MOVE AD-New-Outcome(AdjIndex) TO EffectiveOutcome
             END-IF
           END-PERFORM

           EVALUATE EffectiveOutcome
             WHEN 1 ADD 1 TO LogPlayer1Wins
             WHEN 2 ADD 1 TO LogPlayer2Wins
             WHEN 3 ADD 1 TO LogStalemates
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
             MOVE "TTRECON" TO RH-Program-Id
             MOVE RunStartDate TO RH-Run-Date
             MOVE RunStartTime TO RH-Start-Time
             ACCEPT RH-End-Time FROM TIME
             COMPUTE RH-Records-In = LogPlayer1Wins + LogPlayer2Wins
               + LogStalemates
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
