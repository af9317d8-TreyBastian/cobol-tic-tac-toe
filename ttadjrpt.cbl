       IDENTIFICATION DIVISION.
       PROGRAM-ID. ttadjrpt.
       AUTHOR. Trey Bastian.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GameAdj-File ASSIGN TO GAMEADJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameAdjFileStatus.

           SELECT AdjRpt-File ASSIGN TO ADJRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AdjRptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GameAdj-File.
       01 GameAdjInRecord PIC X(148).

       FD  AdjRpt-File.
           COPY ADJRPT.

       WORKING-STORAGE SECTION.
       COPY GAMEADJ.

       01 GameAdjFileStatus PIC XX VALUE SPACES.
       01 AdjRptFileStatus PIC XX VALUE SPACES.
       01 TodaysDate PIC X(08) VALUE SPACES.

      * The period card carries the first and last dates to report,
      * YYYYMMDD each. A blank card reports the month to date.
       01 PeriodCard.
           02 PC-From-Date PIC X(08).
           02 PC-To-Date PIC X(08).
       01 PeriodFrom PIC X(08) VALUE SPACES.
       01 PeriodTo PIC X(08) VALUE SPACES.

       01 AdjustmentsRead PIC 9(05) VALUE ZERO.
       01 AdjustmentsListed PIC 9(05) VALUE ZERO.
       01 VoidCount PIC 9(05) VALUE ZERO.
       01 ReversalCount PIC 9(05) VALUE ZERO.
       01 GameForfeitCount PIC 9(05) VALUE ZERO.
       01 NoShowCount PIC 9(05) VALUE ZERO.

       01 WorkOutcome PIC 9(01) VALUE ZERO.
       01 OutcomeText PIC X(12) VALUE SPACES.

       01 AdjustmentLine.
           02 AL-Date PIC X(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 AL-Type PIC X(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 AL-Target PIC X(16).
           02 FILLER PIC X(01) VALUE SPACES.
           02 AL-Name1 PIC X(20).
           02 FILLER PIC X(04) VALUE " VS ".
           02 AL-Name2 PIC X(20).

       01 ChangeLine.
           02 FILLER PIC X(04) VALUE SPACES.
           02 CL-Prior PIC X(12).
           02 FILLER PIC X(04) VALUE " -> ".
           02 CL-New PIC X(12).
           02 FILLER PIC X(05) VALUE "  BY ".
           02 CL-Authorised-By PIC X(20).
           02 CL-Played-Label PIC X(08).
           02 CL-Played-Date PIC X(08).

       01 ReasonLine.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "REASON: ".
           02 RL-Reason PIC X(40).

       01 TotalLine.
           02 TL-Label PIC X(30).
           02 TL-Count PIC ZZZZ9.

       01 ReportLine PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Adjustments Audit".

         Setup SECTION.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           MOVE SPACES TO PeriodCard
           ACCEPT PeriodCard
           IF PeriodCard = SPACES
             MOVE TodaysDate TO PeriodFrom
             MOVE "01" TO PeriodFrom(7:2)
             MOVE TodaysDate TO PeriodTo
           ELSE
             IF PC-From-Date NOT NUMERIC OR PC-To-Date NOT NUMERIC OR
               PC-From-Date > PC-To-Date
               DISPLAY "Invalid period card - " PeriodCard
               DISPLAY "Code the first and last dates as YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE PC-From-Date TO PeriodFrom
             MOVE PC-To-Date TO PeriodTo
           END-IF

           OPEN OUTPUT AdjRpt-File
           IF AdjRptFileStatus NOT = "00"
             DISPLAY "Unable to open ADJRPT - status "
               AdjRptFileStatus
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

           MOVE "TREY'S DEV SHED TIC TAC TOE - RESULT ADJUSTMENTS AUDIT"
             TO AdjRptRecord
           WRITE AdjRptRecord
           MOVE SPACES TO ReportLine
           STRING "CORRECTIONS MADE " PeriodFrom " TO " PeriodTo
             DELIMITED BY SIZE INTO ReportLine
           WRITE AdjRptRecord FROM ReportLine
           MOVE SPACES TO AdjRptRecord
           WRITE AdjRptRecord

         ListAdjustments SECTION.
      * Every correction made in the period, in the order it was
      * made - the date is the day the adjustment was recorded, not
      * the day the game was played.
           OPEN INPUT GameAdj-File
           IF GameAdjFileStatus = "00"
             READ GameAdj-File INTO GameAdjRecord
             PERFORM UNTIL GameAdjFileStatus NOT = "00"
               ADD 1 TO AdjustmentsRead
               IF AJ-Date NOT < PeriodFrom AND AJ-Date NOT > PeriodTo
                 PERFORM PrintAdjustment
               END-IF
               READ GameAdj-File INTO GameAdjRecord
             END-PERFORM
             CLOSE GameAdj-File
           END-IF

           IF AdjustmentsListed = 0
             MOVE "NO RESULT ADJUSTMENTS MADE IN THE PERIOD" TO
               AdjRptRecord
             WRITE AdjRptRecord
           END-IF

         PrintTotals SECTION.
           MOVE SPACES TO AdjRptRecord
           WRITE AdjRptRecord
           MOVE "GAMES VOIDED" TO TL-Label
           MOVE VoidCount TO TL-Count
           WRITE AdjRptRecord FROM TotalLine
           MOVE "GAME RESULTS REVERSED" TO TL-Label
           MOVE ReversalCount TO TL-Count
           WRITE AdjRptRecord FROM TotalLine
           MOVE "GAMES FORFEITED" TO TL-Label
           MOVE GameForfeitCount TO TL-Count
           WRITE AdjRptRecord FROM TotalLine
           MOVE "PAIRINGS FORFEITED (NO-SHOW)" TO TL-Label
           MOVE NoShowCount TO TL-Count
           WRITE AdjRptRecord FROM TotalLine
           MOVE "TOTAL ADJUSTMENTS IN PERIOD" TO TL-Label
           MOVE AdjustmentsListed TO TL-Count
           WRITE AdjRptRecord FROM TotalLine
           MOVE "TOTAL ADJUSTMENTS ON FILE" TO TL-Label
           MOVE AdjustmentsRead TO TL-Count
           WRITE AdjRptRecord FROM TotalLine.

         Outro SECTION.
           CLOSE AdjRpt-File
           DISPLAY AdjustmentsListed " adjustment(s) in the period - "
             "see ADJRPT"
           STOP RUN.

         PrintAdjustment SECTION.
           ADD 1 TO AdjustmentsListed
           MOVE AJ-Date TO AL-Date
           MOVE SPACES TO AL-Target
           EVALUATE TRUE
             WHEN AJ-Void
               MOVE "VOID" TO AL-Type
               ADD 1 TO VoidCount
             WHEN AJ-Reversal
               MOVE "REVERSAL" TO AL-Type
               ADD 1 TO ReversalCount
             WHEN AJ-Forfeit AND AJ-PairingTarget
               MOVE "NO-SHOW" TO AL-Type
               ADD 1 TO NoShowCount
             WHEN AJ-Forfeit
               MOVE "FORFEIT" TO AL-Type
               ADD 1 TO GameForfeitCount
             WHEN OTHER
               MOVE "UNKNOWN" TO AL-Type
           END-EVALUATE
           IF AJ-PairingTarget
             STRING "ROUND " AJ-Round DELIMITED BY SIZE INTO AL-Target
           ELSE
             STRING "GAME " AJ-Game-Id DELIMITED BY SIZE
               INTO AL-Target
           END-IF
           MOVE AJ-Player1-Name TO AL-Name1
           MOVE AJ-Player2-Name TO AL-Name2
           WRITE AdjRptRecord FROM AdjustmentLine

           MOVE AJ-Prior-Outcome TO WorkOutcome
           PERFORM DescribeOutcome
           MOVE OutcomeText TO CL-Prior
           IF AJ-PairingTarget
             MOVE "UNPLAYED" TO CL-Prior
           END-IF
           MOVE AJ-New-Outcome TO WorkOutcome
           PERFORM DescribeOutcome
           MOVE OutcomeText TO CL-New
           MOVE AJ-Authorised-By TO CL-Authorised-By
           IF AJ-PairingTarget
             MOVE SPACES TO CL-Played-Label
             MOVE SPACES TO CL-Played-Date
           ELSE
             MOVE " PLAYED " TO CL-Played-Label
             MOVE AJ-Game-Date TO CL-Played-Date
           END-IF
           WRITE AdjRptRecord FROM ChangeLine

           MOVE AJ-Reason TO RL-Reason
           WRITE AdjRptRecord FROM ReasonLine.

         DescribeOutcome SECTION.
           EVALUATE WorkOutcome
             WHEN 0 MOVE "VOID" TO OutcomeText
             WHEN 1 MOVE "PLAYER 1 WIN" TO OutcomeText
             WHEN 2 MOVE "PLAYER 2 WIN" TO OutcomeText
             WHEN 3 MOVE "STALEMATE" TO OutcomeText
             WHEN OTHER MOVE "UNFINISHED" TO OutcomeText
           END-EVALUATE.
