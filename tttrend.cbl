               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SummaryFileStatus.

           SELECT GameAdj-File ASSIGN TO GAMEADJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameAdjFileStatus.

           SELECT TrendRpt-File ASSIGN TO TRENDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TrendRptFileStatus.
       FD  Summary-File.
           COPY PERIDSUM.

       FD  GameAdj-File.
           COPY GAMEADJ.

       FD  TrendRpt-File.
           COPY TRENDRPT.

       WORKING-STORAGE SECTION.
       01 SummaryFileStatus PIC XX VALUE SPACES.
       01 TrendRptFileStatus PIC XX VALUE SPACES.
       01 GameAdjFileStatus PIC XX VALUE SPACES.

       01 SummaryTable.
           02 SummaryEntry OCCURS 200 TIMES.
       01 TMP3 PIC 9(03) VALUE ZERO.
       01 SwapPeriod PIC X(06) VALUE SPACES.

       01 WorkPeriod PIC X(06) VALUE SPACES.
       01 WorkPlayerName PIC X(20) VALUE SPACES.
       01 WorkResult PIC 9(01) VALUE ZERO.
           88 WorkWin VALUE 1.
           88 WorkLoss VALUE 2.
           88 WorkStalemate VALUE 3.
       01 TallyStep PIC 9(01) VALUE ZERO.
           88 TallyingOut VALUE 1.
           88 TallyingIn VALUE 2.

       01 AwardDetailLine.
           02 AW-Period PIC X(06).
           02 FILLER PIC X(02) VALUE SPACES.
           END-PERFORM
           CLOSE Summary-File

         ApplyAdjustments SECTION.
      * SUMMARY holds each closed period as played, so the result
      * adjustments are applied on top: each one takes its game out
      * of the period it was played in at the outcome it stood at
      * before the adjustment, and puts it back at its new outcome,
      * or not at all for a void. Adjustments against games in the
      * still-open period find no period line yet and are picked up
      * once the period is closed. A no-show forfeit has no game
      * behind it and counts in the tournament standings only.
           OPEN INPUT GameAdj-File
           IF GameAdjFileStatus = "00"
             READ GameAdj-File
             PERFORM UNTIL GameAdjFileStatus NOT = "00"
               IF AJ-GameTarget
                 MOVE AJ-Game-Date(1:6) TO WorkPeriod
                 SET TallyingOut TO TRUE
                 MOVE AJ-Prior-Outcome TO WorkResult
                 PERFORM AdjustBothPlayers
                 SET TallyingIn TO TRUE
                 MOVE AJ-New-Outcome TO WorkResult
                 PERFORM AdjustBothPlayers
               END-IF
               READ GameAdj-File
             END-PERFORM
             CLOSE GameAdj-File
           END-IF

         CollectPeriods SECTION.
      * Distinct periods, sorted ascending - the period text is
      * YYYYMM so a plain compare puts them in date order. The trend
           DISPLAY PeriodCount " period(s) and " PlayerCount
             " player(s) reported - see TRENDRPT".
           STOP RUN.

         AdjustBothPlayers SECTION.
           IF WorkResult >= 1 AND WorkResult <= 3
             MOVE AJ-Player1-Name TO WorkPlayerName
             PERFORM AdjustPeriodLine
             MOVE AJ-Player2-Name TO WorkPlayerName
             EVALUATE TRUE
               WHEN WorkWin MOVE 2 TO WorkResult
               WHEN WorkLoss MOVE 1 TO WorkResult
               WHEN OTHER CONTINUE
             END-EVALUATE
             PERFORM AdjustPeriodLine
           END-IF.

         AdjustPeriodLine SECTION.
      * A count already at zero is left there - the game it would
      * take out was never summarised.
           MOVE 0 TO FoundIndex
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > SummaryCount
             OR FoundIndex NOT = 0
             IF SU-Period(TMP) = WorkPeriod AND
               SU-Name(TMP) = WorkPlayerName
               MOVE TMP TO FoundIndex
             END-IF
           END-PERFORM

           IF FoundIndex NOT = 0
             IF TallyingIn
               ADD 1 TO SU-Games(FoundIndex)
               EVALUATE TRUE
                 WHEN WorkWin ADD 1 TO SU-Wins(FoundIndex)
                 WHEN WorkLoss ADD 1 TO SU-Losses(FoundIndex)
                 WHEN WorkStalemate
                   ADD 1 TO SU-Stalemates(FoundIndex)
               END-EVALUATE
             ELSE
               IF SU-Games(FoundIndex) > 0
                 SUBTRACT 1 FROM SU-Games(FoundIndex)
                 EVALUATE TRUE
                   WHEN WorkWin AND SU-Wins(FoundIndex) > 0
                     SUBTRACT 1 FROM SU-Wins(FoundIndex)
                   WHEN WorkLoss AND SU-Losses(FoundIndex) > 0
                     SUBTRACT 1 FROM SU-Losses(FoundIndex)
                   WHEN WorkStalemate AND
                     SU-Stalemates(FoundIndex) > 0
                     SUBTRACT 1 FROM SU-Stalemates(FoundIndex)
                 END-EVALUATE
               END-IF
             END-IF
           END-IF.
