               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SummaryFileStatus.

           SELECT GameAdj-File ASSIGN TO GAMEADJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameAdjFileStatus.

           SELECT LeaderRpt-File ASSIGN TO LEADRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LeaderRptFileStatus.
       FD  Summary-File.
           COPY PERIDSUM.

       FD  GameAdj-File.
           COPY GAMEADJ.

       FD  LeaderRpt-File.
           COPY LEADRPT.

       01 GameLogFileStatus PIC XX VALUE SPACES.
       01 SummaryFileStatus PIC XX VALUE SPACES.
       01 LeaderRptFileStatus PIC XX VALUE SPACES.
       01 GameAdjFileStatus PIC XX VALUE SPACES.

       01 PlayerTable.
           02 PlayerEntry OCCURS 50 TIMES.
             READ GameLog-File
           END-PERFORM

      * Result adjustments are applied on top of the totals: each one
      * takes the game out at the outcome it stood at before the
      * adjustment and puts it back at its new outcome, or not at all
      * for a void. The prior/new pairs chain, so a game adjusted
      * twice nets out to its latest outcome, whether the game is
      * still in GAMELOG or already rolled into SUMMARY. A no-show
      * forfeit has no game behind it and counts in the tournament
      * standings only.
           OPEN INPUT GameAdj-File
           IF GameAdjFileStatus = "00"
             READ GameAdj-File
             PERFORM UNTIL GameAdjFileStatus NOT = "00"
               IF AJ-GameTarget
                 IF AJ-Prior-Outcome >= 1 AND AJ-Prior-Outcome <= 3
                   MOVE AJ-Player1-Name TO WorkPlayerName
                   MOVE AJ-Prior-Outcome TO WorkResult
                   PERFORM UntallyResult
                   MOVE AJ-Player2-Name TO WorkPlayerName
                   EVALUATE AJ-Prior-Outcome
                     WHEN 1 MOVE 2 TO WorkResult
                     WHEN 2 MOVE 1 TO WorkResult
                     WHEN 3 MOVE 3 TO WorkResult
                   END-EVALUATE
                   PERFORM UntallyResult
                 END-IF
                 IF AJ-New-Outcome >= 1 AND AJ-New-Outcome <= 3
                   MOVE AJ-Player1-Name TO WorkPlayerName
                   MOVE AJ-New-Outcome TO WorkResult
                   PERFORM TallyResult
                   MOVE AJ-Player2-Name TO WorkPlayerName
                   EVALUATE AJ-New-Outcome
                     WHEN 1 MOVE 2 TO WorkResult
                     WHEN 2 MOVE 1 TO WorkResult
                     WHEN 3 MOVE 3 TO WorkResult
                   END-EVALUATE
                   PERFORM TallyResult
                 END-IF
               END-IF
               READ GameAdj-File
             END-PERFORM
             CLOSE GameAdj-File
           END-IF

      * Selection sort, descending by wins, so rank 1 leads the report
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > PlayerCount
             PERFORM VARYING TMP2 FROM TMP BY 1 UNTIL TMP2 > PlayerCount
             END-EVALUATE
           END-IF.

         UntallyResult SECTION.
      * A count already at zero is left there - the game it would
      * take out was never tallied here.
           PERFORM FindPlayer

           IF FoundIndex NOT = 0 AND PT-Games(FoundIndex) > 0
             SUBTRACT 1 FROM PT-Games(FoundIndex)
             EVALUATE TRUE
               WHEN WorkWin AND PT-Wins(FoundIndex) > 0
                 SUBTRACT 1 FROM PT-Wins(FoundIndex)
               WHEN WorkLoss AND PT-Losses(FoundIndex) > 0
                 SUBTRACT 1 FROM PT-Losses(FoundIndex)
               WHEN WorkStalemate AND PT-Stalemates(FoundIndex) > 0
                 SUBTRACT 1 FROM PT-Stalemates(FoundIndex)
             END-EVALUATE
           END-IF.

         FindPlayer SECTION.
           MOVE 0 TO FoundIndex
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > PlayerCount OR
