               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameLogFileStatus.

           SELECT GameAdj-File ASSIGN TO GAMEADJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameAdjFileStatus.

           SELECT MatchRpt-File ASSIGN TO MATCHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MatchRptFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  GLArch-File.
       01 GLArchRecord PIC X(79).

       FD  GameLog-File.
       01 GameLogInRecord PIC X(79).

       FD  GameAdj-File.
       01 GameAdjInRecord PIC X(148).

       FD  MatchRpt-File.
           COPY MATCHRPT.

       WORKING-STORAGE SECTION.
       COPY GAMELOG.
       COPY GAMEADJ.

       01 GLArchFileStatus PIC XX VALUE SPACES.
       01 GameLogFileStatus PIC XX VALUE SPACES.
       01 MatchRptFileStatus PIC XX VALUE SPACES.
       01 GameAdjFileStatus PIC XX VALUE SPACES.

      * Game result adjustments off GAMEADJ - the latest one loaded
      * for a game is the outcome that stands.
       01 AdjustmentTable.
           02 AdjustmentEntry OCCURS 500 TIMES.
               03 AD-Game-Id PIC X(10) VALUE SPACES.
               03 AD-Game-Date PIC X(08) VALUE SPACES.
               03 AD-Game-Time PIC X(08) VALUE SPACES.
               03 AD-New-Outcome PIC 9(01) VALUE ZERO.
       01 AD-Max-Entries PIC 9(03) VALUE 500.
       01 AdjustmentCount PIC 9(03) VALUE ZERO.
       01 AdjIndex PIC 9(03) VALUE ZERO.
       01 GameVoidState PIC 9 VALUE 0.
           88 GameVoided VALUE 1.

       01 MatchTable.
           02 MatchEntry OCCURS 100 TIMES.
               MatchRptFileStatus
             STOP RUN
           END-IF
           PERFORM LoadAdjustments

         TallyGames SECTION.
      * Archived periods first, then the current period left in
      * GAMELOG, so rivalries span the full history. No GLARCH file
      * just means nothing has been archived yet. Each game counts at
      * its adjusted outcome, and a voided game not at all.
           OPEN INPUT GLArch-File
           IF GLArchFileStatus = "00"
             READ GLArch-File INTO GameLogRecord
             PERFORM UNTIL GLArchFileStatus NOT = "00"
               PERFORM ApplyAdjustment
               IF NOT GameVoided
                 PERFORM TallyMatch
               END-IF
               READ GLArch-File INTO GameLogRecord
             END-PERFORM
             CLOSE GLArch-File
           IF GameLogFileStatus = "00"
             READ GameLog-File INTO GameLogRecord
             PERFORM UNTIL GameLogFileStatus NOT = "00"
               PERFORM ApplyAdjustment
               IF NOT GameVoided
                 PERFORM TallyMatch
               END-IF
               READ GameLog-File INTO GameLogRecord
             END-PERFORM
             CLOSE GameLog-File
                 ADD 1 TO MP-Name1Wins(FoundIndex)
             END-EVALUATE
           END-IF.

         LoadAdjustments SECTION.
      * Only adjustments against a logged game are held - a no-show
      * forfeit against a tournament pairing has no game behind it.
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
                   MOVE AJ-New-Outcome TO
                     AD-New-Outcome(AdjustmentCount)
                 END-IF
               END-IF
               READ GameAdj-File INTO GameAdjRecord
             END-PERFORM
             CLOSE GameAdj-File
           END-IF.

         ApplyAdjustment SECTION.
      * Puts the game's latest adjusted outcome over the logged one.
      * The game is matched on its date and time as well as its id,
      * so a legacy id shared by two games adjusts only the one meant.
           MOVE 0 TO GameVoidState
           PERFORM VARYING AdjIndex FROM 1 BY 1
             UNTIL AdjIndex > AdjustmentCount
             IF AD-Game-Id(AdjIndex) = GL-Game-Id AND
               AD-Game-Date(AdjIndex) = GL-Date AND
               AD-Game-Time(AdjIndex) = GL-Time
               MOVE AD-New-Outcome(AdjIndex) TO GL-Outcome
               IF AD-New-Outcome(AdjIndex) = 0
                 MOVE 1 TO GameVoidState
               ELSE
                 MOVE 0 TO GameVoidState
               END-IF
             END-IF
           END-PERFORM.
