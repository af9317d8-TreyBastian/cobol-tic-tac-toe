               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MoveArchFileStatus.

           SELECT GameAdj-File ASSIGN TO GAMEADJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameAdjFileStatus.

           SELECT GameIdx-File ASSIGN TO GAMEIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GX-Game-Id
               FILE STATUS IS GameIdxFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GameLog-File.
       01 GameLogInRecord PIC X(79).

       FD  GLArch-File.
       01 GLArchRecord PIC X(79).

       FD  MoveArch-File.
           COPY GAMEMOVE.

       FD  GameAdj-File.
       01 GameAdjInRecord PIC X(148).

       FD  GameIdx-File.
           COPY GAMEIDX.

       WORKING-STORAGE SECTION.
       COPY GAMELOG.
       COPY GAMEADJ.

       01 GameLogFileStatus PIC XX VALUE SPACES.
       01 GLArchFileStatus PIC XX VALUE SPACES.
       01 MoveArchFileStatus PIC XX VALUE SPACES.
       01 GameAdjFileStatus PIC XX VALUE SPACES.
       01 GameIdxFileStatus PIC XX VALUE SPACES.

       01 WantedId PIC X(10) VALUE SPACES.
           88 InquiryDone VALUE "END", "end", SPACES.
       01 LogFound PIC 9(03) VALUE ZERO.
       01 MovesFound PIC 9(03) VALUE ZERO.
       01 MovesWanted PIC 9(04) VALUE ZERO.
       01 MoveSeq PIC 9(02) VALUE ZERO.
       01 MoveMark PIC X VALUE SPACE.
       01 MoverName PIC X(20) VALUE SPACES.
       01 HeaderPlayer1 PIC X(20) VALUE "PLAYER 1".
       01 HeaderPlayer2 PIC X(20) VALUE "PLAYER 2".
       01 AdjustmentsFound PIC 9(03) VALUE ZERO.
       01 AdjTypeText PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.

           STOP RUN.

         ShowGame SECTION.
      * The game is looked up by id on the GAMEIDX game-id index,
      * which holds its log record and says how many MOVEARCH records
      * it has, so neither the log nor the whole archive is read. The
      * logs are searched the long way only when the index cannot be
      * read, when the id is a duplicated one and every game under it
      * has to be shown, or when the id is not on the index at all -
      * a game logged since the last index load, or by a run that
      * could not open the index, is only on the logs. A batch deck
      * label is shown as the game it was logged as.
           MOVE 0 TO LogFound
           MOVE 0 TO MovesWanted
           OPEN INPUT GameIdx-File
           IF GameIdxFileStatus NOT = "00"
             DISPLAY "GAMEIDX not available - status "
               GameIdxFileStatus " - searching the logs"
             PERFORM ScanLogs
             PERFORM ShowMoves
           ELSE
             MOVE WantedId TO GX-Game-Id
             READ GameIdx-File
             IF GameIdxFileStatus = "00" AND GX-DeckLabel
               DISPLAY "Deck label " WantedId " was logged as game "
                 GX-Logged-Id
               MOVE GX-Logged-Id TO WantedId
               MOVE WantedId TO GX-Game-Id
               READ GameIdx-File
             END-IF
             EVALUATE GameIdxFileStatus
               WHEN "00"
                 IF GX-Log-Count > 1
                   PERFORM ScanLogs
                 ELSE
                   PERFORM ShowIndexedGame
                 END-IF
                 EVALUATE TRUE
                   WHEN GX-Header-Count > 0 OR GX-Move-Count > 0
                     COMPUTE MovesWanted = GX-Header-Count +
                       GX-Move-Count
                     PERFORM ShowMoves
                   WHEN GX-Batch-Count > 0
                     DISPLAY "Batch game - its moves are on the "
                       "MOVES deck, not in MOVEARCH"
                   WHEN OTHER
                     DISPLAY "No archived moves for game " WantedId
                 END-EVALUATE
               WHEN "23"
                 DISPLAY "Game " WantedId " not on GAMEIDX - "
                   "searching the logs"
                 PERFORM ScanLogs
                 PERFORM ShowMoves
               WHEN OTHER
                 DISPLAY "Unable to read GAMEIDX - status "
                   GameIdxFileStatus " - searching the logs"
                 PERFORM ScanLogs
                 PERFORM ShowMoves
             END-EVALUATE
             CLOSE GameIdx-File
           END-IF.

         ShowIndexedGame SECTION.
           MOVE GX-Date TO GL-Date
           MOVE GX-Time TO GL-Time
           MOVE GX-Player1-Name TO GL-Player1-Name
           MOVE GX-Player2-Name TO GL-Player2-Name
           MOVE GX-Board TO GL-Board
           MOVE GX-Outcome TO GL-Outcome
           MOVE GX-Game-Id TO GL-Game-Id
           MOVE GX-Tour-Tag TO GL-Tour-Tag
           MOVE GX-Tour-Round TO GL-Tour-Round
           MOVE 1 TO LogFound
           PERFORM ShowLogRecord
           IF GX-OnGLArch
             DISPLAY "  Logged record now on the GLARCH archive"
           ELSE
             DISPLAY "  Logged record on the current GAMELOG"
           END-IF.

         ScanLogs SECTION.
      * Current period first, then the archive - a duplicated id (two
      * games stamped in the same second, from before GAMEIDS issued
      * the ids) shows every record it matches rather than silently
      * picking one.
           MOVE 0 TO LogFound
           OPEN INPUT GameLog-File
           IF GameLogFileStatus = "00"
           IF LogFound > 1
             DISPLAY "WARNING: game id " WantedId " matched " LogFound
               " logged games"
           END-IF.

         ShowLogRecord SECTION.
           DISPLAY SPACE
           DISPLAY "Game " GL-Game-Id " played " GL-Date " at " GL-Time
           DISPLAY "  Player 1 (X): " GL-Player1-Name
           DISPLAY "  Player 2 (O): " GL-Player2-Name
           IF GL-TournamentGame
             DISPLAY "  Tournament game - round " GL-Tour-Round
           END-IF
           EVALUATE GL-Outcome
             WHEN 1 DISPLAY "  Outcome: " GL-Player1-Name " won"
             WHEN 2 DISPLAY "  Outcome: " GL-Player2-Name " won"
             WHEN 3 DISPLAY "  Outcome: no one won"
             WHEN OTHER DISPLAY "  Outcome: game never finished"
           END-EVALUATE
           PERFORM ShowAdjustments
           DISPLAY SPACE
           DISPLAY " " GL-Board(1:1) " | " GL-Board(2:1) " | "
             GL-Board(3:1)
           DISPLAY " " GL-Board(7:1) " | " GL-Board(8:1) " | "
             GL-Board(9:1).

         ShowAdjustments SECTION.
      * The outcome above is the one logged at play time - any
      * result adjustment made since is listed under it, oldest
      * first, and the last one listed is where the game stands.
           MOVE 0 TO AdjustmentsFound
           OPEN INPUT GameAdj-File
           IF GameAdjFileStatus = "00"
             READ GameAdj-File INTO GameAdjRecord
             PERFORM UNTIL GameAdjFileStatus NOT = "00"
               IF AJ-GameTarget AND AJ-Game-Id = GL-Game-Id AND
                 AJ-Game-Date = GL-Date AND AJ-Game-Time = GL-Time
                 ADD 1 TO AdjustmentsFound
                 EVALUATE TRUE
                   WHEN AJ-Void MOVE "Voided" TO AdjTypeText
                   WHEN AJ-Reversal MOVE "Reversed" TO AdjTypeText
                   WHEN AJ-Forfeit MOVE "Forfeit" TO AdjTypeText
                   WHEN OTHER MOVE "Adjusted" TO AdjTypeText
                 END-EVALUATE
                 EVALUATE AJ-New-Outcome
                   WHEN 0 DISPLAY "  " AdjTypeText " " AJ-Date
                     ": game void"
                   WHEN 1 DISPLAY "  " AdjTypeText " " AJ-Date ": "
                     GL-Player1-Name " won"
                   WHEN 2 DISPLAY "  " AdjTypeText " " AJ-Date ": "
                     GL-Player2-Name " won"
                   WHEN 3 DISPLAY "  " AdjTypeText " " AJ-Date
                     ": no one won"
                 END-EVALUATE
                 DISPLAY "    authorised by " AJ-Authorised-By
                   " - " AJ-Reason
               END-IF
               READ GameAdj-File INTO GameAdjRecord
             END-PERFORM
             CLOSE GameAdj-File
           END-IF.

         ShowMoves SECTION.
      * Walks the game's move-by-move history out of the MOVEARCH
      * archive - the interactive game writes a header then one
      * record per accepted move, in order. Batch games have their
      * moves on the MOVES deck, not here. When the index has said how
      * many records the game has, the read stops once they are all
      * found instead of running on to the end of the archive.
           MOVE 0 TO MovesFound
           MOVE 0 TO MoveSeq
           MOVE "PLAYER 1" TO HeaderPlayer1
               MoveArchFileStatus
           ELSE
             READ MoveArch-File
             PERFORM UNTIL MoveArchFileStatus NOT = "00" OR
               (MovesWanted > 0 AND MovesFound >= MovesWanted)
               IF MV-Game-Id = WantedId
                 ADD 1 TO MovesFound
                 IF MH-GameHeader
