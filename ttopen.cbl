       IDENTIFICATION DIVISION.
       PROGRAM-ID. ttopen.
       AUTHOR. Trey Bastian.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MoveArch-File ASSIGN TO MOVEARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MoveArchFileStatus.

           SELECT SimMoves-File ASSIGN TO SIMMOVES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SimMovesFileStatus.

           SELECT OpenRpt-File ASSIGN TO OPENRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenRptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  MoveArch-File.
       01 MoveArchInRecord PIC X(54).

       FD  SimMoves-File.
       01 SimMovesInRecord PIC X(54).

       FD  OpenRpt-File.
           COPY OPENRPT.

       WORKING-STORAGE SECTION.
       COPY GAMECFG.
       COPY GAMEMOVE.

       01 MoveArchFileStatus PIC XX VALUE SPACES.
       01 SimMovesFileStatus PIC XX VALUE SPACES.
       01 OpenRptFileStatus PIC XX VALUE SPACES.

       01 EndOfMoves PIC 9 VALUE 0.
           88 NoMoreMoves VALUE 1.
      * The archive is read first, then the simulator deck if one was
      * given - both are in the MOVES layout.
       01 SimDeckState PIC 9 VALUE 0.
           88 SimDeckOpen VALUE 1.
       01 ReadingState PIC 9 VALUE 0.
           88 ReadingSimDeck VALUE 1.
       01 CurrentGameId PIC X(10) VALUE SPACES.
       01 CurrentPlayer1Name PIC X(20) VALUE SPACES.
       01 CurrentPlayer2Name PIC X(20) VALUE SPACES.

       01 Board OCCURS 9 TIMES.
          02 State PIC X VALUE "N".
          02 Score PIC 9 VALUE ZEROS.

       01 MyMark PIC X VALUE SPACE.
       01 WinMark PIC X VALUE SPACE.
       01 PlayedCell PIC 9(02) VALUE ZERO.
       01 PlayedWins PIC 9 VALUE ZERO.
       01 MoveCount PIC 9(02) VALUE ZERO.
       01 OpeningCell PIC 9(02) VALUE ZERO.
       01 ReplyCell PIC 9(02) VALUE ZERO.
       01 FirstMover PIC 9 VALUE ZERO.

      * The result is always from the side of the player who moved
      * first.
       01 GameResult PIC 9 VALUE 0.
           88 ResultPending VALUE 0.
           88 FirstMoverWon VALUE 1.
           88 GameDrawn VALUE 2.
           88 FirstMoverLost VALUE 3.

      * Games against the interactive game's computer opponent carry
      * COMPUTER as player 2; simulator games come off the SIMMOVES
      * deck. Class 1 is every game together.
       01 GameClass PIC 9 VALUE 0.
           88 HumanGame VALUE 2.
           88 ComputerGame VALUE 3.
           88 SimulatedGame VALUE 4.
       01 GameClassValues.
           02 FILLER PIC X(20) VALUE "ALL GAMES".
           02 FILLER PIC X(20) VALUE "HUMAN VS HUMAN".
           02 FILLER PIC X(20) VALUE "VS COMPUTER".
           02 FILLER PIC X(20) VALUE "SIMULATED (TTSIM)".
       01 GameClassTable REDEFINES GameClassValues.
           02 GC-Class-Name PIC X(20) OCCURS 4 TIMES.
       01 GC-Max-Classes PIC 9 VALUE 4.

      * Opening cell class by cell: 1 corner, 2 edge, 3 center, on
      * the board as numbered 1-3 across the top row.
       01 CellClassValues PIC X(09) VALUE "121232121".
       01 CellClassTable REDEFINES CellClassValues.
           02 CC-Class PIC 9 OCCURS 9 TIMES.
       01 OpeningClassValues.
           02 FILLER PIC X(08) VALUE "CORNER".
           02 FILLER PIC X(08) VALUE "EDGE".
           02 FILLER PIC X(08) VALUE "CENTER".
       01 OpeningClassTable REDEFINES OpeningClassValues.
           02 OC-Class-Name PIC X(08) OCCURS 3 TIMES.

      * How the reply stands to the opening cell - one row per
      * opening cell, one code per reply cell.
       01 ReplyRelationValues.
           02 FILLER PIC X(09) VALUE "-EAECFAFO".
           02 FILLER PIC X(09) VALUE "A-AECERPR".
           02 FILLER PIC X(09) VALUE "AE-FCEOFA".
           02 FILLER PIC X(09) VALUE "AER-CPAER".
           02 FILLER PIC X(09) VALUE "KGKG-GKGK".
           02 FILLER PIC X(09) VALUE "REAPC-REA".
           02 FILLER PIC X(09) VALUE "AFOECF-EA".
           02 FILLER PIC X(09) VALUE "RPRECEA-A".
           02 FILLER PIC X(09) VALUE "OFAFCEAE-".
       01 ReplyRelationTable REDEFINES ReplyRelationValues.
           02 RR-Opening OCCURS 9 TIMES.
               03 RR-Reply-Code PIC X(01) OCCURS 9 TIMES.
       01 ReplyKindValues.
           02 FILLER PIC X(16) VALUE "CCENTER".
           02 FILLER PIC X(16) VALUE "AADJACENT CORNER".
           02 FILLER PIC X(16) VALUE "OOPPOSITE CORNER".
           02 FILLER PIC X(16) VALUE "RFAR CORNER".
           02 FILLER PIC X(16) VALUE "EADJACENT EDGE".
           02 FILLER PIC X(16) VALUE "FFAR EDGE".
           02 FILLER PIC X(16) VALUE "POPPOSITE EDGE".
           02 FILLER PIC X(16) VALUE "KCORNER".
           02 FILLER PIC X(16) VALUE "GEDGE".
       01 ReplyKindTable REDEFINES ReplyKindValues.
           02 ReplyKind OCCURS 9 TIMES.
               03 RK-Code PIC X(01).
               03 RK-Text PIC X(15).
       01 RK-Max-Kinds PIC 99 VALUE 9.

       01 OpeningTally.
           02 OG-Class OCCURS 4 TIMES.
               03 OG-Opening OCCURS 3 TIMES.
                   04 OG-Games PIC 9(07) VALUE ZERO.
                   04 OG-Wins PIC 9(07) VALUE ZERO.
                   04 OG-Draws PIC 9(07) VALUE ZERO.
                   04 OG-Losses PIC 9(07) VALUE ZERO.
                   04 OG-Moves PIC 9(09) VALUE ZERO.
                   04 OG-Reply OCCURS 9 TIMES.
                       05 RP-Games PIC 9(07) VALUE ZERO.
                       05 RP-Wins PIC 9(07) VALUE ZERO.
                       05 RP-Draws PIC 9(07) VALUE ZERO.
                       05 RP-Losses PIC 9(07) VALUE ZERO.
                       05 RP-Moves PIC 9(09) VALUE ZERO.

       01 MoverTally.
           02 MF-Class OCCURS 4 TIMES.
               03 MF-Mover OCCURS 2 TIMES.
                   04 MF-Games PIC 9(07) VALUE ZERO.
                   04 MF-Wins PIC 9(07) VALUE ZERO.
                   04 MF-Draws PIC 9(07) VALUE ZERO.
                   04 MF-Losses PIC 9(07) VALUE ZERO.
                   04 MF-Moves PIC 9(09) VALUE ZERO.

       01 WorkTally.
           02 WK-Games PIC 9(07) VALUE ZERO.
           02 WK-Wins PIC 9(07) VALUE ZERO.
           02 WK-Draws PIC 9(07) VALUE ZERO.
           02 WK-Losses PIC 9(07) VALUE ZERO.
           02 WK-Moves PIC 9(09) VALUE ZERO.
       01 WorkLabel PIC X(32) VALUE SPACES.

       01 ClassIndex PIC 9 VALUE ZERO.
       01 OpeningIndex PIC 9 VALUE ZERO.
       01 ReplyIndex PIC 99 VALUE ZERO.
       01 ReplyCode PIC X(01) VALUE SPACE.
       01 ClassGames PIC 9(07) VALUE ZERO.

       01 ArchiveGames PIC 9(07) VALUE ZERO.
       01 SimGames PIC 9(07) VALUE ZERO.
       01 GamesTallied PIC 9(07) VALUE ZERO.
       01 GamesUnfinished PIC 9(07) VALUE ZERO.

       01 TMP PIC 99 VALUE 0.
       01 TMP2 PIC 99 VALUE 0.
       01 TMP3 PIC 99 VALUE 0.
       01 TMP4 PIC 99 VALUE 0.

       01 TodaysDate PIC X(08) VALUE SPACES.
       01 ReportLine PIC X(80) VALUE SPACES.

       01 TallyHeadLine.
           02 TH-Label PIC X(32).
           02 FILLER PIC X(07) VALUE "  GAMES".
           02 FILLER PIC X(08) VALUE "    WIN%".
           02 FILLER PIC X(08) VALUE "   DRAW%".
           02 FILLER PIC X(08) VALUE "   LOSS%".
           02 FILLER PIC X(07) VALUE "  MOVES".

       01 TallyLine.
           02 TY-Label PIC X(32).
           02 TY-Games PIC ZZZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 TY-Win-Pct PIC ZZ9.9.
           02 FILLER PIC X(01) VALUE "%".
           02 FILLER PIC X(02) VALUE SPACES.
           02 TY-Draw-Pct PIC ZZ9.9.
           02 FILLER PIC X(01) VALUE "%".
           02 FILLER PIC X(02) VALUE SPACES.
           02 TY-Loss-Pct PIC ZZ9.9.
           02 FILLER PIC X(01) VALUE "%".
           02 FILLER PIC X(03) VALUE SPACES.
           02 TY-Avg-Moves PIC Z9.9.

       01 TotalLine.
           02 TL-Label PIC X(30).
           02 TL-Count PIC ZZZZZZ9.

       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Opening Analysis".

         Setup SECTION.
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > GC-Board-Size
             MOVE GC-Magic-Score-Tbl(TMP) TO Score OF Board(TMP)
           END-PERFORM

           OPEN INPUT MoveArch-File
           IF MoveArchFileStatus NOT = "00"
             DISPLAY "Unable to open MOVEARCH - status "
               MoveArchFileStatus
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

      * The simulator deck is optional - without one the report is
      * the archive alone.
           OPEN INPUT SimMoves-File
           IF SimMovesFileStatus = "00"
             SET SimDeckOpen TO TRUE
           ELSE
             DISPLAY "No SIMMOVES deck - archive games only"
           END-IF

           OPEN OUTPUT OpenRpt-File
           IF OpenRptFileStatus NOT = "00"
             DISPLAY "Unable to open OPENRPT - status "
               OpenRptFileStatus
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

           ACCEPT TodaysDate FROM DATE YYYYMMDD
           MOVE "TREY'S DEV SHED TIC TAC TOE - OPENING ANALYSIS" TO
             OpenRptRecord
           WRITE OpenRptRecord
           MOVE SPACES TO ReportLine
           STRING "AS OF " TodaysDate " - WIN/DRAW/LOSS ARE FOR THE "
             "PLAYER WHO MOVED FIRST" DELIMITED BY SIZE INTO ReportLine
           WRITE OpenRptRecord FROM ReportLine
           MOVE SPACES TO OpenRptRecord
           WRITE OpenRptRecord

           PERFORM ReadMove

         Analyze SECTION.
      * Whole games, one at a time, replayed on the magic-square
      * board to find the opening, the reply, who moved first and
      * how the game ended.
           PERFORM UNTIL NoMoreMoves
             MOVE MV-Game-Id TO CurrentGameId
             IF ReadingSimDeck
               MOVE 4 TO GameClass
               ADD 1 TO SimGames
             ELSE
               MOVE 2 TO GameClass
               ADD 1 TO ArchiveGames
             END-IF
             IF MH-GameHeader
               MOVE MH-Player1-Name TO CurrentPlayer1Name
               MOVE MH-Player2-Name TO CurrentPlayer2Name
               PERFORM ReadMove
             ELSE
               MOVE "PLAYER 1" TO CurrentPlayer1Name
               MOVE "PLAYER 2" TO CurrentPlayer2Name
             END-IF
             IF HumanGame AND (CurrentPlayer1Name = "COMPUTER" OR
               CurrentPlayer2Name = "COMPUTER")
               MOVE 3 TO GameClass
             END-IF

             MOVE 0 TO MoveCount
             MOVE 0 TO OpeningCell
             MOVE 0 TO ReplyCell
             MOVE 0 TO FirstMover
             MOVE 0 TO GameResult
             PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > 9
               MOVE "N" TO State OF Board(TMP)
             END-PERFORM

             PERFORM UNTIL NoMoreMoves OR
               MV-Game-Id NOT = CurrentGameId
               PERFORM ReplayMove
               PERFORM ReadMove
             END-PERFORM

             PERFORM TallyGame
           END-PERFORM

           CLOSE MoveArch-File
           IF SimDeckOpen
             CLOSE SimMoves-File
           END-IF

         PrintByOpening SECTION.
           MOVE "OPENING CELL" TO TH-Label
           WRITE OpenRptRecord FROM TallyHeadLine
           PERFORM VARYING ClassIndex FROM 1 BY 1
             UNTIL ClassIndex > GC-Max-Classes
             PERFORM PrintClassHeading
             IF ClassGames > 0
               PERFORM VARYING OpeningIndex FROM 1 BY 1
                 UNTIL OpeningIndex > 3
                 MOVE OG-Games(ClassIndex, OpeningIndex) TO WK-Games
                 MOVE OG-Wins(ClassIndex, OpeningIndex) TO WK-Wins
                 MOVE OG-Draws(ClassIndex, OpeningIndex) TO WK-Draws
                 MOVE OG-Losses(ClassIndex, OpeningIndex) TO WK-Losses
                 MOVE OG-Moves(ClassIndex, OpeningIndex) TO WK-Moves
                 MOVE SPACES TO WorkLabel
                 STRING "  " OC-Class-Name(OpeningIndex)
                   DELIMITED BY SIZE INTO WorkLabel
                 PERFORM PrintTallyLine
               END-PERFORM
             END-IF
           END-PERFORM
           MOVE SPACES TO OpenRptRecord
           WRITE OpenRptRecord

         PrintByReply SECTION.
      * Only the lines actually played are listed.
           MOVE "OPENING AND REPLY" TO TH-Label
           WRITE OpenRptRecord FROM TallyHeadLine
           PERFORM VARYING ClassIndex FROM 1 BY 1
             UNTIL ClassIndex > GC-Max-Classes
             PERFORM PrintClassHeading
             IF ClassGames > 0
               PERFORM VARYING OpeningIndex FROM 1 BY 1
                 UNTIL OpeningIndex > 3
                 PERFORM VARYING ReplyIndex FROM 1 BY 1
                   UNTIL ReplyIndex > RK-Max-Kinds
                   IF RP-Games(ClassIndex, OpeningIndex, ReplyIndex)
                     > 0
                     PERFORM PrintReplyLine
                   END-IF
                 END-PERFORM
               END-PERFORM
             END-IF
           END-PERFORM
           MOVE SPACES TO OpenRptRecord
           WRITE OpenRptRecord

         PrintByMover SECTION.
      * In a series the first move alternates game by game, so the
      * two rows should come out alike if the alternation is fair.
           MOVE "WHO MOVED FIRST" TO TH-Label
           WRITE OpenRptRecord FROM TallyHeadLine
           PERFORM VARYING ClassIndex FROM 1 BY 1
             UNTIL ClassIndex > GC-Max-Classes
             PERFORM PrintClassHeading
             IF ClassGames > 0
               PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > 2
                 MOVE MF-Games(ClassIndex, TMP) TO WK-Games
                 MOVE MF-Wins(ClassIndex, TMP) TO WK-Wins
                 MOVE MF-Draws(ClassIndex, TMP) TO WK-Draws
                 MOVE MF-Losses(ClassIndex, TMP) TO WK-Losses
                 MOVE MF-Moves(ClassIndex, TMP) TO WK-Moves
                 MOVE SPACES TO WorkLabel
                 STRING "  PLAYER " TMP(2:1) " MOVED FIRST"
                   DELIMITED BY SIZE INTO WorkLabel
                 PERFORM PrintTallyLine
               END-PERFORM
             END-IF
           END-PERFORM

         PrintTotals SECTION.
           MOVE SPACES TO OpenRptRecord
           WRITE OpenRptRecord
           MOVE "GAMES IN MOVEARCH" TO TL-Label
           MOVE ArchiveGames TO TL-Count
           WRITE OpenRptRecord FROM TotalLine
           MOVE "GAMES IN SIMMOVES" TO TL-Label
           MOVE SimGames TO TL-Count
           WRITE OpenRptRecord FROM TotalLine
           MOVE "GAMES TALLIED" TO TL-Label
           MOVE GamesTallied TO TL-Count
           WRITE OpenRptRecord FROM TotalLine
           MOVE "UNFINISHED - NOT TALLIED" TO TL-Label
           MOVE GamesUnfinished TO TL-Count
           WRITE OpenRptRecord FROM TotalLine.

         Outro SECTION.
           CLOSE OpenRpt-File
           DISPLAY GamesTallied " game(s) tallied, " GamesUnfinished
             " unfinished - see OPENRPT"
           STOP RUN.

         ReadMove SECTION.
      * Both files are read into the MOVES layouts here; at the end
      * of the archive reading carries straight on into the
      * simulator deck.
           IF ReadingSimDeck
             READ SimMoves-File INTO MovesHeaderRecord
             IF SimMovesFileStatus NOT = "00"
               SET NoMoreMoves TO TRUE
             END-IF
           ELSE
             READ MoveArch-File INTO MovesHeaderRecord
             IF MoveArchFileStatus NOT = "00"
               IF SimDeckOpen
                 SET ReadingSimDeck TO TRUE
                 READ SimMoves-File INTO MovesHeaderRecord
                 IF SimMovesFileStatus NOT = "00"
                   SET NoMoreMoves TO TRUE
                 END-IF
               ELSE
                 SET NoMoreMoves TO TRUE
               END-IF
             END-IF
           END-IF
           MOVE MovesHeaderRecord TO MovesRecord.

         ReplayMove SECTION.
      * Anything that does not fit the board is skipped, the way the
      * batch driver skips it, and nothing after the deciding move
      * counts.
           IF ResultPending AND MV-ValidCell AND MV-ValidPlayer
             IF State OF Board(MV-Cell) = "N"
               ADD 1 TO MoveCount
               MOVE MV-Cell TO PlayedCell
               IF MoveCount = 1
                 MOVE MV-Cell TO OpeningCell
                 MOVE MV-Player TO FirstMover
               END-IF
               IF MoveCount = 2
                 MOVE MV-Cell TO ReplyCell
               END-IF
               IF MV-Player = 1
                 MOVE "X" TO MyMark
               ELSE
                 MOVE "O" TO MyMark
               END-IF
               MOVE MyMark TO WinMark
               PERFORM CheckPlayedCell
               MOVE MyMark TO State OF Board(PlayedCell)
               IF PlayedWins = 1
                 IF MV-Player = FirstMover
                   SET FirstMoverWon TO TRUE
                 ELSE
                   SET FirstMoverLost TO TRUE
                 END-IF
               ELSE
                 IF MoveCount = 9
                   SET GameDrawn TO TRUE
                 END-IF
               END-IF
             END-IF
           END-IF.

         CheckPlayedCell SECTION.
      * Does the cell played complete a line of 15 for WinMark with
      * two cells already carrying it - the same test ttcoach uses.
           MOVE 0 TO PlayedWins
           PERFORM VARYING TMP2 FROM 1 BY 1 UNTIL TMP2 > 9 OR
             PlayedWins NOT = 0
             IF TMP2 NOT = PlayedCell AND
               State OF Board(TMP2) = WinMark
               PERFORM VARYING TMP3 FROM 1 BY 1 UNTIL TMP3 > 9 OR
                 PlayedWins NOT = 0
                 IF TMP3 NOT = PlayedCell AND TMP3 NOT = TMP2 AND
                   State OF Board(TMP3) = WinMark
                   COMPUTE TMP4 = Score OF Board(PlayedCell) +
                     Score OF Board(TMP2) + Score OF Board(TMP3)
                   IF TMP4 = 15
                     MOVE 1 TO PlayedWins
                   END-IF
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

         TallyGame SECTION.
      * A game abandoned before it was decided has no result to
      * tally - it is only counted.
           IF ResultPending
             ADD 1 TO GamesUnfinished
           ELSE
             ADD 1 TO GamesTallied
             MOVE CC-Class(OpeningCell) TO OpeningIndex
             MOVE RR-Reply-Code(OpeningCell, ReplyCell) TO ReplyCode
             MOVE 0 TO ReplyIndex
             PERFORM VARYING TMP FROM 1 BY 1
               UNTIL TMP > RK-Max-Kinds OR ReplyIndex NOT = 0
               IF RK-Code(TMP) = ReplyCode
                 MOVE TMP TO ReplyIndex
               END-IF
             END-PERFORM
             MOVE 1 TO ClassIndex
             PERFORM AddToTallies
             MOVE GameClass TO ClassIndex
             PERFORM AddToTallies
           END-IF.

         AddToTallies SECTION.
           ADD 1 TO OG-Games(ClassIndex, OpeningIndex)
           ADD MoveCount TO OG-Moves(ClassIndex, OpeningIndex)
           ADD 1 TO RP-Games(ClassIndex, OpeningIndex, ReplyIndex)
           ADD MoveCount TO RP-Moves(ClassIndex, OpeningIndex,
             ReplyIndex)
           ADD 1 TO MF-Games(ClassIndex, FirstMover)
           ADD MoveCount TO MF-Moves(ClassIndex, FirstMover)
           EVALUATE TRUE
             WHEN FirstMoverWon
               ADD 1 TO OG-Wins(ClassIndex, OpeningIndex)
               ADD 1 TO RP-Wins(ClassIndex, OpeningIndex, ReplyIndex)
               ADD 1 TO MF-Wins(ClassIndex, FirstMover)
             WHEN GameDrawn
               ADD 1 TO OG-Draws(ClassIndex, OpeningIndex)
               ADD 1 TO RP-Draws(ClassIndex, OpeningIndex, ReplyIndex)
               ADD 1 TO MF-Draws(ClassIndex, FirstMover)
             WHEN FirstMoverLost
               ADD 1 TO OG-Losses(ClassIndex, OpeningIndex)
               ADD 1 TO RP-Losses(ClassIndex, OpeningIndex,
                 ReplyIndex)
               ADD 1 TO MF-Losses(ClassIndex, FirstMover)
           END-EVALUATE.

         PrintClassHeading SECTION.
           MOVE 0 TO ClassGames
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > 3
             ADD OG-Games(ClassIndex, TMP) TO ClassGames
           END-PERFORM
           MOVE GC-Class-Name(ClassIndex) TO OpenRptRecord
           IF ClassGames = 0
             MOVE "- NO GAMES" TO OpenRptRecord(22:)
           END-IF
           WRITE OpenRptRecord.

         PrintReplyLine SECTION.
           MOVE RP-Games(ClassIndex, OpeningIndex, ReplyIndex) TO
             WK-Games
           MOVE RP-Wins(ClassIndex, OpeningIndex, ReplyIndex) TO
             WK-Wins
           MOVE RP-Draws(ClassIndex, OpeningIndex, ReplyIndex) TO
             WK-Draws
           MOVE RP-Losses(ClassIndex, OpeningIndex, ReplyIndex) TO
             WK-Losses
           MOVE RP-Moves(ClassIndex, OpeningIndex, ReplyIndex) TO
             WK-Moves
           MOVE SPACES TO WorkLabel
           STRING "  " DELIMITED BY SIZE
             OC-Class-Name(OpeningIndex) DELIMITED BY SPACE
             " / " RK-Text(ReplyIndex) DELIMITED BY SIZE
             INTO WorkLabel
           PERFORM PrintTallyLine.

         PrintTallyLine SECTION.
           MOVE WorkLabel TO TY-Label
           MOVE WK-Games TO TY-Games
           IF WK-Games > 0
             COMPUTE TY-Win-Pct ROUNDED = WK-Wins * 100 / WK-Games
             COMPUTE TY-Draw-Pct ROUNDED = WK-Draws * 100 / WK-Games
             COMPUTE TY-Loss-Pct ROUNDED = WK-Losses * 100 / WK-Games
             COMPUTE TY-Avg-Moves ROUNDED = WK-Moves / WK-Games
           ELSE
             MOVE ZERO TO TY-Win-Pct
             MOVE ZERO TO TY-Draw-Pct
             MOVE ZERO TO TY-Loss-Pct
             MOVE ZERO TO TY-Avg-Moves
           END-IF
           WRITE OpenRptRecord FROM TallyLine.
