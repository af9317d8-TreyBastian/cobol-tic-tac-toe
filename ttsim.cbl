               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SimMovesFileStatus.

           SELECT GameIds-File ASSIGN TO GAMEIDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GI-Source
               FILE STATUS IS GameIdsFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  SimMoves-File.
           COPY GAMEMOVE.

       FD  GameIds-File.
           COPY GAMEIDS.

       WORKING-STORAGE SECTION.
       COPY GAMECFG.

       01 SimMovesFileStatus PIC XX VALUE SPACES.
       01 GameIdsFileStatus PIC XX VALUE SPACES.
           88 GameIdsInUse VALUES "51" "61" "90" THRU "99".
       01 TodaysDate PIC X(08) VALUE SPACES.
       01 TimeOfDay PIC X(08) VALUE SPACES.
       01 IdYear PIC 9(04) VALUE ZERO.
       01 IdFirstSeq PIC 9(05) VALUE ZERO.
       01 IdSeq PIC 9(05) VALUE ZERO.
       01 IdDrawState PIC 9 VALUE 0.
           88 GameIdsDrawn VALUE 1.
      * GAMEIDS held by another session or run is waited on, a second
      * at a time for up to IdTriesAllowed tries, before a draw fails.
       01 IdTries PIC 9(02) VALUE ZERO.
       01 IdTriesAllowed PIC 9(02) VALUE 10.
       01 IdWaitStart PIC X(08) VALUE SPACES.
       01 IdWaitNow PIC X(08) VALUE SPACES.
       01 SimGames PIC 9(05) VALUE ZERO.
       01 GameNumber PIC 9(07) VALUE ZERO.
       01 GameId PIC X(10) VALUE SPACES.
             STOP RUN
           END-IF

      * The whole run's ids are reserved off GAMEIDS in one draw, so
      * a large run does not hold the control file game by game.
           PERFORM ReserveGameIds
           IF NOT GameIdsDrawn
             DISPLAY "Unable to reserve game ids - nothing simulated"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN OUTPUT SimMoves-File
           IF SimMovesFileStatus NOT = "00"
             DISPLAY "Unable to open SIMMOVES - status "
           PERFORM UNTIL GameNumber >= SimGames
             ADD 1 TO GameNumber

             COMPUTE IdSeq = IdFirstSeq + GameNumber - 1
             MOVE SPACES TO GameId
             STRING "S" IdYear IdSeq DELIMITED BY SIZE
               INTO GameId
             MOVE GameId TO MH-Game-Id
             SET MH-GameHeader TO TRUE
             MOVE "COMPUTER 1" TO MH-Player1-Name
             MOVE "COMPUTER 2" TO MH-Player2-Name
             MOVE SPACE TO MH-Tour-Tag
             MOVE 0 TO MH-Tour-Round
             WRITE MovesHeaderRecord

             MOVE 1 TO Turn OF Player1
           DISPLAY "  Stalemates:        " SimDraws
           STOP RUN.

         ReserveGameIds SECTION.
      * Draws a block of SimGames simulator ids - the source's GAMEIDS
      * record is read and rewritten that many higher, and the run
      * numbers its games up from the first id of the block. A block
      * that would run past the year's last sequence number is refused
      * whole rather than split across years.
           MOVE 0 TO IdDrawState
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           ACCEPT TimeOfDay FROM TIME
           MOVE TodaysDate(1:4) TO IdYear

           MOVE 0 TO IdTries
           OPEN I-O GameIds-File
           PERFORM UNTIL NOT GameIdsInUse OR IdTries >= IdTriesAllowed
             PERFORM WaitForGameIds
             OPEN I-O GameIds-File
           END-PERFORM
           IF GameIdsFileStatus = "35"
             OPEN OUTPUT GameIds-File
             CLOSE GameIds-File
             OPEN I-O GameIds-File
           END-IF
           IF GameIdsFileStatus NOT = "00"
             DISPLAY "Unable to open GAMEIDS - status "
               GameIdsFileStatus
           ELSE
             SET GI-Simulator TO TRUE
             READ GameIds-File
             PERFORM UNTIL NOT GameIdsInUse OR IdTries >= IdTriesAllowed
               PERFORM WaitForGameIds
               SET GI-Simulator TO TRUE
               READ GameIds-File
             END-PERFORM
             EVALUATE GameIdsFileStatus
               WHEN "00"
                 IF IdYear > GI-Year
                   MOVE IdYear TO GI-Year
                   MOVE 0 TO GI-Last-Seq
                 END-IF
                 IF GI-Last-Seq + SimGames > 99999
                   DISPLAY "Simulator ids for " GI-Year " used up to "
                     GI-Last-Seq " - too few left for " SimGames
                     " games"
                 ELSE
                   COMPUTE IdFirstSeq = GI-Last-Seq + 1
                   ADD SimGames TO GI-Last-Seq
                   MOVE TodaysDate TO GI-Last-Date
                   MOVE TimeOfDay TO GI-Last-Time
                   REWRITE GameIdControlRecord
                   IF GameIdsFileStatus = "00"
                     SET GameIdsDrawn TO TRUE
                   END-IF
                 END-IF
               WHEN "23"
                 MOVE IdYear TO GI-Year
                 MOVE 1 TO IdFirstSeq
                 MOVE SimGames TO GI-Last-Seq
                 MOVE TodaysDate TO GI-Last-Date
                 MOVE TimeOfDay TO GI-Last-Time
                 WRITE GameIdControlRecord
                 IF GameIdsFileStatus = "00"
                   SET GameIdsDrawn TO TRUE
                 END-IF
               WHEN OTHER
                 DISPLAY "Unable to read GAMEIDS - status "
                   GameIdsFileStatus
             END-EVALUATE
             MOVE GI-Year TO IdYear
             CLOSE GameIds-File
           END-IF.

         WaitForGameIds SECTION.
      * Another session or run has GAMEIDS for the moment of its own
      * draw - give it a second on the clock and try again.
           ADD 1 TO IdTries
           ACCEPT IdWaitStart FROM TIME
           MOVE IdWaitStart TO IdWaitNow
           PERFORM UNTIL IdWaitNow(1:6) NOT = IdWaitStart(1:6)
             ACCEPT IdWaitNow FROM TIME
           END-PERFORM.

         PickMove SECTION.
      * Same strategy the interactive game's ComputerTurn plays off
      * the magic-square Score fields - win if possible, else block,
