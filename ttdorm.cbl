       IDENTIFICATION DIVISION.
       PROGRAM-ID. ttdorm.
       AUTHOR. Trey Bastian.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Players-File ASSIGN TO PLAYERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-Player-Id
               FILE STATUS IS PlayersFileStatus.

           SELECT GLArch-File ASSIGN TO GLARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLArchFileStatus.

           SELECT GameLog-File ASSIGN TO GAMELOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameLogFileStatus.

           SELECT Ratings-File ASSIGN TO RATINGS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RatingsFileStatus.

           SELECT Dormant-File ASSIGN TO DORMANT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DormantFileStatus.

           SELECT PlayersWrk-File ASSIGN TO PLAYERSW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlayersWrkFileStatus.

           SELECT RatingsWrk-File ASSIGN TO RATINGSW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RatingsWrkFileStatus.

           SELECT DormantWrk-File ASSIGN TO DORMANTW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DormantWrkFileStatus.

           SELECT DormRpt-File ASSIGN TO DORMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DormRptFileStatus.

           SELECT RunHist-File ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunHistFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Players-File.
           COPY PLAYMAST.

       FD  GLArch-File.
       01 GLArchRecord PIC X(79).

       FD  GameLog-File.
       01 GameLogInRecord PIC X(79).

       FD  Ratings-File.
       01 RatingsInRecord PIC X(80).

       FD  Dormant-File.
       01 DormantInRecord PIC X(80).

       FD  PlayersWrk-File.
       01 PlayersWrkRecord PIC X(80).

       FD  RatingsWrk-File.
       01 RatingsWrkRecord PIC X(80).

       FD  DormantWrk-File.
       01 DormantWrkRecord PIC X(80).

       FD  DormRpt-File.
           COPY DORMRPT.

       FD  RunHist-File.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       COPY GAMELOG.
       COPY PLAYRATE.
       COPY DORMANT.
       COPY FILTRAIL.

       01 PlayersFileStatus PIC XX VALUE SPACES.
       01 GLArchFileStatus PIC XX VALUE SPACES.
       01 GameLogFileStatus PIC XX VALUE SPACES.
       01 RatingsFileStatus PIC XX VALUE SPACES.
       01 DormantFileStatus PIC XX VALUE SPACES.
       01 PlayersWrkFileStatus PIC XX VALUE SPACES.
       01 RatingsWrkFileStatus PIC XX VALUE SPACES.
       01 DormantWrkFileStatus PIC XX VALUE SPACES.
       01 DormRptFileStatus PIC XX VALUE SPACES.
       01 RunHistFileStatus PIC XX VALUE SPACES.

       01 RunStartDate PIC X(08) VALUE SPACES.
       01 RunStartTime PIC X(08) VALUE SPACES.

       01 TodaysDate.
           02 TD-Year PIC 9(04).
           02 TD-Month PIC 9(02).
           02 TD-Day PIC 9(02).
       01 TodaysMonth PIC X(06) VALUE SPACES.
       01 EndOfMaster PIC 9 VALUE 0.
           88 NoMorePlayers VALUE 1.

      * Columns 1-2 are the months without a game after which an
      * active player is marked inactive, columns 3-4 the shorter
      * grace period after which their rating starts being pulled
      * back toward the starting rating, and columns 5-6 the
      * percentage of the distance to the starting rating taken off
      * at each monthly sweep.
       01 SweepCard.
           02 SC-Dormant-Months PIC X(02).
           02 SC-Grace-Months PIC X(02).
           02 SC-Decay-Pct PIC X(02).
       01 DormantMonths PIC 9(02) VALUE 12.
       01 GraceMonths PIC 9(02) VALUE 03.
       01 DecayPct PIC 9(02) VALUE 10.
       01 RA-Start-Rating PIC 9(04) VALUE 1500.

       01 LastSweepDate PIC X(08) VALUE SPACES.
       01 LastDecayMonth PIC X(06) VALUE SPACES.
       01 DecayState PIC 9 VALUE 0.
           88 DecayAlreadyTaken VALUE 1.

      * The whole master, as it stands and then as the sweep leaves
      * it - the side file is a full image of PLAYERS, so every
      * player has to fit.
       01 PlayerTable.
           02 PlayerEntry OCCURS 1000 TIMES.
               03 PL-Player-Id PIC X(05) VALUE SPACES.
               03 PL-Name PIC X(20) VALUE SPACES.
               03 PL-Status PIC X(01) VALUE SPACES.
                   88 PL-Active VALUE "A".
                   88 PL-Inactive VALUE "I".
               03 PL-Last-Game PIC X(08) VALUE SPACES.
               03 PL-Idle-Months PIC 9(04) VALUE ZERO.
               03 PL-Watch PIC X(01) VALUE SPACES.
                   88 PL-Unwatched VALUE SPACE.
                   88 PL-WatchDormant VALUE "D".
                   88 PL-WatchReinstated VALUE "R".
               03 PL-Marked-Date PIC X(08) VALUE SPACES.
               03 PL-Marked-Last-Game PIC X(08) VALUE SPACES.
               03 PL-Action PIC X(01) VALUE SPACES.
                   88 PL-NoAction VALUE SPACE.
                   88 PL-Flagged VALUE "F".
                   88 PL-CameBack VALUE "B".
                   88 PL-ReinstatedByHand VALUE "H".
               03 PL-Decay PIC X(01) VALUE SPACES.
                   88 PL-DecayDue VALUE "Y".
                   88 PL-Decayed VALUE "D".
               03 PL-Old-Rating PIC 9(04) VALUE ZERO.
               03 PL-New-Rating PIC 9(04) VALUE ZERO.
               03 PL-Peak PIC 9(04) VALUE ZERO.
       01 PL-Max-Entries PIC 9(04) VALUE 1000.
       01 PlayerCount PIC 9(04) VALUE ZERO.
       01 PlayerIndex PIC 9(04) VALUE ZERO.
       01 FoundIndex PIC 9(04) VALUE ZERO.
       01 TMP PIC 9(04) VALUE ZERO.

       01 WorkPlayerName PIC X(20) VALUE SPACES.
       01 WorkPlayerId PIC X(05) VALUE SPACES.

      * The PLAYMAST layout, built here for the PLAYERSW side file.
       01 SweptPlayerRecord.
           02 SP-Player-Id PIC X(05).
           02 SP-Name PIC X(20).
           02 SP-Status PIC X(01).

       01 IdleSinceDate.
           02 IS-Year PIC 9(04).
           02 IS-Month PIC 9(02).
           02 IS-Day PIC 9(02).
       01 IdleMonths PIC S9(05) VALUE ZERO.
       01 RatingGap PIC S9(05) VALUE ZERO.
       01 DecayAmount PIC S9(05) VALUE ZERO.

       01 GamesRead PIC 9(07) VALUE ZERO.
       01 ActiveSwept PIC 9(05) VALUE ZERO.
       01 FlaggedCount PIC 9(05) VALUE ZERO.
       01 DecayedCount PIC 9(05) VALUE ZERO.
       01 CameBackCount PIC 9(05) VALUE ZERO.
       01 ByHandCount PIC 9(05) VALUE ZERO.
       01 NoGamesCount PIC 9(05) VALUE ZERO.
       01 StillDormantCount PIC 9(05) VALUE ZERO.
       01 WatchDroppedCount PIC 9(05) VALUE ZERO.
       01 ChangeCount PIC 9(05) VALUE ZERO.
       01 LinesPrinted PIC 9(05) VALUE ZERO.

       01 ReportLine PIC X(80) VALUE SPACES.

       01 FlagHeadLine.
           02 FILLER PIC X(06) VALUE "ID".
           02 FILLER PIC X(21) VALUE "NAME".
           02 FILLER PIC X(10) VALUE "LAST GAME".
           02 FILLER PIC X(11) VALUE "IDLE MONTHS".

       01 FlagDetailLine.
           02 FL-Player-Id PIC X(05).
           02 FILLER PIC X(01) VALUE SPACES.
           02 FL-Name PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 FL-Last-Game PIC X(08).
           02 FILLER PIC X(09) VALUE SPACES.
           02 FL-Idle-Months PIC ZZZ9.

       01 DecayHeadLine.
           02 FILLER PIC X(06) VALUE "ID".
           02 FILLER PIC X(21) VALUE "NAME".
           02 FILLER PIC X(10) VALUE "LAST GAME".
           02 FILLER PIC X(05) VALUE " IDLE".
           02 FILLER PIC X(07) VALUE "    OLD".
           02 FILLER PIC X(07) VALUE "    NEW".
           02 FILLER PIC X(07) VALUE " CHANGE".
           02 FILLER PIC X(07) VALUE "   PEAK".

       01 DecayDetailLine.
           02 DD-Player-Id PIC X(05).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DD-Name PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DD-Last-Game PIC X(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DD-Idle-Months PIC ZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DD-Old-Rating PIC ZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DD-New-Rating PIC ZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DD-Change PIC ++++9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DD-Peak PIC ZZZ9.

       01 BackHeadLine.
           02 FILLER PIC X(06) VALUE "ID".
           02 FILLER PIC X(21) VALUE "NAME".
           02 FILLER PIC X(10) VALUE "LAST GAME".
           02 FILLER PIC X(10) VALUE "MARKED".
           02 FILLER PIC X(12) VALUE "REACTIVATED".

       01 BackDetailLine.
           02 BD-Player-Id PIC X(05).
           02 FILLER PIC X(01) VALUE SPACES.
           02 BD-Name PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 BD-Last-Game PIC X(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 BD-Marked-Date PIC X(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 BD-How PIC X(20).

       01 TotalLine.
           02 TL-Label PIC X(30).
           02 TL-Count PIC ZZZZ9.

       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Dormant Player Sweep"
           ACCEPT RunStartDate FROM DATE YYYYMMDD
           ACCEPT RunStartTime FROM TIME.

         Setup SECTION.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           MOVE TodaysDate(1:6) TO TodaysMonth
           MOVE SPACES TO SweepCard
           ACCEPT SweepCard
           IF SC-Dormant-Months NOT = SPACES
             IF SC-Dormant-Months NOT NUMERIC OR
               SC-Dormant-Months = "00"
               DISPLAY "Invalid sweep card - " SweepCard
               DISPLAY "Code the months to inactive as 01-99 in "
                 "columns 1-2"
               MOVE 8 TO RETURN-CODE
               PERFORM LogRun
               STOP RUN
             END-IF
             MOVE SC-Dormant-Months TO DormantMonths
           END-IF
           IF SC-Grace-Months NOT = SPACES
             IF SC-Grace-Months NOT NUMERIC OR
               SC-Grace-Months = "00"
               DISPLAY "Invalid sweep card - " SweepCard
               DISPLAY "Code the grace months as 01-99 in columns 3-4"
               MOVE 8 TO RETURN-CODE
               PERFORM LogRun
               STOP RUN
             END-IF
             MOVE SC-Grace-Months TO GraceMonths
           END-IF
           IF SC-Decay-Pct NOT = SPACES
             IF SC-Decay-Pct NOT NUMERIC OR SC-Decay-Pct = "00"
               DISPLAY "Invalid sweep card - " SweepCard
               DISPLAY "Code the decay percentage as 01-99 in "
                 "columns 5-6"
               MOVE 8 TO RETURN-CODE
               PERFORM LogRun
               STOP RUN
             END-IF
             MOVE SC-Decay-Pct TO DecayPct
           END-IF
           IF GraceMonths NOT < DormantMonths
             DISPLAY "Invalid sweep card - " SweepCard
             DISPLAY "The grace months must be fewer than the months "
               "to inactive"
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

           OPEN OUTPUT DormRpt-File
           IF DormRptFileStatus NOT = "00"
             DISPLAY "Unable to open DORMRPT - status "
               DormRptFileStatus
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF

         LoadPlayers SECTION.
      * The side file replaces the whole master, so a master too big
      * for the table stops the sweep before anything is written.
           OPEN INPUT Players-File
           IF PlayersFileStatus NOT = "00"
             DISPLAY "Unable to open PLAYERS - status "
               PlayersFileStatus
             CLOSE DormRpt-File
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
               IF PlayerCount >= PL-Max-Entries
                 DISPLAY "PLAYERS master too large for the sweep ("
                   PL-Max-Entries ") - nothing changed"
                 CLOSE Players-File
                 CLOSE DormRpt-File
                 MOVE 8 TO RETURN-CODE
                 PERFORM LogRun
                 STOP RUN
               END-IF
               ADD 1 TO PlayerCount
               MOVE PM-Player-Id TO PL-Player-Id(PlayerCount)
               MOVE PM-Name TO PL-Name(PlayerCount)
               MOVE PM-Status TO PL-Status(PlayerCount)
             END-IF
           END-PERFORM
           CLOSE Players-File

         LoadDormantList SECTION.
      * No DORMANT file yet just means this is the first sweep.
           OPEN INPUT Dormant-File
           IF DormantFileStatus = "00"
             READ Dormant-File
             PERFORM UNTIL DormantFileStatus NOT = "00"
               MOVE DormantInRecord TO DormantControlRecord
               IF DC-ControlRecord
                 MOVE DC-Last-Sweep-Date TO LastSweepDate
                 MOVE DC-Last-Decay-Month TO LastDecayMonth
               ELSE
                 MOVE DormantInRecord TO DormantPlayerRecord
                 MOVE DP-Player-Id TO WorkPlayerId
                 PERFORM FindPlayerById
                 IF FoundIndex NOT = 0
                   MOVE DP-Record-Type TO PL-Watch(FoundIndex)
                   MOVE DP-Marked-Date TO PL-Marked-Date(FoundIndex)
                   MOVE DP-Last-Game-Date TO
                     PL-Marked-Last-Game(FoundIndex)
                 END-IF
               END-IF
               READ Dormant-File
             END-PERFORM
             CLOSE Dormant-File
           ELSE
             IF DormantFileStatus NOT = "35"
               DISPLAY "Unable to open DORMANT - status "
                 DormantFileStatus
               CLOSE DormRpt-File
               MOVE 8 TO RETURN-CODE
               PERFORM LogRun
               STOP RUN
             END-IF
           END-IF
      * The decay is a monthly step - a second sweep in the same
      * month (a rerun, say) marks and reactivates as usual but does
      * not pull the ratings back again.
           IF LastDecayMonth = TodaysMonth
             SET DecayAlreadyTaken TO TRUE
           END-IF

         FindLastGames SECTION.
      * The archive holds the months already rolled, the log the
      * current one - between them every game ever played.
           OPEN INPUT GLArch-File
           IF GLArchFileStatus = "00"
             READ GLArch-File INTO GameLogRecord
             PERFORM UNTIL GLArchFileStatus NOT = "00"
               PERFORM NoteGame
               READ GLArch-File INTO GameLogRecord
             END-PERFORM
             CLOSE GLArch-File
           END-IF

           OPEN INPUT GameLog-File
           IF GameLogFileStatus = "00"
             READ GameLog-File INTO GameLogRecord
             PERFORM UNTIL GameLogFileStatus NOT = "00"
               PERFORM NoteGame
               READ GameLog-File INTO GameLogRecord
             END-PERFORM
             CLOSE GameLog-File
           END-IF

         SweepPlayers SECTION.
      * Idle time runs from a player's last game, or from the sweep
      * that noticed an operator had put them back to active if that
      * is later. An inactive player the sweep marked is reactivated
      * once a game shows up after the one they were marked on;
      * players made inactive by hand are left to the operator.
           PERFORM VARYING PlayerIndex FROM 1 BY 1
             UNTIL PlayerIndex > PlayerCount
             IF PL-Active(PlayerIndex)
               ADD 1 TO ActiveSwept
               IF PL-WatchDormant(PlayerIndex)
                 SET PL-ReinstatedByHand(PlayerIndex) TO TRUE
                 SET PL-WatchReinstated(PlayerIndex) TO TRUE
                 MOVE TodaysDate TO PL-Marked-Date(PlayerIndex)
                 ADD 1 TO ByHandCount
               END-IF
               IF PL-WatchReinstated(PlayerIndex) AND
                 PL-Last-Game(PlayerIndex) NOT = SPACES AND
                 PL-Last-Game(PlayerIndex) >
                   PL-Marked-Date(PlayerIndex)
                 SET PL-Unwatched(PlayerIndex) TO TRUE
                 ADD 1 TO WatchDroppedCount
               END-IF
               MOVE PL-Last-Game(PlayerIndex) TO IdleSinceDate
               IF PL-WatchReinstated(PlayerIndex)
                 MOVE PL-Marked-Date(PlayerIndex) TO IdleSinceDate
               END-IF
               IF IdleSinceDate = SPACES
                 ADD 1 TO NoGamesCount
               ELSE
                 PERFORM CountIdleMonths
                 MOVE IdleMonths TO PL-Idle-Months(PlayerIndex)
                 IF IdleMonths NOT < GraceMonths AND
                   NOT DecayAlreadyTaken
                   SET PL-DecayDue(PlayerIndex) TO TRUE
                 END-IF
                 IF IdleMonths NOT < DormantMonths
                   SET PL-Inactive(PlayerIndex) TO TRUE
                   SET PL-Flagged(PlayerIndex) TO TRUE
                   SET PL-WatchDormant(PlayerIndex) TO TRUE
                   MOVE TodaysDate TO PL-Marked-Date(PlayerIndex)
                   MOVE PL-Last-Game(PlayerIndex) TO
                     PL-Marked-Last-Game(PlayerIndex)
                   ADD 1 TO FlaggedCount
                 END-IF
               END-IF
             ELSE
               IF PL-WatchDormant(PlayerIndex)
                 IF PL-Last-Game(PlayerIndex) NOT = SPACES AND
                   PL-Last-Game(PlayerIndex) >
                     PL-Marked-Last-Game(PlayerIndex)
                   SET PL-Active(PlayerIndex) TO TRUE
                   SET PL-CameBack(PlayerIndex) TO TRUE
                   SET PL-Unwatched(PlayerIndex) TO TRUE
                   ADD 1 TO CameBackCount
                 ELSE
                   ADD 1 TO StillDormantCount
                 END-IF
               END-IF
             END-IF
           END-PERFORM

         SaveRatings SECTION.
      * RATINGS is copied to the RATINGSW side file with the decayed
      * players' ratings pulled back; peaks and games rated are kept
      * as they stand. The live RATINGS file is never opened for
      * output here.
           OPEN OUTPUT RatingsWrk-File
           IF RatingsWrkFileStatus NOT = "00"
             DISPLAY "Unable to open RATINGSW - status "
               RatingsWrkFileStatus
             CLOSE DormRpt-File
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF
           OPEN INPUT Ratings-File
           IF RatingsFileStatus = "00"
             READ Ratings-File
             PERFORM UNTIL RatingsFileStatus NOT = "00"
               MOVE RatingsInRecord TO PlayerRatingRecord
               IF RT-PlayerRecord
                 MOVE RT-Name TO WorkPlayerName
                 PERFORM FindPlayerByName
                 IF FoundIndex NOT = 0
                   IF PL-DecayDue(FoundIndex)
                     PERFORM DecayRating
                   END-IF
                 END-IF
                 WRITE RatingsWrkRecord FROM PlayerRatingRecord
               ELSE
                 WRITE RatingsWrkRecord FROM RatingsInRecord
               END-IF
               READ Ratings-File
             END-PERFORM
             CLOSE Ratings-File
           ELSE
             IF RatingsFileStatus NOT = "35"
               DISPLAY "Unable to open RATINGS - status "
                 RatingsFileStatus
               CLOSE DormRpt-File
               CLOSE RatingsWrk-File
               MOVE 8 TO RETURN-CODE
               PERFORM LogRun
               STOP RUN
             END-IF
           END-IF
           WRITE RatingsWrkRecord FROM SaveTrailerRecord
           CLOSE RatingsWrk-File

         SavePlayers SECTION.
           OPEN OUTPUT PlayersWrk-File
           IF PlayersWrkFileStatus NOT = "00"
             DISPLAY "Unable to open PLAYERSW - status "
               PlayersWrkFileStatus
             CLOSE DormRpt-File
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF
           PERFORM VARYING PlayerIndex FROM 1 BY 1
             UNTIL PlayerIndex > PlayerCount
             MOVE PL-Player-Id(PlayerIndex) TO SP-Player-Id
             MOVE PL-Name(PlayerIndex) TO SP-Name
             MOVE PL-Status(PlayerIndex) TO SP-Status
             WRITE PlayersWrkRecord FROM SweptPlayerRecord
           END-PERFORM
           WRITE PlayersWrkRecord FROM SaveTrailerRecord
           CLOSE PlayersWrk-File

         SaveDormantList SECTION.
           OPEN OUTPUT DormantWrk-File
           IF DormantWrkFileStatus NOT = "00"
             DISPLAY "Unable to open DORMANTW - status "
               DormantWrkFileStatus
             CLOSE DormRpt-File
             MOVE 8 TO RETURN-CODE
             PERFORM LogRun
             STOP RUN
           END-IF
           MOVE SPACES TO DormantControlRecord
           SET DC-ControlRecord TO TRUE
           MOVE TodaysDate TO DC-Last-Sweep-Date
           MOVE LastDecayMonth TO DC-Last-Decay-Month
           IF NOT DecayAlreadyTaken
             MOVE TodaysMonth TO DC-Last-Decay-Month
           END-IF
           WRITE DormantWrkRecord FROM DormantControlRecord
           PERFORM VARYING PlayerIndex FROM 1 BY 1
             UNTIL PlayerIndex > PlayerCount
             IF NOT PL-Unwatched(PlayerIndex)
               MOVE PL-Watch(PlayerIndex) TO DP-Record-Type
               MOVE PL-Player-Id(PlayerIndex) TO DP-Player-Id
               MOVE PL-Marked-Date(PlayerIndex) TO DP-Marked-Date
               MOVE PL-Marked-Last-Game(PlayerIndex) TO
                 DP-Last-Game-Date
               WRITE DormantWrkRecord FROM DormantPlayerRecord
             END-IF
           END-PERFORM
           WRITE DormantWrkRecord FROM SaveTrailerRecord
           CLOSE DormantWrk-File

         PrintReport SECTION.
           MOVE SPACES TO ReportLine
           STRING "TREY'S DEV SHED TIC TAC TOE - DORMANT PLAYER SWEEP "
             "- " TodaysDate DELIMITED BY SIZE INTO ReportLine
           WRITE DormRptRecord FROM ReportLine
           MOVE SPACES TO ReportLine
           STRING "INACTIVE AFTER " DormantMonths " MONTHS, RATING "
             "DECAY " DecayPct "% A MONTH AFTER " GraceMonths
             " MONTHS" DELIMITED BY SIZE INTO ReportLine
           WRITE DormRptRecord FROM ReportLine
           MOVE SPACES TO ReportLine
           IF LastSweepDate = SPACES
             MOVE "FIRST SWEEP" TO ReportLine
           ELSE
             STRING "LAST SWEEP " LastSweepDate
               DELIMITED BY SIZE INTO ReportLine
           END-IF
           WRITE DormRptRecord FROM ReportLine
           MOVE SPACES TO DormRptRecord
           WRITE DormRptRecord

           MOVE "PLAYERS MARKED INACTIVE" TO DormRptRecord
           WRITE DormRptRecord
           WRITE DormRptRecord FROM FlagHeadLine
           MOVE 0 TO LinesPrinted
           PERFORM VARYING PlayerIndex FROM 1 BY 1
             UNTIL PlayerIndex > PlayerCount
             IF PL-Flagged(PlayerIndex)
               MOVE PL-Player-Id(PlayerIndex) TO FL-Player-Id
               MOVE PL-Name(PlayerIndex) TO FL-Name
               MOVE PL-Last-Game(PlayerIndex) TO FL-Last-Game
               MOVE PL-Idle-Months(PlayerIndex) TO FL-Idle-Months
               WRITE DormRptRecord FROM FlagDetailLine
               ADD 1 TO LinesPrinted
             END-IF
           END-PERFORM
           PERFORM PrintNoneLine

           MOVE "RATINGS PULLED TOWARD THE STARTING RATING" TO
             DormRptRecord
           WRITE DormRptRecord
           IF DecayAlreadyTaken
             MOVE SPACES TO ReportLine
             STRING "  ALREADY TAKEN FOR " TodaysMonth
               " - NO DECAY ON THIS SWEEP" DELIMITED BY SIZE
               INTO ReportLine
             WRITE DormRptRecord FROM ReportLine
             MOVE SPACES TO DormRptRecord
             WRITE DormRptRecord
           ELSE
             WRITE DormRptRecord FROM DecayHeadLine
             MOVE 0 TO LinesPrinted
             PERFORM VARYING PlayerIndex FROM 1 BY 1
               UNTIL PlayerIndex > PlayerCount
               IF PL-Decayed(PlayerIndex)
                 MOVE PL-Player-Id(PlayerIndex) TO DD-Player-Id
                 MOVE PL-Name(PlayerIndex) TO DD-Name
                 MOVE PL-Last-Game(PlayerIndex) TO DD-Last-Game
                 MOVE PL-Idle-Months(PlayerIndex) TO DD-Idle-Months
                 MOVE PL-Old-Rating(PlayerIndex) TO DD-Old-Rating
                 MOVE PL-New-Rating(PlayerIndex) TO DD-New-Rating
                 COMPUTE DD-Change = PL-New-Rating(PlayerIndex) -
                   PL-Old-Rating(PlayerIndex)
                 MOVE PL-Peak(PlayerIndex) TO DD-Peak
                 WRITE DormRptRecord FROM DecayDetailLine
                 ADD 1 TO LinesPrinted
               END-IF
             END-PERFORM
             PERFORM PrintNoneLine
           END-IF

           MOVE "PLAYERS REACTIVATED SINCE THE LAST SWEEP" TO
             DormRptRecord
           WRITE DormRptRecord
           WRITE DormRptRecord FROM BackHeadLine
           MOVE 0 TO LinesPrinted
           PERFORM VARYING PlayerIndex FROM 1 BY 1
             UNTIL PlayerIndex > PlayerCount
             IF PL-CameBack(PlayerIndex) OR
               PL-ReinstatedByHand(PlayerIndex)
               MOVE PL-Player-Id(PlayerIndex) TO BD-Player-Id
               MOVE PL-Name(PlayerIndex) TO BD-Name
               MOVE PL-Last-Game(PlayerIndex) TO BD-Last-Game
               IF PL-CameBack(PlayerIndex)
                 MOVE PL-Marked-Date(PlayerIndex) TO BD-Marked-Date
                 MOVE "PLAYED AGAIN" TO BD-How
               ELSE
                 MOVE SPACES TO BD-Marked-Date
                 MOVE "BY OPERATOR" TO BD-How
               END-IF
               WRITE DormRptRecord FROM BackDetailLine
               ADD 1 TO LinesPrinted
             END-IF
           END-PERFORM
           PERFORM PrintNoneLine

           MOVE "ACTIVE PLAYERS SWEPT" TO TL-Label
           MOVE ActiveSwept TO TL-Count
           WRITE DormRptRecord FROM TotalLine
           MOVE "MARKED INACTIVE" TO TL-Label
           MOVE FlaggedCount TO TL-Count
           WRITE DormRptRecord FROM TotalLine
           MOVE "RATINGS DECAYED" TO TL-Label
           MOVE DecayedCount TO TL-Count
           WRITE DormRptRecord FROM TotalLine
           MOVE "REACTIVATED - PLAYED AGAIN" TO TL-Label
           MOVE CameBackCount TO TL-Count
           WRITE DormRptRecord FROM TotalLine
           MOVE "REACTIVATED BY OPERATOR" TO TL-Label
           MOVE ByHandCount TO TL-Count
           WRITE DormRptRecord FROM TotalLine
           MOVE "STILL INACTIVE FROM EARLIER" TO TL-Label
           MOVE StillDormantCount TO TL-Count
           WRITE DormRptRecord FROM TotalLine
           MOVE "ACTIVE WITH NO GAMES ON FILE" TO TL-Label
           MOVE NoGamesCount TO TL-Count
           WRITE DormRptRecord FROM TotalLine
           CLOSE DormRpt-File.

         Outro SECTION.
      * Nothing to change ends CC 4, which bypasses the replace steps.
           COMPUTE ChangeCount = FlaggedCount + DecayedCount +
             CameBackCount + ByHandCount + WatchDroppedCount
           DISPLAY FlaggedCount " marked inactive, " DecayedCount
             " decayed, " CameBackCount " reactivated - see DORMRPT"
           IF ChangeCount = 0
             DISPLAY "Nothing to change - the live files stay as "
               "they are"
             MOVE 4 TO RETURN-CODE
           ELSE
             DISPLAY "Changes on PLAYERSW, RATINGSW and DORMANTW - "
               "run the replace steps to put them live"
           END-IF
           PERFORM LogRun
           STOP RUN.

         NoteGame SECTION.
      * Keeps the latest game date seen for each registered player.
           ADD 1 TO GamesRead
           MOVE GL-Player1-Name TO WorkPlayerName
           PERFORM FindPlayerByName
           IF FoundIndex NOT = 0
             IF PL-Last-Game(FoundIndex) = SPACES OR
               GL-Date > PL-Last-Game(FoundIndex)
               MOVE GL-Date TO PL-Last-Game(FoundIndex)
             END-IF
           END-IF
           MOVE GL-Player2-Name TO WorkPlayerName
           PERFORM FindPlayerByName
           IF FoundIndex NOT = 0
             IF PL-Last-Game(FoundIndex) = SPACES OR
               GL-Date > PL-Last-Game(FoundIndex)
               MOVE GL-Date TO PL-Last-Game(FoundIndex)
             END-IF
           END-IF.

         FindPlayerByName SECTION.
           MOVE 0 TO FoundIndex
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > PlayerCount OR
             FoundIndex NOT = 0
             IF PL-Name(TMP) = WorkPlayerName
               MOVE TMP TO FoundIndex
             END-IF
           END-PERFORM.

         FindPlayerById SECTION.
           MOVE 0 TO FoundIndex
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > PlayerCount OR
             FoundIndex NOT = 0
             IF PL-Player-Id(TMP) = WorkPlayerId
               MOVE TMP TO FoundIndex
             END-IF
           END-PERFORM.

         CountIdleMonths SECTION.
      * Whole calendar months from IdleSinceDate to today - a month
      * only counts once its day of the month has come round.
           COMPUTE IdleMonths = (TD-Year - IS-Year) * 12 +
             TD-Month - IS-Month
           IF TD-Day < IS-Day
             SUBTRACT 1 FROM IdleMonths
           END-IF
           IF IdleMonths < 0
             MOVE 0 TO IdleMonths
           END-IF.

         DecayRating SECTION.
      * Takes DecayPct of the distance to the starting rating off a
      * rating above it, or adds it to one below. A rating too close
      * for the percentage to move it is left alone.
           COMPUTE RatingGap = RT-Rating - RA-Start-Rating
           COMPUTE DecayAmount ROUNDED = RatingGap * DecayPct / 100
           IF DecayAmount NOT = 0
             MOVE RT-Rating TO PL-Old-Rating(FoundIndex)
             SUBTRACT DecayAmount FROM RT-Rating
             MOVE RT-Rating TO PL-New-Rating(FoundIndex)
             MOVE RT-Peak TO PL-Peak(FoundIndex)
             SET PL-Decayed(FoundIndex) TO TRUE
             ADD 1 TO DecayedCount
           END-IF.

         PrintNoneLine SECTION.
           IF LinesPrinted = 0
             MOVE "  NONE" TO DormRptRecord
             WRITE DormRptRecord
           END-IF
           MOVE SPACES TO DormRptRecord
           WRITE DormRptRecord.

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
             MOVE "TTDORM" TO RH-Program-Id
             MOVE RunStartDate TO RH-Run-Date
             MOVE RunStartTime TO RH-Start-Time
             ACCEPT RH-End-Time FROM TIME
             MOVE PlayerCount TO RH-Records-In
             MOVE ChangeCount TO RH-Records-Out
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
