           COPY GAMEMOVE.

       FD  GLArch-File.
       01 GLArchRecord PIC X(79).

       FD  GameLog-File.
       01 GameLogInRecord PIC X(79).

       FD  OpsRpt-File.
           COPY OPSRPT.
           STOP RUN.

         TallyOneDay SECTION.
      * Issued game ids carry their source letter - I interactive,
      * B batch, S simulator - ahead of the year and sequence. Older
      * ids predate GAMEIDS: interactive ones were stamped from date
      * and time (all digits), SIM ones were the simulator's own and
      * batch ones came off the MOVES deck. Three buckets either way,
      * so the report shows where the volume actually comes from.
           MOVE 0 TO DayIndex
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > DayCount OR
             DayIndex NOT = 0
           IF DayIndex NOT = 0
             ADD 1 TO DV-Games(DayIndex)
             EVALUATE TRUE
               WHEN GL-Game-Id(1:1) = "S" AND
                 GL-Game-Id(2:9) IS NUMERIC
                 ADD 1 TO DV-Sim(DayIndex)
               WHEN GL-Game-Id(1:1) = "I" AND
                 GL-Game-Id(2:9) IS NUMERIC
                 ADD 1 TO DV-Inter(DayIndex)
               WHEN GL-Game-Id(1:1) = "B" AND
                 GL-Game-Id(2:9) IS NUMERIC
                 ADD 1 TO DV-Batch(DayIndex)
               WHEN GL-Game-Id(1:3) = "SIM"
                 ADD 1 TO DV-Sim(DayIndex)
               WHEN GL-Game-Id IS NUMERIC
