      * DORMANT.cpy
      * Record layouts for the DORMANT sweep file - a control record
      * carrying the date of the last dormant player sweep and the
      * month its rating decay was last taken, then one record per
      * player the sweep is keeping an eye on: a player it marked
      * inactive for lack of games (with the date of their last game
      * then, so a game since shows they came back), or one an
      * operator put back to active after the sweep had marked them
      * (with the date it was noticed, from which idle time is
      * counted again).
       01 DormantControlRecord.
           02 DC-Record-Type PIC X(01).
               88 DC-ControlRecord VALUE "C".
           02 DC-Last-Sweep-Date PIC X(08).
           02 DC-Last-Decay-Month PIC X(06).

       01 DormantPlayerRecord.
           02 DP-Record-Type PIC X(01).
               88 DP-Dormant VALUE "D".
               88 DP-Reinstated VALUE "R".
           02 DP-Player-Id PIC X(05).
           02 DP-Marked-Date PIC X(08).
           02 DP-Last-Game-Date PIC X(08).
