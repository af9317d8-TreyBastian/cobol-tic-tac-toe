      * PLAYRATE.cpy
      * Record layouts for the RATINGS strength-rating file - a
      * control record carrying the date/time of the last GAMELOG
      * record rated and of the last GAMEADJ result adjustment taken
      * into the ratings, then one record per player with current
      * rating, peak rating and games rated, so ratings carry across
      * runs.
       01 RatingControlRecord.
           02 RC-Record-Type PIC X(01).
               88 RC-ControlRecord VALUE "C".
           02 RC-Last-Date PIC X(08).
           02 RC-Last-Time PIC X(08).
           02 RC-Last-Adj-Date PIC X(08).
           02 RC-Last-Adj-Time PIC X(08).

       01 PlayerRatingRecord.
           02 RT-Record-Type PIC X(01).
