      * DORMRPT.cpy
      * Record layout for the DORMRPT print file - the dormant player
      * sweep report, listing the players marked inactive, the
      * ratings pulled back toward the starting rating and by how
      * much, and the players who came back and were reactivated,
      * then the control totals, suitable for routing to a printer.
       01 DormRptRecord PIC X(80).
