      * PMAINRPT.cpy
      * Record layout for the PMAINRPT print file - the player
      * maintenance transaction register listing every PLAYTRAN card
      * as applied or rejected with the reason, then the control
      * totals, suitable for routing to a printer.
       01 PMaintRptRecord PIC X(80).
