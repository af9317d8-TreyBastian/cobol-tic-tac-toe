      * CAREERPT.cpy
      * Record layout for the CAREERPT print file - the player career
      * statements, one page per player, suitable for routing to a
      * printer.
       01 CareerRptRecord PIC X(80).
