      * OPENRPT.cpy
      * Record layout for the OPENRPT print file - the opening
      * analysis report replayed out of the MOVEARCH archive (and a
      * simulator deck when one is given), tallying results by
      * opening cell, by opening and reply, and by who moved first,
      * suitable for routing to a printer.
       01 OpenRptRecord PIC X(80).
