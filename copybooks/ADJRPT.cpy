      * ADJRPT.cpy
      * Record layout for the ADJRPT print file - the result
      * adjustments audit report, listing every correction made in
      * the period, suitable for routing to a printer.
       01 AdjRptRecord PIC X(80).
