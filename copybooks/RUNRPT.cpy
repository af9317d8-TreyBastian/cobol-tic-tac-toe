      * RUNRPT.cpy
      * Record layout for the RUNRPT print file - the batch run
      * history report, listing each step's recent runs with elapsed
      * times and volumes, the runs that failed or were rerun, the
      * volume swings and the latest runs in the order they ran,
      * suitable for routing to a printer.
       01 RunRptRecord PIC X(80).
