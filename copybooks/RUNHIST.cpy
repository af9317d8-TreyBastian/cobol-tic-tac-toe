      * RUNHIST.cpy
      * Record layout for the RUNHIST run history file - one record
      * appended by each batch step as it ends, good or bad, so the
      * nightly schedule can be reviewed long after the job output
      * has been purged. The step label tells apart the runs of a
      * program used in more than one step (the guarded replace,
      * TTFCOPY) and is blank otherwise. Times are HHMMSSss as taken
      * from the clock; a step that ends past midnight has an end
      * time earlier than its start. Records in, records out and
      * exceptions are counted in the unit the step works in - games
      * for the deck and log steps, records for the copy steps - and
      * the final status follows the return code: C completed (0), W
      * completed with warnings (4), F failed (8 and over).
       01 RunHistRecord.
           02 RH-Program-Id PIC X(08).
           02 RH-Step-Label PIC X(16).
           02 RH-Run-Date PIC X(08).
           02 RH-Start-Time PIC X(08).
           02 RH-End-Time PIC X(08).
           02 RH-Records-In PIC 9(07).
           02 RH-Records-Out PIC 9(07).
           02 RH-Exceptions PIC 9(07).
           02 RH-Return-Code PIC 9(03).
           02 RH-Final-Status PIC X(01).
               88 RH-Completed VALUE "C".
               88 RH-Warning VALUE "W".
               88 RH-Failed VALUE "F".
           02 FILLER PIC X(07).
