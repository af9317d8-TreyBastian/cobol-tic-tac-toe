      * EXPCTL.cpy
      * Record layout for the EXPCTL export control file - the one
      * record that remembers the window of the last league results
      * export: games logged after the from stamp up to and
      * including the to stamp went out, so the next export starts
      * after the to stamp and a repeat of the last export can send
      * exactly the same games again.
       01 ExportControlRecord.
           02 EC-Record-Type PIC X(01).
               88 EC-ControlRecord VALUE "C".
           02 EC-From-Date PIC X(08).
           02 EC-From-Time PIC X(08).
           02 EC-To-Date PIC X(08).
           02 EC-To-Time PIC X(08).
           02 EC-Extract-Date PIC X(08).
           02 EC-Extract-Time PIC X(08).
           02 EC-Game-Count PIC 9(07).
