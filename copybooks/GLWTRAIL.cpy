      * will overwrite GAMELOG, so the partial work file left by an
      * abended roll can never replace the live log. The text cannot
      * collide with a real record - GL-Date is always numeric.
       01 RollTrailerRecord PIC X(79) VALUE "*** ROLL COMPLETE ***".
