      *====================================================
      * CALC-RESULT.CPY
      * Shared paragraph: a calculator running under batch
      * mode hands its answer back to whoever CALLed it through
      * the FH_CALC_RESULT environment variable, the same way
      * the drivers hand parms down (FH_NP_PARM1/FH_NP_PARM2).
      * Caller MOVEs the answer, as it would show it on the
      * screen, to WS-FH-CALC-RESULT and PERFORMs this once the
      * answer is known. CALC-SELF-TEST compares it with the
      * golden answer. Interactive runs publish nothing.
      *====================================================
       PUBLISH-CALC-RESULT.
           IF WS-FH-NIGHTLY-BATCH = "Y"
               DISPLAY "FH_CALC_RESULT" UPON ENVIRONMENT-NAME
               DISPLAY WS-FH-CALC-RESULT UPON ENVIRONMENT-VALUE
           END-IF.

           EXIT PARAGRAPH.
