      * FBCOVCRD - master coverage report card (COVCARD). The master
      * is summarized in bands of FBCOV-BAND-SIZE counters (zero
      * gives 100000) between FBCOV-LOW-COUNTER and
      * FBCOV-HIGH-COUNTER (zero runs from counter 1 to the highest
      * counter on file). Rows last classified before
      * FBCOV-CUTOFF-DATE are counted as stale; zero turns the stale
      * check off.
           01 FBCOVCRD-RECORD.
               05 FBCOV-BAND-SIZE PIC 9(8).
               05 FBCOV-CUTOFF-DATE PIC 9(8).
               05 FBCOV-LOW-COUNTER PIC 9(8).
               05 FBCOV-HIGH-COUNTER PIC 9(8).
               05 FILLER PIC X(8).
