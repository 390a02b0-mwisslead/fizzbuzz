      * range span = CNT-TOTAL + CNT-SKIPPED.
               05 FBAUD-CNT-SKIPPED PIC 9(8).
               05 FBAUD-CNT-OVERRIDE PIC 9(8).
      * rule-set version the run classified with (FBRLBREC); spaces
      * when no library version was in force and the unversioned
      * FBRULES file was loaded instead.
               05 FBAUD-RULE-VERSION PIC X(8).
      * first counter this execution classified (the restart point
      * on a restarted card) and the seconds it took to reach the
      * audit row, so throughput can be measured from the log; zero
      * when the card never started classifying.
               05 FBAUD-RUN-START PIC 9(8).
               05 FBAUD-ELAPSED-SECS PIC 9(6).
