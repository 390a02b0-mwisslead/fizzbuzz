      * make release decisions without scraping SYSOUT. The
      * condition code is the run's highest severity: 00 clean,
      * 04 completed with warnings, 08 stopped by operator,
      * 12 writes left in suspense (FBSUSPNS) - hold the warehouse
      * release until FBSUSPRC has cleared them, 16 aborted;
      * FBSTS-HIGH-MSG-ID names the message behind it.
           01 FBRUNSTS-RECORD.
               05 FBSTS-RUN-DATE PIC 9(8).
               05 FBSTS-RUN-TIME PIC 9(6).
               05 FBSTS-RPT-RECS PIC 9(8).
               05 FBSTS-EXT-RECS PIC 9(8).
               05 FBSTS-DLT-RECS PIC 9(8).
      * rule-set version the run classified with; spaces when the
      * unversioned FBRULES file was loaded instead.
               05 FBSTS-RULE-VERSION PIC X(8).
      * suspense entries the run left open. The row is not reissued
      * when FBSUSPRC clears them; the run's latest FBSUSCLR row
      * (FBSCLREC) carries the open count and condition code after
      * reprocessing.
               05 FBSTS-SUSP-OPEN PIC 9(8).
