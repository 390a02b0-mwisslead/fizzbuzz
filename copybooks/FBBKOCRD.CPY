      * FBBKOCRD - back-out request card (BKOCARD). Names the one
      * nightly run to be undone by its run date and run seq; every
      * FBMASTER row that run wrote and no later run has touched is
      * put back to its prior value from FBHSTFIL.
           01 FBBKOCRD-RECORD.
               05 FBBKO-RUN-DATE PIC 9(8).
               05 FBBKO-RUN-SEQ PIC 9(2).
               05 FILLER PIC X(18).
