      * FBSUBREC - feed subscription (FBSUBSCR), one row per
      * downstream consumer. FBDIST cuts each subscriber its own
      * feed after the nightly run: the full classification output
      * (FBOUTFIL) or only the changes (FBDELTA, and the night's
      * lines resent on FBDLTRSD), delimited or fixed-width, on
      * FBFEED under the subscriber's key; operations split each
      * feed out to the dataset named here. Blank class
      * codes take every code and zero ranges take every counter;
      * otherwise a record must match one listed code and fall in
      * one listed range.
           01 FBSUBREC-RECORD.
               05 FBSUB-SUBSCRIBER-ID PIC X(8).
               05 FBSUB-FEED-TYPE PIC X(1).
                   88 FBSUB-FULL-FEED VALUE 'F'.
                   88 FBSUB-CHANGES-FEED VALUE 'C'.
               05 FBSUB-LAYOUT PIC X(1).
                   88 FBSUB-DELIMITED VALUE 'D'.
                   88 FBSUB-FIXED-WIDTH VALUE 'F'.
               05 FBSUB-FEED-DSNAME PIC X(44).
               05 FBSUB-CODE-LIST.
                   10 FBSUB-CLASS-CODE PIC X(2) OCCURS 10 TIMES.
               05 FBSUB-RANGE-LIST.
                   10 FBSUB-RANGE OCCURS 4 TIMES.
                       15 FBSUB-RANGE-LOW PIC 9(8).
                       15 FBSUB-RANGE-HIGH PIC 9(8).
               05 FILLER PIC X(6).
