      * FBAGTREC - acknowledgement gate row (FBACKGAT), rewritten by
      * FBACKREC on every reconciliation: one row per feed checked,
      * with its verdict - the run's own FBEXTFIL and FBDELTA lines
      * ('EXT', 'DLT') and any lines resent for it by FBSUSPRC ('EXR',
      * 'DLR'). FBPROMOT will only promote FBOUTFIL to FBPRIOR when
      * every feed sent for the runs being promoted shows 'F' here.
           01 FBAGTREC-RECORD.
               05 FBAGT-RUN-DATE PIC 9(8).
               05 FBAGT-RUN-SEQ PIC 9(2).
               05 FBAGT-FEED-TYPE PIC X(3).
               05 FBAGT-STATE PIC X(1).
                   88 FBAGT-LOADED-FULL VALUE 'F'.
                   88 FBAGT-SHORT-LOADED VALUE 'S'.
                   88 FBAGT-REJECTED VALUE 'R'.
                   88 FBAGT-NEVER-ACKED VALUE 'N'.
                   88 FBAGT-AWAITING VALUE 'W'.
               05 FBAGT-SENT-RECS PIC 9(8).
               05 FBAGT-LOADED PIC 9(8).
               05 FBAGT-REJECTED-RECS PIC 9(8).
