      * FBRSNREC - feed resend list (FBRESEND) written by FBACKREC:
      * one row per feed operations must retransmit to the warehouse,
      * because it was short-loaded or never acknowledged.
           01 FBRSNREC-RECORD.
               05 FBRSN-RUN-DATE PIC 9(8).
               05 FBRSN-RUN-SEQ PIC 9(2).
               05 FBRSN-FEED-TYPE PIC X(3).
               05 FBRSN-SENT-RECS PIC 9(8).
               05 FBRSN-LOADED PIC 9(8).
               05 FBRSN-REASON PIC X(20).
