      * range into. One control card per partition is written to
      * PARTCARD; each partition then runs the nightly program
      * concurrently with its own checkpoint and output files.
      * FBSPLIT reads the first card only and splits the first
      * control card only. FBFCST writes that one card, with the
      * control card's sequence (01) and range alongside the advised
      * count, and FBSPLIT refuses it if they do not match CTLCARD;
      * advice for later control cards is on the forecast listing.
      * Hand-punched cards may leave the sequence and range blank.
           01 FBSPLCRD-RECORD.
               05 FBSPL-PARTITION-CNT PIC 9(2).
               05 FBSPL-CARD-SEQ PIC 9(2).
               05 FBSPL-START-RANGE PIC 9(8).
               05 FBSPL-END-RANGE PIC 9(8).
               05 FILLER PIC X(8).
