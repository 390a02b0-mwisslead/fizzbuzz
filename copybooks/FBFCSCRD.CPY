      * FBFCSCRD - batch window forecast card (FCSTCARD) for FBFCST.
      * Times are HHMMSS. A window end earlier than the start is the
      * next morning. Zero start forecasts from the time FBFCST runs;
      * zero look-back uses 30 days of audit history; zero maximum
      * uses the FBSPLIT limit of 16 partitions.
           01 FBFCSCRD-RECORD.
               05 FBFCS-WINDOW-START PIC 9(6).
               05 FBFCS-WINDOW-END PIC 9(6).
               05 FBFCS-LOOKBACK-DAYS PIC 9(3).
               05 FBFCS-MAX-PARTITIONS PIC 9(2).
               05 FILLER PIC X(11).
