      * FBWAKREC - warehouse load acknowledgement (FBWHACK), one row
      * per feed the warehouse has loaded: which run and which feed
      * ('EXT' for FBEXTFIL, 'DLT' for FBDELTA, 'EXR' and 'DLR' for
      * the run's lines on the FBEXTRSD and FBDLTRSD resend feeds),
      * and how many of its records were loaded and rejected. A feed
      * that was resent may be acknowledged more than once; the last
      * row read counts.
           01 FBWAKREC-RECORD.
               05 FBWAK-RUN-DATE PIC 9(8).
               05 FBWAK-RUN-SEQ PIC 9(2).
               05 FBWAK-FEED-TYPE PIC X(3).
                   88 FBWAK-IS-EXTRACT VALUE 'EXT'.
                   88 FBWAK-IS-DELTA VALUE 'DLT'.
                   88 FBWAK-IS-EXTRACT-RESEND VALUE 'EXR'.
                   88 FBWAK-IS-DELTA-RESEND VALUE 'DLR'.
               05 FBWAK-LOADED PIC 9(8).
               05 FBWAK-REJECTED PIC 9(8).
               05 FILLER PIC X(11).
