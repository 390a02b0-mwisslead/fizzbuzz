      * FBCLTREC - control-card library maintenance transaction
      * (CALTRANS) for FBCALMNT. 'A' adds the card image as a new
      * library entry; 'C' replaces entry FBCLT-ENTRY-NBR with the
      * card image; 'X' expires that entry on FBCLT-EXPIRE-DATE, the
      * last night it runs (zero makes tonight its last night).
      * Entry numbers are the ones printed on the FBCALRPT and
      * FBCALMNT listings; entries are never removed, so the numbers
      * do not move.
           01 FBCLTREC-RECORD.
               05 FBCLT-ACTION PIC X(1).
                   88 FBCLT-IS-ADD VALUE 'A'.
                   88 FBCLT-IS-CHANGE VALUE 'C'.
                   88 FBCLT-IS-EXPIRE VALUE 'X'.
               05 FBCLT-ENTRY-NBR PIC 9(3).
      * a complete FBCALCRD library record for 'A' and 'C'.
               05 FBCLT-CARD PIC X(80).
               05 FBCLT-EXPIRE-DATA REDEFINES FBCLT-CARD.
                   10 FBCLT-EXPIRE-DATE PIC 9(8).
                   10 FILLER PIC X(72).
