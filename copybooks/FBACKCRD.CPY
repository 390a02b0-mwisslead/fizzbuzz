      * FBACKCRD - acknowledgement reconciliation card (ACKCARD).
      * A feed with no acknowledgement more than FBACK-WAIT-DAYS days
      * after its run is reported as never acknowledged and listed
      * for resend; only runs on or after FBACK-FROM-DATE are checked
      * (zero checks every run still on the status file).
           01 FBACKCRD-RECORD.
               05 FBACK-WAIT-DAYS PIC 9(3).
               05 FBACK-FROM-DATE PIC 9(8).
               05 FILLER PIC X(17).
