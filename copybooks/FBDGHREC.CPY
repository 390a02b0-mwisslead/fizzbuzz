      * FBDGHREC - morning digest summary row (FBDGSTHS), appended by
      * FBDIGEST once per business date it reports on, so operations
      * quality can be tracked week over week. A date digested again
      * gets a fresh row; the latest row for a date is the one that
      * stands. Promotion state 'P' promoted, 'N' pending; verdict
      * 'C' clean, 'A' open actions remained.
           01 FBDGHREC-RECORD.
               05 FBDGH-BUSINESS-DATE PIC 9(8).
               05 FBDGH-DIGEST-DATE PIC 9(8).
               05 FBDGH-DIGEST-TIME PIC 9(6).
               05 FBDGH-CARDS-SELECTED PIC 9(3).
               05 FBDGH-CARDS-RAN PIC 9(3).
               05 FBDGH-CARDS-COMPLETE PIC 9(3).
               05 FBDGH-CARDS-STOPPED PIC 9(3).
               05 FBDGH-CARDS-ABNORMAL PIC 9(3).
               05 FBDGH-CARDS-NOT-RUN PIC 9(3).
               05 FBDGH-HIGH-COND-CODE PIC 9(2).
               05 FBDGH-RECON-CLEAN PIC 9(3).
               05 FBDGH-RECON-DISCREP PIC 9(3).
               05 FBDGH-RECON-MISSING PIC 9(3).
               05 FBDGH-PROMOTION-STATE PIC X(1).
                   88 FBDGH-PROMOTED VALUE 'P'.
                   88 FBDGH-PROMOTION-PENDING VALUE 'N'.
               05 FBDGH-OVR-NEAR-EXPIRY PIC 9(3).
               05 FBDGH-OVR-EXPIRED PIC 9(3).
               05 FBDGH-SUSP-OPEN PIC 9(8).
               05 FBDGH-OPEN-ACTIONS PIC 9(3).
               05 FBDGH-VERDICT PIC X(1).
                   88 FBDGH-NIGHT-CLEAN VALUE 'C'.
                   88 FBDGH-ACTIONS-OPEN VALUE 'A'.
               05 FILLER PIC X(10).
