      * FBOVMREC - override maintenance store (FBOVRMST), keyed by
      * card ID and version. Every add, change or expiry made through
      * FBOVRMNT is a new version that stays 'P' pending until a
      * second user approves it; the version it replaces is then
      * marked 'S' superseded. Only 'A' approved versions are written
      * to FBOVERRD. Card ID zero is the control record holding the
      * last card ID handed out.
           01 FBOVMREC-RECORD.
               05 FBOVM-KEY.
                   10 FBOVM-CARD-ID PIC 9(6).
                   10 FBOVM-VERSION PIC 9(3).
               05 FBOVM-STATUS PIC X(1).
                   88 FBOVM-IS-PENDING VALUE 'P'.
                   88 FBOVM-IS-APPROVED VALUE 'A'.
                   88 FBOVM-IS-SUPERSEDED VALUE 'S'.
                   88 FBOVM-IS-REJECTED VALUE 'R'.
      * 'A' add, 'C' change, 'X' expire, 'L' loaded from an existing
      * FBOVERRD when the store was first built.
               05 FBOVM-ACTION PIC X(1).
               05 FBOVM-MAKER-ID PIC X(8).
               05 FBOVM-MAKER-DATE PIC 9(8).
               05 FBOVM-MAKER-TIME PIC 9(6).
               05 FBOVM-CHECKER-ID PIC X(8).
               05 FBOVM-CHECKER-DATE PIC 9(8).
               05 FBOVM-CHECKER-TIME PIC 9(6).
      * the FBOVRREC card this version puts in force.
               05 FBOVM-CARD PIC X(78).
               05 FBOVM-CONTROL-DATA REDEFINES FBOVM-CARD.
                   10 FBOVM-LAST-CARD-ID PIC 9(6).
                   10 FILLER PIC X(72).
               05 FILLER PIC X(7).
