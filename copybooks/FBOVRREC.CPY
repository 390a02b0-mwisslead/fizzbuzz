      * of one counter regardless of the divisor rules. Skipped and
      * overridden counts are carried through the checkpoint, the
      * control totals and the audit row so the trailer still
      * balances to the range. FBOVERRD is written by FBOVRMNT from
      * the approved cards in its store, not keyed directly.
           01 FBOVRREC-RECORD.
               05 FBOVR-TYPE PIC X(1).
                   88 FBOVR-IS-SKIP VALUE '1'.
