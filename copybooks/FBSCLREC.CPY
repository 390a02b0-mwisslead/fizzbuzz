      * FBSCLREC - suspense clearance row (FBSUSCLR), appended by
      * FBSUSPRC for every run whose suspense entries it cleared. The
      * run's own FBSTSFIL row is never reissued; the latest row here
      * for a run date and seq gives where the run stands once its
      * entries have been reapplied - the entries still open, the
      * condition code and message the run now carries, and how many
      * of its extract and delta lines went out on the resend feeds
      * FBEXTRSD and FBDLTRSD in that pass.
           01 FBSCLREC-RECORD.
               05 FBSCL-RUN-DATE PIC 9(8).
               05 FBSCL-RUN-SEQ PIC 9(2).
               05 FBSCL-CLEAR-DATE PIC 9(8).
               05 FBSCL-CLEAR-TIME PIC 9(6).
               05 FBSCL-SUSP-OPEN PIC 9(8).
               05 FBSCL-COND-CODE PIC 9(2).
               05 FBSCL-HIGH-MSG-ID PIC X(7).
               05 FBSCL-EXT-RESENT PIC 9(8).
               05 FBSCL-DLT-RESENT PIC 9(8).
               05 FILLER PIC X(13).
