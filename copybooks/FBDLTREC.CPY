      * COUNTER-NBR,CLASSIFICATION-CODE,ACTION,RUN-DATE,RUN-SEQ
      * with ACTION 'A' (add) or 'C' (change), and one trailer per
      * run - TRL,CHANGED-RECORD-COUNT,RUN-SEQ - for the loader to
      * balance against. The reversal feed written by a back-out
      * (FBBAKOUT) uses the same layout, dated with the run being
      * undone: 'C' carries the restored code, 'D' (delete) the code
      * being withdrawn for a counter the run first created. The
      * run's trailer counts only the lines that reached FBDELTA; a
      * line left in suspense goes out on FBSUSPRC's resend feed
      * FBDLTRSD, each run's lines there closed by its own trailer
      * TRL,LINE-COUNT,RUN-DATE,RUN-SEQ.
           01 FBDLTREC-RECORD.
               05 FBDLT-LINE PIC X(40).
