      * FBEXTRCT - delimited extract line feeding the analytics
      * warehouse loader:
      * COUNTER-NBR,CLASSIFICATION-CODE,RUN-DATE,RUN-SEQ.
      * The resend feed FBEXTRSD written by FBSUSPRC carries the same
      * lines for runs whose extract writes went to suspense, each
      * run's lines closed by TRL,LINE-COUNT,RUN-DATE,RUN-SEQ.
           01 FBEXTRCT-RECORD.
               05 FBEXT-LINE PIC X(40).
