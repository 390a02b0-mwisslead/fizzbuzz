      * FBFEDREC - subscriber feed line written by FBDIST to FBFEED,
      * which carries every subscriber's feed one after another. Each
      * line is keyed by the subscriber it is for, so operations can
      * split the feeds out to the datasets named on FBSUBSCR. Every
      * feed opens with a header naming the subscriber and business
      * date and closes with a trailer carrying the detail count. A
      * delimited feed carries HDR,SUBSCRIBER,DATE,TYPE,LAYOUT then
      * FBEXTRCT-style detail (full) or FBDLTREC-style detail
      * (changes) then TRL,COUNT; a fixed-width feed uses the
      * REDEFINES below.
           01 FBFEDREC-RECORD.
               05 FBFED-SUBSCRIBER-KEY PIC X(8).
               05 FBFED-LINE PIC X(130).
               05 FBFED-FULL-DETAIL REDEFINES FBFED-LINE.
                   10 FBFED-COUNTER-NBR PIC 9(8).
                   10 FBFED-CLASS-CODE PIC X(2).
                   10 FBFED-CLASS-TEXT PIC X(110).
                   10 FBFED-RUN-DATE PIC 9(8).
                   10 FBFED-RUN-SEQ PIC 9(2).
               05 FBFED-CHANGE-DETAIL REDEFINES FBFED-LINE.
                   10 FBFED-CHG-COUNTER-NBR PIC 9(8).
                   10 FBFED-CHG-CLASS-CODE PIC X(2).
                   10 FBFED-CHG-ACTION PIC X(1).
                   10 FBFED-CHG-RUN-DATE PIC 9(8).
                   10 FBFED-CHG-RUN-SEQ PIC 9(2).
                   10 FILLER PIC X(109).
               05 FBFED-CONTROL REDEFINES FBFED-LINE.
                   10 FBFED-TAG PIC X(3).
                       88 FBFED-IS-HEADER VALUE 'HDR'.
                       88 FBFED-IS-TRAILER VALUE 'TRL'.
                   10 FBFED-SUBSCRIBER-ID PIC X(8).
                   10 FBFED-BUSINESS-DATE PIC 9(8).
                   10 FBFED-FEED-TYPE PIC X(1).
                   10 FBFED-LAYOUT PIC X(1).
                   10 FBFED-REC-COUNT PIC 9(8).
                   10 FILLER PIC X(101).
