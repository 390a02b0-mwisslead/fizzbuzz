      * FBRLBREC - certified rule-set library row (FBRULLIB). Every
      * certified rule set is installed by FBRULMNT under a version
      * id and the date it takes effect: one 'H' header row naming
      * the version, then one 'E' row per certified FBRULREC image.
      * The nightly run loads the version whose effective date is
      * the latest on or before its run date, and stamps that
      * version id on everything it writes, so FBRECON and FBIMPACT
      * can later re-derive a night against the rules it really used.
      * Versions are only ever appended; a row is never changed.
           01 FBRLBREC-RECORD.
               05 FBRLB-VERSION-ID PIC X(8).
               05 FBRLB-EFF-DATE PIC 9(8).
               05 FBRLB-ROW-TYPE PIC X(1).
                   88 FBRLB-IS-HEADER VALUE 'H'.
                   88 FBRLB-IS-ENTRY VALUE 'E'.
               05 FBRLB-RULE-IMAGE PIC X(48).
               05 FBRLB-HEADER-DATA REDEFINES FBRLB-RULE-IMAGE.
                   10 FBRLB-CERT-DATE PIC 9(8).
                   10 FBRLB-CERT-TIME PIC 9(6).
                   10 FBRLB-ENTRY-CNT PIC 9(3).
                   10 FILLER PIC X(31).
