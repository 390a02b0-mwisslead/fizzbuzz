      * FBDGSCRD - morning digest card (DGSTCARD). The business date
      * is the night to report on; zero takes the latest run date on
      * FBSTSFIL. Overrides whose expiry date falls within the given
      * number of days of the business date are listed as near
      * expiry; zero takes 7 days.
           01 FBDGSCRD-RECORD.
               05 FBDGS-BUSINESS-DATE PIC 9(8).
               05 FBDGS-EXPIRY-DAYS PIC 9(3).
               05 FILLER PIC X(9).
