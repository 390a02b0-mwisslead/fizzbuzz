      * FBSUSREC - suspense entry (FBSUSPNS), appended by the nightly
      * run for every master, history, extract or delta write that
      * failed, so the counter's downstream copies can be brought
      * back into step with FBOUTFIL. The image is the record the
      * run meant to write: the FBMSTREC row after the update, the
      * FBHSTREC row, or the FBEXTRCT/FBDLTREC line. FBSUSPRC
      * reapplies open entries and marks them cleared, or
      * superseded when a later run has already reclassified the
      * counter on the master. Extract and delta lines are not put
      * back on the night's FBEXTFIL/FBDELTA, whose trailers are
      * already written, but go out on the resend feeds FBEXTRSD and
      * FBDLTRSD.
           01 FBSUSREC-RECORD.
               05 FBSUS-COUNTER-NBR PIC 9(8).
               05 FBSUS-RUN-DATE PIC 9(8).
               05 FBSUS-RUN-SEQ PIC 9(2).
               05 FBSUS-TARGET-FILE PIC X(8).
                   88 FBSUS-FOR-MASTER VALUE 'FBMASTER'.
                   88 FBSUS-FOR-HISTORY VALUE 'FBHSTFIL'.
                   88 FBSUS-FOR-EXTRACT VALUE 'FBEXTFIL'.
                   88 FBSUS-FOR-DELTA VALUE 'FBDELTA'.
               05 FBSUS-FILE-STATUS PIC X(2).
               05 FBSUS-STATE PIC X(1).
                   88 FBSUS-IS-OPEN VALUE 'O'.
                   88 FBSUS-IS-CLEARED VALUE 'C'.
                   88 FBSUS-IS-SUPERSEDED VALUE 'S'.
               05 FBSUS-CLEARED-DATE PIC 9(8).
      * sized for the longest image, the FBHSTREC row.
               05 FBSUS-RECORD-IMAGE PIC X(269).
