      * FBOLGREC - override maintenance action log (FBOVRLOG). One row
      * per action taken in FBOVRMNT, with the user, the time and the
      * card as it stood before and after. Action 'A' add, 'C' change,
      * 'X' expire, 'V' approve, 'R' reject, 'F' approval that could
      * not be recorded (the version stays pending), 'L' loaded from
      * an existing FBOVERRD, 'G' FBOVERRD regenerated (card ID zero,
      * FBOLG-VERSION holding the number of cards written), 'S' sign-on
      * (card ID zero) naming the user ID keyed for the session.
           01 FBOLGREC-RECORD.
               05 FBOLG-DATE PIC 9(8).
               05 FBOLG-TIME PIC 9(6).
               05 FBOLG-USER-ID PIC X(8).
               05 FBOLG-ACTION PIC X(1).
               05 FBOLG-CARD-ID PIC 9(6).
               05 FBOLG-VERSION PIC 9(3).
               05 FBOLG-BEFORE-STATUS PIC X(1).
               05 FBOLG-AFTER-STATUS PIC X(1).
               05 FBOLG-BEFORE-IMAGE PIC X(78).
               05 FBOLG-AFTER-IMAGE PIC X(78).
