      * FBRLVCRD - rule-set install card (RULVCARD) for FBRULMNT.
      * When present, a rule set that certifies clean is appended to
      * the rule-set library FBRULLIB under this version id, taking
      * effect on the nightly run for FBRLV-EFF-DATE and after. The
      * effective date may not be earlier than the day of install,
      * so a version can never rewrite what a past night used.
           01 FBRLVCRD-RECORD.
               05 FBRLV-VERSION-ID PIC X(8).
               05 FBRLV-EFF-DATE PIC 9(8).
               05 FILLER PIC X(12).
