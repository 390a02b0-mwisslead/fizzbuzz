                   10 AUD-TBL-DIVISOR-B PIC 9(4).
                   10 AUD-TBL-CNT-SKIPPED PIC 9(8).
                   10 AUD-TBL-CNT-OVERRIDE PIC 9(8).
                   10 AUD-TBL-RULE-VERSION PIC X(8).
           01 PART-SUB PIC 9(2).
           01 AUD-SUB PIC 9(3).
           01 AUD-SHIFT-SUB PIC 9(3).
           01 LOGICAL-END PIC 9(8).
           01 LOGICAL-DIV-A PIC 9(4).
           01 LOGICAL-DIV-B PIC 9(4).
           01 LOGICAL-RULE-VERSION PIC X(8) VALUE SPACES.
           01 PREV-COUNTER PIC 9(8) VALUE ZERO.
           01 OUT-RECS-COPIED PIC 9(8) VALUE ZERO.
           01 EXT-RECS-COPIED PIC 9(8) VALUE ZERO.
                       TO AUD-TBL-CNT-SKIPPED(AUD-COUNT)
                   MOVE FBAUD-CNT-OVERRIDE
                       TO AUD-TBL-CNT-OVERRIDE(AUD-COUNT)
                   MOVE FBAUD-RULE-VERSION
                       TO AUD-TBL-RULE-VERSION(AUD-COUNT)
           END-READ.

           D-PARA.
                               TO LOGICAL-DIV-A
                           MOVE AUD-TBL-DIVISOR-B(AUD-MATCH-SUB)
                               TO LOGICAL-DIV-B
                           MOVE AUD-TBL-RULE-VERSION(AUD-MATCH-SUB)
                               TO LOGICAL-RULE-VERSION
                   ELSE
      * partitions of one logical run must all classify under the
      * same rule-set version, or the combined totals mean nothing.
                           IF AUD-TBL-RULE-VERSION(AUD-MATCH-SUB) NOT =
                               LOGICAL-RULE-VERSION THEN
                                   DISPLAY 'FBG011W PARTITION '
                                       PART-SUB ' RAN UNDER RULE-SET '
                                       'VERSION '
                                       AUD-TBL-RULE-VERSION
                                       (AUD-MATCH-SUB)
                                       ' NOT ' LOGICAL-RULE-VERSION
                                   ADD 1 TO MERGE-WARN-CNT
                           END-IF
                   END-IF
           END-IF.

           MOVE LOGICAL-END TO FBAUD-LAST-COUNTER.
           MOVE SUM-CNT-SKIPPED TO FBAUD-CNT-SKIPPED.
           MOVE SUM-CNT-OVERRIDE TO FBAUD-CNT-OVERRIDE.
           MOVE LOGICAL-RULE-VERSION TO FBAUD-RULE-VERSION.
      * the merged row is not itself a timed run; leave it unmeasured
      * so the partitions' time is not counted twice.
           MOVE ZERO TO FBAUD-RUN-START.
           MOVE ZERO TO FBAUD-ELAPSED-SECS.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-NOT-FOUND THEN
                   OPEN OUTPUT AUDIT-FILE
