                               'REQUESTS ANSWERED FROM MASTER ONLY'
                   END-IF
           END-IF.
      * a blank class on the latest row is a back-out reversal of
      * the run that first created the counter: not classified then.
           IF LE-ROW-FOUND AND LE-CLASS-CODE NOT = SPACES THEN
                   MOVE FBINQ-COUNTER-NBR TO ASF-DTL-COUNTER
                   MOVE ASOF-DATE TO ASF-DTL-ASOF
                   MOVE LE-CLASS-CODE TO ASF-DTL-CODE
