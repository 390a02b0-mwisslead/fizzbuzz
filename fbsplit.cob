                   STOP RUN
           END-READ.
           CLOSE SPLIT-CARD-FILE.
      * a card written by FBFCST names the control card and range it
      * was forecast for; refuse it against any other control card.
      * A hand-punched card leaves those columns blank.
           IF FBSPL-CARD-SEQ IS NUMERIC THEN
                   IF FBSPL-CARD-SEQ NOT = 1 OR
                       FBSPL-START-RANGE NOT = FBCTL-START-RANGE OR
                       FBSPL-END-RANGE NOT = FBCTL-END-RANGE THEN
                           DISPLAY 'FBS007E SPLITTER CARD IS NOT FOR '
                               'THIS CONTROL CARD - SPLIT ABORTED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-IF
           END-IF.
           MOVE FBSPL-PARTITION-CNT TO PARTITION-CNT.
           IF PARTITION-CNT = ZERO OR PARTITION-CNT > 16 THEN
                   DISPLAY 'FBS003E PARTITION COUNT MUST BE 1-16 - '
