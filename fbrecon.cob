           SELECT RECON-REPORT-FILE ASSIGN TO "FBRECRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT RULE-LIBRARY-FILE ASSIGN TO "FBRULLIB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LIB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD RECON-REPORT-FILE.
               COPY FBRPTLIN.

           FD RULE-LIBRARY-FILE.
               COPY FBRLBREC.

       WORKING-STORAGE SECTION.
           COPY FBRULTBL.
           01 CTL-FILE-STATUS PIC X(2) VALUE '00'.
           01 RUN-CARD-SW PIC X(1) VALUE 'N'.
               88 RUN-CARD-FOUND VALUE 'Y'.
               88 RUN-CARD-MISSING VALUE 'N'.
      * the run is re-derived with the rule-set version stamped on
      * its audit row, read from the library, not with whatever
      * FBRULES holds today; an unversioned run still uses FBRULES.
           01 LIB-FILE-STATUS PIC X(2) VALUE '00'.
               88 LIB-FILE-FOUND VALUE '00'.
           01 LIB-EOF-SW PIC X(1) VALUE 'N'.
               88 LIB-EOF VALUE 'Y'.
           01 RUN-RULES-SW PIC X(1) VALUE 'N'.
               88 RUN-RULES-FOUND VALUE 'Y'.
               88 RUN-RULES-MISSING VALUE 'N'.
           01 RUN-RULE-VERSION PIC X(8) VALUE SPACES.
           01 RUN-VERSION-LINE.
               05 FILLER PIC X(18) VALUE 'RULE-SET VERSION: '.
               05 RUN-VER-ID PIC X(30).
           01 CTL-TABLE.
               05 CTL-COUNT PIC 9(2) VALUE ZERO.
               05 CTL-ENTRY OCCURS 99 TIMES.
                   10 AUD-TBL-CNT-COMBO-OTHER PIC 9(8).
                   10 AUD-TBL-CNT-TOTAL PIC 9(8).
                   10 AUD-TBL-CNT-OVERRIDE PIC 9(8).
                   10 AUD-TBL-RULE-VERSION PIC X(8).
           01 AUD-SUB PIC 9(3).
           01 AUD-SHIFT-SUB PIC 9(3).
           01 AUD-DROP-SW PIC X(1) VALUE 'N'.
                       TO AUD-TBL-CNT-TOTAL(AUD-COUNT)
                   MOVE FBAUD-CNT-OVERRIDE
                       TO AUD-TBL-CNT-OVERRIDE(AUD-COUNT)
                   MOVE FBAUD-RULE-VERSION
                       TO AUD-TBL-RULE-VERSION(AUD-COUNT)
           END-READ.

           D-PARA.
           END-IF.
           ADD 1 TO RECS-READ-CNT.
           ADD 1 TO CNT-TOTAL.
           IF RUN-CARD-FOUND AND RUN-RULES-FOUND THEN
                   PERFORM H-PARA
           END-IF.
           PERFORM D-PARA.
           MOVE ZEROS TO DER-COMBO-TABLE.
           MOVE ZERO TO MISMATCH-CNT.
           MOVE ZERO TO BUCKET-ERR-CNT.
           SET RUN-RULES-MISSING TO TRUE.
           MOVE SPACES TO RUN-RULE-VERSION.
           IF CURR-RUN-SEQ = ZERO OR CURR-RUN-SEQ > CTL-COUNT THEN
                   SET RUN-CARD-MISSING TO TRUE
                   DISPLAY 'FBR006E NO CONTROL CARD FOR RUN '
                   ADD 1 TO TOTAL-DISCREP-CNT
           ELSE
                   SET RUN-CARD-FOUND TO TRUE
                   MOVE ZERO TO AUD-MATCH-SUB
                   PERFORM S-PARA VARYING AUD-SUB FROM 1 BY 1
                       UNTIL AUD-SUB > AUD-COUNT
                   IF AUD-MATCH-SUB > ZERO THEN
                           MOVE AUD-TBL-RULE-VERSION(AUD-MATCH-SUB)
                               TO RUN-RULE-VERSION
                   END-IF
                   PERFORM N-PARA
           END-IF.
           MOVE SPACES TO FBRPT-LINE.
                   MOVE 'NO CONTROL CARD FOR THIS RUN SEQUENCE'
                       TO FBRPT-LINE
                   PERFORM R-PARA
           ELSE
                   IF RUN-RULE-VERSION = SPACES THEN
                           MOVE 'UNVERSIONED - FBRULES' TO RUN-VER-ID
                   ELSE
                           MOVE RUN-RULE-VERSION TO RUN-VER-ID
                   END-IF
                   MOVE RUN-VERSION-LINE TO FBRPT-LINE
                   PERFORM R-PARA
                   IF RUN-RULES-MISSING THEN
                           MOVE
                           'VERSION NOT IN LIBRARY - NOT RE-DERIVED'
                               TO FBRPT-LINE
                           PERFORM R-PARA
                   END-IF
           END-IF.

           H-PARA.
           MOVE 2 TO FBCOMBO-RULE-2(1).
           MOVE 'FIZZBUZZ' TO FBCOMBO-LABEL(1).
           MOVE 'FB' TO FBCOMBO-CODE(1).
           IF RUN-RULE-VERSION = SPACES THEN
                   SET RUN-RULES-FOUND TO TRUE
                   OPEN INPUT RULE-FILE
                   IF RULE-FILE-FOUND THEN
                           PERFORM O-PARA UNTIL RULE-EOF
                           CLOSE RULE-FILE
                   END-IF
           ELSE
                   MOVE 'N' TO LIB-EOF-SW
                   OPEN INPUT RULE-LIBRARY-FILE
                   IF LIB-FILE-FOUND THEN
                           PERFORM AH-PARA UNTIL LIB-EOF
                           CLOSE RULE-LIBRARY-FILE
                           IF RUN-RULES-MISSING THEN
                                   DISPLAY 'FBR011E RULE-SET VERSION '
                                       RUN-RULE-VERSION ' FOR RUN '
                                       CURR-RUN-SEQ ' NOT IN LIBRARY'
                                       ' - RECORDS NOT RE-DERIVED'
                                   ADD 1 TO TOTAL-DISCREP-CNT
                           END-IF
                   ELSE
                           DISPLAY 'FBR010E NO RULE-SET LIBRARY FOR '
                               'VERSION ' RUN-RULE-VERSION ' - RUN '
                               CURR-RUN-SEQ ' NOT RE-DERIVED'
                           ADD 1 TO TOTAL-DISCREP-CNT
                   END-IF
           END-IF.

           O-PARA.
               AT END
                   SET RULE-EOF TO TRUE
               NOT AT END
                   PERFORM AI-PARA
           END-READ.

           P-PARA.
                   PERFORM U-PARA
           END-IF.
           IF STA-ROWS-LOADED AND RUN-CARD-FOUND AND
               RUN-RULES-FOUND AND AUD-MATCH-SUB > ZERO THEN
                   PERFORM Z-PARA
           END-IF.
           MOVE CURR-RUN-SEQ TO RUN-VDT-SEQ.
           IF MISMATCH-CNT = ZERO AND BUCKET-ERR-CNT = ZERO
                   AND AUD-MATCH-SUB > ZERO AND RUN-CARD-FOUND
                   AND RUN-RULES-FOUND THEN
                   MOVE 'RECONCILED CLEAN' TO RUN-VDT-TEXT
           ELSE
                   MOVE 'DISCREPANCIES - SEE LINES ABOVE'
           AG-PARA.
           COMPUTE STA-SUB = STA-SHIFT-SUB + 1.
           MOVE STA-ENTRY(STA-SUB) TO STA-ENTRY(STA-SHIFT-SUB).

      * read the library for the run's rule-set version: its header
      * proves the version exists, its entry rows load the tables.
           AH-PARA.
           READ RULE-LIBRARY-FILE
               AT END
                   SET LIB-EOF TO TRUE
               NOT AT END
                   IF FBRLB-VERSION-ID = RUN-RULE-VERSION THEN
                           IF FBRLB-IS-HEADER THEN
                                   SET RUN-RULES-FOUND TO TRUE
                           ELSE
                                   IF FBRLB-IS-ENTRY THEN
                                           MOVE FBRLB-RULE-IMAGE
                                               TO FBRULREC-RECORD
                                           PERFORM AI-PARA
                                   END-IF
                           END-IF
                   END-IF
           END-READ.

           AI-PARA.
           IF FBRULREC-IS-RULE THEN
                   IF FBRULREC-RULE-DIVISOR = ZERO THEN
                           CONTINUE
                   ELSE
                           IF FBRULE-COUNT >= 10 THEN
                                   CONTINUE
                           ELSE
                                   ADD 1 TO FBRULE-COUNT
                                   MOVE FBRULREC-RULE-DIVISOR
                                       TO FBRULE-DIVISOR
                                       (FBRULE-COUNT)
                                   MOVE FBRULREC-RULE-LABEL
                                       TO FBRULE-LABEL
                                       (FBRULE-COUNT)
                                   MOVE FBRULREC-RULE-CODE
                                       TO FBRULE-CODE
                                       (FBRULE-COUNT)
                           END-IF
                   END-IF
           ELSE
                   IF FBRULREC-IS-COMBO THEN
                           IF FBCOMBO-COUNT >= 10 THEN
                                   CONTINUE
                           ELSE
                                   ADD 1 TO FBCOMBO-COUNT
                                   MOVE FBRULREC-COMBO-RULE-1
                                       TO FBCOMBO-RULE-1
                                       (FBCOMBO-COUNT)
                                   MOVE FBRULREC-COMBO-RULE-2
                                       TO FBCOMBO-RULE-2
                                       (FBCOMBO-COUNT)
                                   MOVE FBRULREC-COMBO-LABEL
                                       TO FBCOMBO-LABEL
                                       (FBCOMBO-COUNT)
                                   MOVE FBRULREC-COMBO-CODE
                                       TO FBCOMBO-CODE
                                       (FBCOMBO-COUNT)
                           END-IF
                   END-IF
           END-IF.
