           SELECT RUN-STATUS-FILE ASSIGN TO "FBSTSFIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STS-FILE-STATUS.
           SELECT CLEARANCE-FILE ASSIGN TO "FBSUSCLR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLR-FILE-STATUS.
           SELECT PRIOR-OUT-FILE ASSIGN TO "FBPRIOR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PRI-FILE-STATUS.
           SELECT ACK-GATE-FILE ASSIGN TO "FBACKGAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AGT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD RUN-STATUS-FILE.
               COPY FBRUNSTS.

           FD CLEARANCE-FILE.
               COPY FBSCLREC.

           FD PRIOR-OUT-FILE.
               01 FBPRIOUT-RECORD PIC X(122).

           FD ACK-GATE-FILE.
               COPY FBAGTREC.

       WORKING-STORAGE SECTION.
           COPY FBGENHDR.
           01 FBOUT-FILE-STATUS PIC X(2) VALUE '00'.
               88 FBOUT-FILE-FOUND VALUE '00'.
           01 STS-FILE-STATUS PIC X(2) VALUE '00'.
               88 STS-FILE-FOUND VALUE '00'.
           01 CLR-FILE-STATUS PIC X(2) VALUE '00'.
               88 CLR-FILE-FOUND VALUE '00'.
           01 PRI-FILE-STATUS PIC X(2) VALUE '00'.
           01 AGT-FILE-STATUS PIC X(2) VALUE '00'.
               88 AGT-FILE-FOUND VALUE '00'.
           01 AGT-EOF-SW PIC X(1) VALUE 'N'.
               88 AGT-EOF VALUE 'Y'.
           01 OUT-EOF-SW PIC X(1) VALUE 'N'.
               88 OUT-EOF VALUE 'Y'.
           01 STS-EOF-SW PIC X(1) VALUE 'N'.
               88 STS-EOF VALUE 'Y'.
           01 CLR-EOF-SW PIC X(1) VALUE 'N'.
               88 CLR-EOF VALUE 'Y'.
           01 STS-TABLE.
               05 STS-ENTRY OCCURS 99 TIMES.
                   10 STS-TBL-FOUND-SW PIC X(1) VALUE 'N'.
                   10 STS-TBL-FLAG PIC X(1) VALUE SPACE.
                   10 STS-TBL-OUT-RECS PIC 9(8) VALUE ZERO.
                   10 STS-TBL-REC-CNT PIC 9(8) VALUE ZERO.
      * the warehouse feeds each run sent, and whether the latest
      * acknowledgement reconciliation found them loaded in full.
                   10 STS-TBL-EXT-RECS PIC 9(8) VALUE ZERO.
                   10 STS-TBL-DLT-RECS PIC 9(8) VALUE ZERO.
                   10 STS-TBL-EXT-ACK-SW PIC X(1) VALUE 'N'.
                       88 STS-EXT-LOADED VALUE 'Y'.
                   10 STS-TBL-DLT-ACK-SW PIC X(1) VALUE 'N'.
                       88 STS-DLT-LOADED VALUE 'Y'.
      * the suspense entries the run still has open, and the lines
      * FBSUSPRC resent for it, from the run's latest clearance row.
                   10 STS-TBL-SUSP-OPEN PIC 9(8) VALUE ZERO.
                   10 STS-TBL-EXR-RECS PIC 9(8) VALUE ZERO.
                   10 STS-TBL-DLR-RECS PIC 9(8) VALUE ZERO.
                   10 STS-TBL-EXR-ACK-SW PIC X(1) VALUE 'N'.
                       88 STS-EXR-LOADED VALUE 'Y'.
                   10 STS-TBL-DLR-ACK-SW PIC X(1) VALUE 'N'.
                       88 STS-DLR-LOADED VALUE 'Y'.
           01 SEQ-SUB PIC 9(3).
           01 CNT-READ PIC 9(8) VALUE ZERO.
           01 CNT-COPIED PIC 9(8) VALUE ZERO.
           01 VERIFY-ERR-CNT PIC 9(4) VALUE ZERO.
           01 ACK-ERR-CNT PIC 9(4) VALUE ZERO.
           01 HIGH-RUN-SEQ PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
           END-IF.
           PERFORM B-PARA UNTIL STS-EOF.
           CLOSE RUN-STATUS-FILE.
           OPEN INPUT CLEARANCE-FILE.
           IF CLR-FILE-FOUND THEN
                   PERFORM I-PARA UNTIL CLR-EOF
                   CLOSE CLEARANCE-FILE
           END-IF.
           OPEN INPUT FIZZBUZZ-OUT-FILE.
           IF NOT FBOUT-FILE-FOUND THEN
                   DISPLAY 'FBV002E NO CANDIDATE OUTPUT FILE - '
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
      * the prior file is the base the next delta is built on, so it
      * is only replaced once the warehouse has confirmed loading in
      * full every feed the promoted runs sent.
           OPEN INPUT ACK-GATE-FILE.
           IF NOT AGT-FILE-FOUND THEN
                   DISPLAY 'FBV009E NO WAREHOUSE ACK GATE FILE - '
                       'PROMOTION REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM G-PARA UNTIL AGT-EOF.
           CLOSE ACK-GATE-FILE.
           PERFORM H-PARA VARYING SEQ-SUB FROM 1 BY 1
               UNTIL SEQ-SUB > 99.
           IF ACK-ERR-CNT > ZERO THEN
                   DISPLAY 'FBV012E WAREHOUSE LOAD NOT CONFIRMED - '
                       'PROMOTION REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE 'GEN' TO FBGEN-TAG.
           MOVE STS-TBL-RUN-DATE(HIGH-RUN-SEQ) TO FBGEN-RUN-DATE.
           MOVE HIGH-RUN-SEQ TO FBGEN-RUN-SEQ.
                               TO STS-TBL-FLAG(FBSTS-RUN-SEQ)
                           MOVE FBSTS-OUT-RECS
                               TO STS-TBL-OUT-RECS(FBSTS-RUN-SEQ)
                           MOVE FBSTS-EXT-RECS
                               TO STS-TBL-EXT-RECS(FBSTS-RUN-SEQ)
                           MOVE FBSTS-DLT-RECS
                               TO STS-TBL-DLT-RECS(FBSTS-RUN-SEQ)
                           MOVE FBSTS-SUSP-OPEN
                               TO STS-TBL-SUSP-OPEN(FBSTS-RUN-SEQ)
                           MOVE ZERO TO STS-TBL-EXR-RECS(FBSTS-RUN-SEQ)
                           MOVE ZERO TO STS-TBL-DLR-RECS(FBSTS-RUN-SEQ)
                   END-IF
           END-READ.

                                       STS-TBL-OUT-RECS(SEQ-SUB)
                                   ADD 1 TO VERIFY-ERR-CNT
                           END-IF
                           IF STS-TBL-SUSP-OPEN(SEQ-SUB) > ZERO THEN
                                   DISPLAY 'FBV013E RUN ' SEQ-SUB
                                       ' HAS '
                                       STS-TBL-SUSP-OPEN(SEQ-SUB)
                                       ' WRITES STILL IN SUSPENSE'
                                   ADD 1 TO VERIFY-ERR-CNT
                           END-IF
                   END-IF
           END-IF.

           WRITE FBPRIOUT-RECORD.
           ADD 1 TO CNT-COPIED.
           PERFORM C-PARA.

           G-PARA.
           READ ACK-GATE-FILE
               AT END
                   SET AGT-EOF TO TRUE
               NOT AT END
                   IF FBAGT-RUN-SEQ > ZERO AND FBAGT-LOADED-FULL THEN
                           IF FBAGT-RUN-DATE =
                               STS-TBL-RUN-DATE(FBAGT-RUN-SEQ) THEN
                                   IF FBAGT-FEED-TYPE = 'EXT' THEN
                                           SET STS-EXT-LOADED
                                               (FBAGT-RUN-SEQ) TO TRUE
                                   END-IF
                                   IF FBAGT-FEED-TYPE = 'DLT' THEN
                                           SET STS-DLT-LOADED
                                               (FBAGT-RUN-SEQ) TO TRUE
                                   END-IF
                                   IF FBAGT-FEED-TYPE = 'EXR' THEN
                                           SET STS-EXR-LOADED
                                               (FBAGT-RUN-SEQ) TO TRUE
                                   END-IF
                                   IF FBAGT-FEED-TYPE = 'DLR' THEN
                                           SET STS-DLR-LOADED
                                               (FBAGT-RUN-SEQ) TO TRUE
                                   END-IF
                           END-IF
                   END-IF
           END-READ.

           H-PARA.
           IF STS-TBL-REC-CNT(SEQ-SUB) > ZERO AND
               STS-ROW-FOUND(SEQ-SUB) THEN
                   IF STS-TBL-EXT-RECS(SEQ-SUB) > ZERO AND
                       NOT STS-EXT-LOADED(SEQ-SUB) THEN
                           DISPLAY 'FBV010E RUN ' SEQ-SUB
                               ' EXTRACT NOT CONFIRMED LOADED'
                           ADD 1 TO ACK-ERR-CNT
                   END-IF
                   IF STS-TBL-DLT-RECS(SEQ-SUB) > ZERO AND
                       NOT STS-DLT-LOADED(SEQ-SUB) THEN
                           DISPLAY 'FBV011E RUN ' SEQ-SUB
                               ' DELTA NOT CONFIRMED LOADED'
                           ADD 1 TO ACK-ERR-CNT
                   END-IF
                   IF STS-TBL-EXR-RECS(SEQ-SUB) > ZERO AND
                       NOT STS-EXR-LOADED(SEQ-SUB) THEN
                           DISPLAY 'FBV014E RUN ' SEQ-SUB
                               ' RESENT EXTRACT NOT CONFIRMED LOADED'
                           ADD 1 TO ACK-ERR-CNT
                   END-IF
                   IF STS-TBL-DLR-RECS(SEQ-SUB) > ZERO AND
                       NOT STS-DLR-LOADED(SEQ-SUB) THEN
                           DISPLAY 'FBV015E RUN ' SEQ-SUB
                               ' RESENT DELTA NOT CONFIRMED LOADED'
                           ADD 1 TO ACK-ERR-CNT
                   END-IF
           END-IF.

      * a clearance row for one of the runs being promoted; the run's
      * latest row gives its open suspense, and any lines resent for
      * it must be confirmed loaded like its own feeds.
           I-PARA.
           READ CLEARANCE-FILE
               AT END
                   SET CLR-EOF TO TRUE
               NOT AT END
                   IF FBSCL-RUN-SEQ > ZERO THEN
                           IF STS-ROW-FOUND(FBSCL-RUN-SEQ) AND
                               FBSCL-RUN-DATE =
                               STS-TBL-RUN-DATE(FBSCL-RUN-SEQ) THEN
                                   PERFORM J-PARA
                           END-IF
                   END-IF
           END-READ.

           J-PARA.
           MOVE FBSCL-SUSP-OPEN TO STS-TBL-SUSP-OPEN(FBSCL-RUN-SEQ).
           IF FBSCL-EXT-RESENT > ZERO THEN
                   MOVE FBSCL-EXT-RESENT
                       TO STS-TBL-EXR-RECS(FBSCL-RUN-SEQ)
           END-IF.
           IF FBSCL-DLT-RESENT > ZERO THEN
                   MOVE FBSCL-DLT-RESENT
                       TO STS-TBL-DLR-RECS(FBSCL-RUN-SEQ)
           END-IF.
