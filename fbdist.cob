       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBDist.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STATUS-FILE ASSIGN TO "FBSTSFIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STS-FILE-STATUS.
           SELECT FIZZBUZZ-OUT-FILE ASSIGN TO "FBOUTFIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FBOUT-FILE-STATUS.
           SELECT DELTA-FILE ASSIGN TO "FBDELTA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DLT-FILE-STATUS.
      * delta lines FBSUSPRC resent after the night's FBDELTA was
      * closed; those for the night's runs go out with the changes.
           SELECT DELTA-RESEND-FILE ASSIGN TO "FBDLTRSD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RSD-FILE-STATUS.
           SELECT SUBSCRIPTION-FILE ASSIGN TO "FBSUBSCR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUB-FILE-STATUS.
      * every subscriber's feed goes out on FBFEED, each line keyed
      * by its subscriber, for operations to split to the dataset
      * named on the subscription.
           SELECT FEED-FILE ASSIGN TO "FBFEED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FED-FILE-STATUS.
           SELECT DISTRIBUTION-REPORT-FILE ASSIGN TO "FBDISRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD RUN-STATUS-FILE.
               COPY FBRUNSTS.

           FD FIZZBUZZ-OUT-FILE.
               COPY FBOUTREC.

           FD DELTA-FILE.
               COPY FBDLTREC.

           FD DELTA-RESEND-FILE.
               01 FBDLTRSD-RECORD PIC X(40).

           FD SUBSCRIPTION-FILE.
               COPY FBSUBREC.

           FD FEED-FILE.
               COPY FBFEDREC.

           FD DISTRIBUTION-REPORT-FILE.
               COPY FBRPTLIN.

       WORKING-STORAGE SECTION.
           01 STS-FILE-STATUS PIC X(2) VALUE '00'.
               88 STS-FILE-FOUND VALUE '00'.
           01 FBOUT-FILE-STATUS PIC X(2) VALUE '00'.
               88 FBOUT-FILE-FOUND VALUE '00'.
           01 DLT-FILE-STATUS PIC X(2) VALUE '00'.
               88 DLT-FILE-FOUND VALUE '00'.
           01 RSD-FILE-STATUS PIC X(2) VALUE '00'.
               88 RSD-FILE-FOUND VALUE '00'.
           01 SUB-FILE-STATUS PIC X(2) VALUE '00'.
               88 SUB-FILE-FOUND VALUE '00'.
           01 FED-FILE-STATUS PIC X(2) VALUE '00'.
               88 FED-FILE-OK VALUE '00'.
           01 RPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 STS-EOF-SW PIC X(1) VALUE 'N'.
               88 STS-EOF VALUE 'Y'.
           01 OUT-EOF-SW PIC X(1) VALUE 'N'.
               88 OUT-EOF VALUE 'Y'.
           01 DLT-EOF-SW PIC X(1) VALUE 'N'.
               88 DLT-EOF VALUE 'Y'.
           01 RSD-EOF-SW PIC X(1) VALUE 'N'.
               88 RSD-EOF VALUE 'Y'.
           01 SUB-EOF-SW PIC X(1) VALUE 'N'.
               88 SUB-EOF VALUE 'Y'.
           01 DELTA-AVAILABLE-SW PIC X(1) VALUE 'N'.
               88 DELTA-IS-AVAILABLE VALUE 'Y'.
           01 RESEND-AVAILABLE-SW PIC X(1) VALUE 'N'.
               88 RESEND-IS-AVAILABLE VALUE 'Y'.
           01 STS-TABLE.
               05 STS-ENTRY OCCURS 99 TIMES.
                   10 STS-TBL-FOUND-SW PIC X(1) VALUE 'N'.
                       88 STS-ROW-FOUND VALUE 'Y'.
                   10 STS-TBL-RUN-DATE PIC 9(8) VALUE ZERO.
                   10 STS-TBL-OUT-RECS PIC 9(8) VALUE ZERO.
                   10 STS-TBL-DLT-RECS PIC 9(8) VALUE ZERO.
                   10 STS-TBL-REC-CNT PIC 9(8) VALUE ZERO.
                   10 STS-TBL-DLT-CNT PIC 9(8) VALUE ZERO.
                   10 STS-TBL-RSD-CNT PIC 9(8) VALUE ZERO.
           01 SEQ-SUB PIC 9(3).
           01 HIGH-RUN-SEQ PIC 9(2) VALUE ZERO.
           01 BUSINESS-DATE PIC 9(8) VALUE ZERO.
      * an FBDELTA or FBDLTRSD line split into its comma-separated
      * fields. A resend trailer also names the run its lines are for.
           01 DLT-WORK.
               05 DLT-WRK-DETAIL.
                   10 DLT-WRK-COUNTER PIC X(8).
                   10 FILLER PIC X(1).
                   10 DLT-WRK-CODE PIC X(2).
                   10 FILLER PIC X(1).
                   10 DLT-WRK-ACTION PIC X(1).
                   10 FILLER PIC X(1).
                   10 DLT-WRK-RUN-DATE PIC 9(8).
                   10 FILLER PIC X(1).
                   10 DLT-WRK-RUN-SEQ PIC 9(2).
                   10 FILLER PIC X(15).
               05 DLT-WRK-TRAILER REDEFINES DLT-WRK-DETAIL.
                   10 DLT-WRK-TAG PIC X(4).
                       88 DLT-WRK-IS-TRAILER VALUE 'TRL,'.
                   10 DLT-WRK-TRL-COUNT PIC 9(8).
                   10 FILLER PIC X(1).
                   10 DLT-WRK-TRL-DATE PIC 9(8).
                   10 FILLER PIC X(1).
                   10 DLT-WRK-TRL-SEQ PIC 9(2).
                   10 FILLER PIC X(16).
           01 DLT-DETAIL-SW PIC X(1) VALUE 'N'.
               88 DLT-IS-DETAIL VALUE 'Y'.
           01 RSD-NIGHT-SW PIC X(1) VALUE 'N'.
               88 RSD-FOR-THIS-NIGHT VALUE 'Y'.
           01 RSD-SEQ PIC 9(2).
           01 RSD-SEG-CNT PIC 9(8) VALUE ZERO.
      * subscribers already fed this run, and the datasets their
      * feeds are split to, so two subscribers cannot share a key or
      * overwrite one another's feed.
           01 DSN-TABLE.
               05 DSN-ENTRY OCCURS 50 TIMES.
                   10 DSN-TBL-DSNAME PIC X(44).
                   10 DSN-TBL-SUBSCRIBER PIC X(8).
           01 DSN-COUNT PIC 9(2) VALUE ZERO.
           01 DSN-SUB PIC 9(2).
           01 SUB-OK-SW PIC X(1) VALUE 'Y'.
               88 SUB-IS-OK VALUE 'Y'.
               88 SUB-IS-REJECTED VALUE 'N'.
           01 SUB-ERROR-TEXT PIC X(50) VALUE SPACES.
           01 ALL-RANGES-SW PIC X(1) VALUE 'N'.
               88 TAKES-ALL-RANGES VALUE 'Y'.
           01 CODE-SUB PIC 9(2).
           01 RNG-SUB PIC 9(2).
           01 MATCH-COUNTER PIC 9(8).
           01 MATCH-CODE PIC X(2).
           01 CODE-MATCH-SW PIC X(1) VALUE 'N'.
               88 CODE-MATCHED VALUE 'Y'.
           01 RANGE-MATCH-SW PIC X(1) VALUE 'N'.
               88 RANGE-MATCHED VALUE 'Y'.
           01 FEED-RUN-DATE PIC 9(8).
           01 FEED-READ PIC 9(8) VALUE ZERO.
           01 FEED-SELECTED PIC 9(8) VALUE ZERO.
           01 FEED-FILTERED PIC 9(8) VALUE ZERO.
           01 FEED-WRITE-ERRS PIC 9(8) VALUE ZERO.
           01 FEED-SOURCE-RECS PIC 9(8) VALUE ZERO.
           01 CNT-OUT-READ PIC 9(8) VALUE ZERO.
           01 CNT-DLT-DETAIL PIC 9(8) VALUE ZERO.
           01 CNT-RSD-DETAIL PIC 9(8) VALUE ZERO.
           01 CNT-RSD-OTHER PIC 9(8) VALUE ZERO.
           01 TOT-STS-OUT-RECS PIC 9(8) VALUE ZERO.
           01 TOT-STS-DLT-RECS PIC 9(8) VALUE ZERO.
           01 TOT-SELECTED PIC 9(8) VALUE ZERO.
           01 CNT-SUBS-FED PIC 9(8) VALUE ZERO.
           01 CNT-SUBS-REJECTED PIC 9(8) VALUE ZERO.
           01 CNT-SUBS-UNBALANCED PIC 9(8) VALUE ZERO.
           01 BAL-ERR-CNT PIC 9(4) VALUE ZERO.
           01 RUN-RC PIC 9(2) VALUE ZERO.
           01 RPT-LINE-CNT PIC 9(4) VALUE ZERO.
           01 RPT-PAGE-CNT PIC 9(4) VALUE ZERO.
           01 RPT-LINES-PER-PAGE PIC 9(4) VALUE 50.
           01 RPT-RUN-DATE PIC 9(8).
           01 RPT-RUN-TIME PIC 9(6).
           01 RPT-HEADING-1.
               05 FILLER PIC X(10) VALUE 'RUN DATE: '.
               05 RPT-HDG-DATE PIC 9(8).
               05 FILLER PIC X(10) VALUE '  TIME: '.
               05 RPT-HDG-TIME PIC 9(6).
           01 RPT-HEADING-2 PIC X(40)
               VALUE 'FIZZBUZZ SUBSCRIBER FEED DISTRIBUTION'.
           01 SEQ-LINE.
               05 FILLER PIC X(4) VALUE 'RUN '.
               05 SEQ-DTL-SEQ PIC 9(2).
               05 FILLER PIC X(7) VALUE '  DATE '.
               05 SEQ-DTL-DATE PIC 9(8).
               05 FILLER PIC X(14) VALUE '  STATUS OUT  '.
               05 SEQ-DTL-STS-OUT PIC Z(7)9.
               05 FILLER PIC X(12) VALUE '  FBOUTFIL  '.
               05 SEQ-DTL-OUT-CNT PIC Z(7)9.
               05 FILLER PIC X(14) VALUE '  STATUS DLT  '.
               05 SEQ-DTL-STS-DLT PIC Z(7)9.
               05 FILLER PIC X(11) VALUE '  FBDELTA  '.
               05 SEQ-DTL-DLT-CNT PIC Z(7)9.
               05 FILLER PIC X(9) VALUE '  RESENT '.
               05 SEQ-DTL-RSD-CNT PIC Z(7)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 SEQ-DTL-VERDICT PIC X(14).
           01 SUB-LINE.
               05 SUB-DTL-SUBSCRIBER PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 SUB-DTL-TYPE PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 SUB-DTL-LAYOUT PIC X(1).
               05 FILLER PIC X(7) VALUE '  READ '.
               05 SUB-DTL-READ PIC Z(7)9.
               05 FILLER PIC X(11) VALUE '  SELECTED '.
               05 SUB-DTL-SELECTED PIC Z(7)9.
               05 FILLER PIC X(11) VALUE '  FILTERED '.
               05 SUB-DTL-FILTERED PIC Z(7)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 SUB-DTL-VERDICT PIC X(14).
               05 FILLER PIC X(1) VALUE SPACE.
               05 SUB-DTL-DSNAME PIC X(44).

       PROCEDURE DIVISION.
           A-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RPT-RUN-TIME FROM TIME.
           OPEN INPUT RUN-STATUS-FILE.
           IF NOT STS-FILE-FOUND THEN
                   DISPLAY 'FBD001E NO RUN STATUS FILE - '
                       'DISTRIBUTION REFUSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM B-PARA UNTIL STS-EOF.
           CLOSE RUN-STATUS-FILE.
           OPEN INPUT FIZZBUZZ-OUT-FILE.
           IF NOT FBOUT-FILE-FOUND THEN
                   DISPLAY 'FBD002E NO CLASSIFICATION OUTPUT FILE - '
                       'DISTRIBUTION REFUSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM C-PARA.
           PERFORM D-PARA UNTIL OUT-EOF.
           CLOSE FIZZBUZZ-OUT-FILE.
           IF CNT-OUT-READ = ZERO THEN
                   DISPLAY 'FBD003E CLASSIFICATION OUTPUT FILE EMPTY '
                       '- DISTRIBUTION REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN INPUT DELTA-FILE.
           IF DLT-FILE-FOUND THEN
                   SET DELTA-IS-AVAILABLE TO TRUE
                   PERFORM E-PARA
                   PERFORM F-PARA UNTIL DLT-EOF
                   CLOSE DELTA-FILE
           ELSE
                   DISPLAY 'FBD006W NO DELTA FILE - CHANGES-ONLY '
                       'FEEDS WILL CARRY NO DETAIL'
                   MOVE 4 TO RUN-RC
           END-IF.
           OPEN INPUT DELTA-RESEND-FILE.
           IF RSD-FILE-FOUND THEN
                   SET RESEND-IS-AVAILABLE TO TRUE
                   PERFORM Y-PARA
                   PERFORM Z-PARA UNTIL RSD-EOF
                   CLOSE DELTA-RESEND-FILE
                   IF RSD-SEG-CNT > ZERO THEN
                           DISPLAY 'FBD016E FBDLTRSD ENDS WITH '
                               RSD-SEG-CNT ' LINES AND NO TRAILER'
                           ADD 1 TO BAL-ERR-CNT
                   END-IF
                   IF CNT-RSD-OTHER > ZERO THEN
                           DISPLAY 'FBD017W ' CNT-RSD-OTHER
                               ' FBDLTRSD LINES ARE FOR OTHER NIGHTS - '
                               'NOT DISTRIBUTED'
                           IF RUN-RC < 4 THEN
                                   MOVE 4 TO RUN-RC
                           END-IF
                   END-IF
           END-IF.
           OPEN INPUT SUBSCRIPTION-FILE.
           IF NOT SUB-FILE-FOUND THEN
                   DISPLAY 'FBD005E NO SUBSCRIPTION FILE - '
                       'DISTRIBUTION REFUSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           IF HIGH-RUN-SEQ > ZERO THEN
                   MOVE STS-TBL-RUN-DATE(HIGH-RUN-SEQ) TO BUSINESS-DATE
           END-IF.
           OPEN OUTPUT DISTRIBUTION-REPORT-FILE.
           PERFORM Q-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'BUSINESS DATE ' BUSINESS-DATE
               ' - SOURCE BALANCE BY RUN'
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           PERFORM G-PARA VARYING SEQ-SUB FROM 1 BY 1
               UNTIL SEQ-SUB > 99.
      * a feed cut from output that does not agree with the run
      * status would hand every subscriber the same error, so no feed
      * goes out until the source balances.
           IF BAL-ERR-CNT > ZERO THEN
                   CLOSE SUBSCRIPTION-FILE
                   CLOSE DISTRIBUTION-REPORT-FILE
                   DISPLAY 'FBD004E OUTPUT DOES NOT BALANCE TO RUN '
                       'STATUS - DISTRIBUTION REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN OUTPUT FEED-FILE.
           IF NOT FED-FILE-OK THEN
                   CLOSE SUBSCRIPTION-FILE
                   CLOSE DISTRIBUTION-REPORT-FILE
                   DISPLAY 'FBD018E FEED FILE FBFEED NOT OPENED - '
                       'STATUS ' FED-FILE-STATUS
                       ' - DISTRIBUTION REFUSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE 'SUBSCRIBER FEEDS' TO FBRPT-LINE.
           PERFORM R-PARA.
           PERFORM I-PARA.
           PERFORM H-PARA UNTIL SUB-EOF.
           CLOSE SUBSCRIPTION-FILE.
           CLOSE FEED-FILE.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'FBOUTFIL RECORDS READ  . . . : ' CNT-OUT-READ
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'FBSTS-OUT-RECS TOTAL . . . . : ' TOT-STS-OUT-RECS
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'FBDELTA CHANGE RECORDS . . . : ' CNT-DLT-DETAIL
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'FBDLTRSD RESENT CHANGES  . . : ' CNT-RSD-DETAIL
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'RESENT FOR OTHER NIGHTS  . . : ' CNT-RSD-OTHER
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'SUBSCRIBERS FED  . . . . . . : ' CNT-SUBS-FED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'SUBSCRIBERS REJECTED . . . . : ' CNT-SUBS-REJECTED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'FEEDS OUT OF BALANCE . . . . : '
               CNT-SUBS-UNBALANCED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'DETAIL RECORDS DISTRIBUTED . : ' TOT-SELECTED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           CLOSE DISTRIBUTION-REPORT-FILE.
           DISPLAY 'FBD901I FBOUTFIL RECORDS READ  . . . : '
               CNT-OUT-READ.
           DISPLAY 'FBD902I FBDELTA CHANGE RECORDS . . . : '
               CNT-DLT-DETAIL.
           DISPLAY 'FBD906I FBDLTRSD RESENT CHANGES  . . : '
               CNT-RSD-DETAIL.
           DISPLAY 'FBD903I SUBSCRIBERS FED  . . . . . . : '
               CNT-SUBS-FED.
           DISPLAY 'FBD904I SUBSCRIBERS REJECTED . . . . : '
               CNT-SUBS-REJECTED.
           DISPLAY 'FBD905I DETAIL RECORDS DISTRIBUTED . : '
               TOT-SELECTED.
           IF CNT-SUBS-FED = ZERO AND CNT-SUBS-REJECTED = ZERO THEN
                   DISPLAY 'FBD010W SUBSCRIPTION FILE HOLDS NO '
                       'SUBSCRIBERS'
                   IF RUN-RC < 4 THEN
                           MOVE 4 TO RUN-RC
                   END-IF
           END-IF.
           IF CNT-SUBS-REJECTED > ZERO OR CNT-SUBS-UNBALANCED > ZERO
               THEN
                   MOVE 8 TO RUN-RC
           END-IF.
           IF RUN-RC = ZERO THEN
                   DISPLAY 'FBD900I SUBSCRIBER DISTRIBUTION COMPLETE '
                       '- BUSINESS DATE ' BUSINESS-DATE
           END-IF.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.

           B-PARA.
           READ RUN-STATUS-FILE
               AT END
                   SET STS-EOF TO TRUE
               NOT AT END
                   IF FBSTS-RUN-SEQ > ZERO THEN
                           SET STS-ROW-FOUND(FBSTS-RUN-SEQ) TO TRUE
                           MOVE FBSTS-RUN-DATE
                               TO STS-TBL-RUN-DATE(FBSTS-RUN-SEQ)
                           MOVE FBSTS-OUT-RECS
                               TO STS-TBL-OUT-RECS(FBSTS-RUN-SEQ)
                           MOVE FBSTS-DLT-RECS
                               TO STS-TBL-DLT-RECS(FBSTS-RUN-SEQ)
                   END-IF
           END-READ.

           C-PARA.
           READ FIZZBUZZ-OUT-FILE
               AT END
                   SET OUT-EOF TO TRUE
           END-READ.

           D-PARA.
           ADD 1 TO CNT-OUT-READ.
           IF FBOUT-RUN-SEQ > ZERO THEN
                   ADD 1 TO STS-TBL-REC-CNT(FBOUT-RUN-SEQ)
                   IF FBOUT-RUN-SEQ > HIGH-RUN-SEQ THEN
                           MOVE FBOUT-RUN-SEQ TO HIGH-RUN-SEQ
                   END-IF
           ELSE
                   DISPLAY 'FBD011E RECORD WITH NO RUN SEQUENCE AT '
                       'COUNTER ' FBOUT-COUNTER-NBR
                   ADD 1 TO BAL-ERR-CNT
           END-IF.
           PERFORM C-PARA.

           E-PARA.
           READ DELTA-FILE
               AT END
                   SET DLT-EOF TO TRUE
               NOT AT END
                   MOVE FBDLT-LINE TO DLT-WORK
                   IF DLT-WRK-IS-TRAILER OR
                       DLT-WRK-COUNTER IS NOT NUMERIC THEN
                           MOVE 'N' TO DLT-DETAIL-SW
                   ELSE
                           SET DLT-IS-DETAIL TO TRUE
                   END-IF
           END-READ.

           F-PARA.
           IF DLT-IS-DETAIL THEN
                   ADD 1 TO CNT-DLT-DETAIL
                   IF DLT-WRK-RUN-SEQ IS NUMERIC AND
                       DLT-WRK-RUN-SEQ > ZERO THEN
                           ADD 1 TO STS-TBL-DLT-CNT(DLT-WRK-RUN-SEQ)
                   END-IF
           END-IF.
           PERFORM E-PARA.

      * balance one run's output, and its delta when there is one,
      * against the counts the run wrote to its status row.
           G-PARA.
           IF STS-TBL-REC-CNT(SEQ-SUB) > ZERO OR
               STS-TBL-DLT-CNT(SEQ-SUB) > ZERO OR
               STS-TBL-RSD-CNT(SEQ-SUB) > ZERO THEN
                   MOVE 'BALANCED' TO SEQ-DTL-VERDICT
                   IF NOT STS-ROW-FOUND(SEQ-SUB) THEN
                           DISPLAY 'FBD012E NO STATUS ROW FOR RUN '
                               SEQ-SUB
                           MOVE 'NO STATUS ROW' TO SEQ-DTL-VERDICT
                           ADD 1 TO BAL-ERR-CNT
                   ELSE
                           IF STS-TBL-REC-CNT(SEQ-SUB) NOT =
                               STS-TBL-OUT-RECS(SEQ-SUB) THEN
                                   DISPLAY 'FBD013E RUN ' SEQ-SUB
                                       ' FBOUTFIL COUNT '
                                       STS-TBL-REC-CNT(SEQ-SUB)
                                       ' DOES NOT MATCH STATUS '
                                       STS-TBL-OUT-RECS(SEQ-SUB)
                                   MOVE 'OUT OF BALANCE'
                                       TO SEQ-DTL-VERDICT
                                   ADD 1 TO BAL-ERR-CNT
                           END-IF
                           IF DELTA-IS-AVAILABLE AND
                               STS-TBL-DLT-CNT(SEQ-SUB) NOT =
                               STS-TBL-DLT-RECS(SEQ-SUB) THEN
                                   DISPLAY 'FBD014E RUN ' SEQ-SUB
                                       ' FBDELTA COUNT '
                                       STS-TBL-DLT-CNT(SEQ-SUB)
                                       ' DOES NOT MATCH STATUS '
                                       STS-TBL-DLT-RECS(SEQ-SUB)
                                   MOVE 'OUT OF BALANCE'
                                       TO SEQ-DTL-VERDICT
                                   ADD 1 TO BAL-ERR-CNT
                           END-IF
                   END-IF
                   ADD STS-TBL-OUT-RECS(SEQ-SUB) TO TOT-STS-OUT-RECS
                   ADD STS-TBL-DLT-RECS(SEQ-SUB) TO TOT-STS-DLT-RECS
                   MOVE SEQ-SUB TO SEQ-DTL-SEQ
                   MOVE STS-TBL-RUN-DATE(SEQ-SUB) TO SEQ-DTL-DATE
                   MOVE STS-TBL-OUT-RECS(SEQ-SUB) TO SEQ-DTL-STS-OUT
                   MOVE STS-TBL-REC-CNT(SEQ-SUB) TO SEQ-DTL-OUT-CNT
                   MOVE STS-TBL-DLT-RECS(SEQ-SUB) TO SEQ-DTL-STS-DLT
                   MOVE STS-TBL-DLT-CNT(SEQ-SUB) TO SEQ-DTL-DLT-CNT
                   MOVE STS-TBL-RSD-CNT(SEQ-SUB) TO SEQ-DTL-RSD-CNT
                   MOVE SEQ-LINE TO FBRPT-LINE
                   PERFORM R-PARA
           END-IF.

      * cut one subscriber's feed and balance it back to its source.
           H-PARA.
           PERFORM J-PARA.
           IF SUB-IS-OK THEN
                   MOVE ZERO TO FEED-READ
                   MOVE ZERO TO FEED-SELECTED
                   MOVE ZERO TO FEED-FILTERED
                   MOVE ZERO TO FEED-WRITE-ERRS
                   PERFORM S-PARA
                   IF FBSUB-FULL-FEED THEN
                           MOVE TOT-STS-OUT-RECS TO FEED-SOURCE-RECS
                           PERFORM K-PARA
                   ELSE
                           COMPUTE FEED-SOURCE-RECS =
                               TOT-STS-DLT-RECS + CNT-RSD-DETAIL
                           IF DELTA-IS-AVAILABLE THEN
                                   PERFORM M-PARA
                           END-IF
                           IF RESEND-IS-AVAILABLE THEN
                                   PERFORM AA-PARA
                           END-IF
                   END-IF
                   PERFORM T-PARA
                   ADD 1 TO DSN-COUNT
                   MOVE FBSUB-FEED-DSNAME TO DSN-TBL-DSNAME(DSN-COUNT)
                   MOVE FBSUB-SUBSCRIBER-ID
                       TO DSN-TBL-SUBSCRIBER(DSN-COUNT)
                   ADD 1 TO CNT-SUBS-FED
                   ADD FEED-SELECTED TO TOT-SELECTED
                   MOVE 'BALANCED' TO SUB-DTL-VERDICT
                   IF FBSUB-CHANGES-FEED AND
                       NOT DELTA-IS-AVAILABLE THEN
                           MOVE 'NO DELTA FILE' TO SUB-DTL-VERDICT
                   ELSE
                           IF FEED-READ NOT = FEED-SOURCE-RECS OR
                               FEED-SELECTED + FEED-FILTERED
                               NOT = FEED-READ THEN
                                   MOVE 'OUT OF BALANCE'
                                       TO SUB-DTL-VERDICT
                                   ADD 1 TO CNT-SUBS-UNBALANCED
                                   DISPLAY 'FBD008E SUBSCRIBER '
                                       FBSUB-SUBSCRIBER-ID
                                       ' FEED READ ' FEED-READ
                                       ' AGAINST STATUS '
                                       FEED-SOURCE-RECS
                           END-IF
                   END-IF
                   IF FEED-WRITE-ERRS > ZERO THEN
                           MOVE 'WRITE FAILED' TO SUB-DTL-VERDICT
                           ADD 1 TO CNT-SUBS-UNBALANCED
                           DISPLAY 'FBD009E SUBSCRIBER '
                               FBSUB-SUBSCRIBER-ID ' FEED HAD '
                               FEED-WRITE-ERRS ' FAILED WRITES'
                   END-IF
                   MOVE FBSUB-SUBSCRIBER-ID TO SUB-DTL-SUBSCRIBER
                   MOVE FBSUB-FEED-TYPE TO SUB-DTL-TYPE
                   MOVE FBSUB-LAYOUT TO SUB-DTL-LAYOUT
                   MOVE FEED-READ TO SUB-DTL-READ
                   MOVE FEED-SELECTED TO SUB-DTL-SELECTED
                   MOVE FEED-FILTERED TO SUB-DTL-FILTERED
                   MOVE FBSUB-FEED-DSNAME TO SUB-DTL-DSNAME
                   MOVE SUB-LINE TO FBRPT-LINE
                   PERFORM R-PARA
           ELSE
                   ADD 1 TO CNT-SUBS-REJECTED
                   DISPLAY 'FBD007E SUBSCRIBER ' FBSUB-SUBSCRIBER-ID
                       ' REJECTED - ' SUB-ERROR-TEXT
                   MOVE SPACES TO FBRPT-LINE
                   STRING FBSUB-SUBSCRIBER-ID ' REJECTED - '
                       SUB-ERROR-TEXT
                       DELIMITED BY SIZE INTO FBRPT-LINE
                   PERFORM R-PARA
           END-IF.
           PERFORM I-PARA.

           I-PARA.
           READ SUBSCRIPTION-FILE
               AT END
                   SET SUB-EOF TO TRUE
           END-READ.

           J-PARA.
           SET SUB-IS-OK TO TRUE.
           MOVE SPACES TO SUB-ERROR-TEXT.
           MOVE 'N' TO ALL-RANGES-SW.
           IF SUB-IS-OK AND FBSUB-SUBSCRIBER-ID = SPACES THEN
                   SET SUB-IS-REJECTED TO TRUE
                   MOVE 'SUBSCRIBER ID IS BLANK' TO SUB-ERROR-TEXT
           END-IF.
           IF SUB-IS-OK AND NOT FBSUB-FULL-FEED AND
               NOT FBSUB-CHANGES-FEED THEN
                   SET SUB-IS-REJECTED TO TRUE
                   MOVE 'FEED TYPE MUST BE F OR C' TO SUB-ERROR-TEXT
           END-IF.
           IF SUB-IS-OK AND NOT FBSUB-DELIMITED AND
               NOT FBSUB-FIXED-WIDTH THEN
                   SET SUB-IS-REJECTED TO TRUE
                   MOVE 'LAYOUT MUST BE D OR F' TO SUB-ERROR-TEXT
           END-IF.
           IF SUB-IS-OK AND FBSUB-FEED-DSNAME = SPACES THEN
                   SET SUB-IS-REJECTED TO TRUE
                   MOVE 'FEED DATASET NAME IS BLANK' TO SUB-ERROR-TEXT
           END-IF.
           IF SUB-IS-OK AND FBSUB-RANGE-LIST IS NOT NUMERIC THEN
                   SET SUB-IS-REJECTED TO TRUE
                   MOVE 'COUNTER RANGES MUST BE NUMERIC'
                       TO SUB-ERROR-TEXT
           END-IF.
           IF SUB-IS-OK THEN
                   PERFORM W-PARA VARYING RNG-SUB FROM 1 BY 1
                       UNTIL RNG-SUB > 4
                   IF FBSUB-RANGE-LIST = ZEROS THEN
                           SET TAKES-ALL-RANGES TO TRUE
                   END-IF
           END-IF.
           IF SUB-IS-OK THEN
                   PERFORM X-PARA VARYING DSN-SUB FROM 1 BY 1
                       UNTIL DSN-SUB > DSN-COUNT
           END-IF.
           IF SUB-IS-OK AND DSN-COUNT >= 50 THEN
                   SET SUB-IS-REJECTED TO TRUE
                   MOVE 'MORE THAN 50 SUBSCRIBER FEEDS'
                       TO SUB-ERROR-TEXT
           END-IF.

      * full feed: every classification record of the night.
           K-PARA.
           OPEN INPUT FIZZBUZZ-OUT-FILE.
           MOVE 'N' TO OUT-EOF-SW.
           PERFORM C-PARA.
           PERFORM L-PARA UNTIL OUT-EOF.
           CLOSE FIZZBUZZ-OUT-FILE.

           L-PARA.
           ADD 1 TO FEED-READ.
           MOVE FBOUT-COUNTER-NBR TO MATCH-COUNTER.
           MOVE FBOUT-CLASS-CODE TO MATCH-CODE.
           PERFORM O-PARA.
           IF CODE-MATCHED AND RANGE-MATCHED THEN
                   IF FBOUT-RUN-SEQ > ZERO THEN
                           MOVE STS-TBL-RUN-DATE(FBOUT-RUN-SEQ)
                               TO FEED-RUN-DATE
                   ELSE
                           MOVE BUSINESS-DATE TO FEED-RUN-DATE
                   END-IF
                   MOVE SPACES TO FBFED-LINE
                   IF FBSUB-DELIMITED THEN
                           STRING FBOUT-COUNTER-NBR ','
                               FBOUT-CLASS-CODE ',' FEED-RUN-DATE ','
                               FBOUT-RUN-SEQ
                               DELIMITED BY SIZE INTO FBFED-LINE
                   ELSE
                           MOVE FBOUT-COUNTER-NBR TO FBFED-COUNTER-NBR
                           MOVE FBOUT-CLASS-CODE TO FBFED-CLASS-CODE
                           MOVE FBOUT-CLASS-TEXT TO FBFED-CLASS-TEXT
                           MOVE FEED-RUN-DATE TO FBFED-RUN-DATE
                           MOVE FBOUT-RUN-SEQ TO FBFED-RUN-SEQ
                   END-IF
                   PERFORM V-PARA
                   ADD 1 TO FEED-SELECTED
           ELSE
                   ADD 1 TO FEED-FILTERED
           END-IF.
           PERFORM C-PARA.

      * changes-only feed: the adds and changes the delta run wrote.
           M-PARA.
           OPEN INPUT DELTA-FILE.
           MOVE 'N' TO DLT-EOF-SW.
           PERFORM E-PARA.
           PERFORM N-PARA UNTIL DLT-EOF.
           CLOSE DELTA-FILE.

           N-PARA.
           IF DLT-IS-DETAIL THEN
                   PERFORM AC-PARA
           END-IF.
           PERFORM E-PARA.

      * does the record fall within the subscriber's codes and ranges.
           O-PARA.
           MOVE 'N' TO CODE-MATCH-SW.
           MOVE 'N' TO RANGE-MATCH-SW.
           IF FBSUB-CODE-LIST = SPACES THEN
                   SET CODE-MATCHED TO TRUE
           ELSE
                   PERFORM U-PARA VARYING CODE-SUB FROM 1 BY 1
                       UNTIL CODE-SUB > 10 OR CODE-MATCHED
           END-IF.
           IF TAKES-ALL-RANGES THEN
                   SET RANGE-MATCHED TO TRUE
           ELSE
                   PERFORM P-PARA VARYING RNG-SUB FROM 1 BY 1
                       UNTIL RNG-SUB > 4 OR RANGE-MATCHED
           END-IF.

           P-PARA.
           IF FBSUB-RANGE-HIGH(RNG-SUB) > ZERO AND
               MATCH-COUNTER >= FBSUB-RANGE-LOW(RNG-SUB) AND
               MATCH-COUNTER <= FBSUB-RANGE-HIGH(RNG-SUB) THEN
                   SET RANGE-MATCHED TO TRUE
           END-IF.

           Q-PARA.
           IF RPT-PAGE-CNT > 0 THEN
                   MOVE SPACES TO FBRPT-LINE
                   WRITE FBRPTLIN-RECORD BEFORE ADVANCING PAGE
           END-IF.
           ADD 1 TO RPT-PAGE-CNT.
           MOVE RPT-RUN-DATE TO RPT-HDG-DATE.
           MOVE RPT-RUN-TIME TO RPT-HDG-TIME.
           MOVE RPT-HEADING-1 TO FBRPT-LINE.
           WRITE FBRPTLIN-RECORD.
           MOVE RPT-HEADING-2 TO FBRPT-LINE.
           WRITE FBRPTLIN-RECORD.
           MOVE ZERO TO RPT-LINE-CNT.

           R-PARA.
           IF RPT-LINE-CNT >= RPT-LINES-PER-PAGE THEN
                   PERFORM Q-PARA
           END-IF.
           WRITE FBRPTLIN-RECORD.
           ADD 1 TO RPT-LINE-CNT.

      * feed header: who the feed is for and which night it carries.
           S-PARA.
           MOVE SPACES TO FBFED-LINE.
           IF FBSUB-DELIMITED THEN
                   STRING 'HDR,' FBSUB-SUBSCRIBER-ID DELIMITED BY SPACE
                       ',' BUSINESS-DATE ',' FBSUB-FEED-TYPE ','
                       FBSUB-LAYOUT
                       DELIMITED BY SIZE INTO FBFED-LINE
           ELSE
                   SET FBFED-IS-HEADER TO TRUE
                   MOVE FBSUB-SUBSCRIBER-ID TO FBFED-SUBSCRIBER-ID
                   MOVE BUSINESS-DATE TO FBFED-BUSINESS-DATE
                   MOVE FBSUB-FEED-TYPE TO FBFED-FEED-TYPE
                   MOVE FBSUB-LAYOUT TO FBFED-LAYOUT
           END-IF.
           PERFORM V-PARA.

      * feed trailer: the detail count the subscriber balances to.
           T-PARA.
           MOVE SPACES TO FBFED-LINE.
           IF FBSUB-DELIMITED THEN
                   STRING 'TRL,' FEED-SELECTED
                       DELIMITED BY SIZE INTO FBFED-LINE
           ELSE
                   SET FBFED-IS-TRAILER TO TRUE
                   MOVE FBSUB-SUBSCRIBER-ID TO FBFED-SUBSCRIBER-ID
                   MOVE BUSINESS-DATE TO FBFED-BUSINESS-DATE
                   MOVE FBSUB-FEED-TYPE TO FBFED-FEED-TYPE
                   MOVE FBSUB-LAYOUT TO FBFED-LAYOUT
                   MOVE FEED-SELECTED TO FBFED-REC-COUNT
           END-IF.
           PERFORM V-PARA.

           U-PARA.
           IF FBSUB-CLASS-CODE(CODE-SUB) NOT = SPACES AND
               FBSUB-CLASS-CODE(CODE-SUB) = MATCH-CODE THEN
                   SET CODE-MATCHED TO TRUE
           END-IF.

           V-PARA.
           MOVE FBSUB-SUBSCRIBER-ID TO FBFED-SUBSCRIBER-KEY.
           WRITE FBFEDREC-RECORD.
           IF NOT FED-FILE-OK THEN
                   ADD 1 TO FEED-WRITE-ERRS
           END-IF.

           W-PARA.
           IF SUB-IS-OK AND FBSUB-RANGE-LOW(RNG-SUB) >
               FBSUB-RANGE-HIGH(RNG-SUB) THEN
                   SET SUB-IS-REJECTED TO TRUE
                   MOVE 'COUNTER RANGE LOW EXCEEDS HIGH'
                       TO SUB-ERROR-TEXT
           END-IF.

           X-PARA.
           IF SUB-IS-OK AND
               DSN-TBL-SUBSCRIBER(DSN-SUB) = FBSUB-SUBSCRIBER-ID THEN
                   SET SUB-IS-REJECTED TO TRUE
                   MOVE 'SUBSCRIBER ALREADY FED THIS RUN'
                       TO SUB-ERROR-TEXT
           END-IF.
           IF SUB-IS-OK AND
               DSN-TBL-DSNAME(DSN-SUB) = FBSUB-FEED-DSNAME THEN
                   SET SUB-IS-REJECTED TO TRUE
                   MOVE SPACES TO SUB-ERROR-TEXT
                   STRING 'FEED DATASET ALREADY CUT FOR '
                       DSN-TBL-SUBSCRIBER(DSN-SUB)
                       DELIMITED BY SIZE INTO SUB-ERROR-TEXT
           END-IF.

      * one FBDLTRSD line: a detail line is for this night when its
      * run's status row is the night's own.
           Y-PARA.
           READ DELTA-RESEND-FILE
               AT END
                   SET RSD-EOF TO TRUE
               NOT AT END
                   MOVE FBDLTRSD-RECORD TO DLT-WORK
                   MOVE 'N' TO RSD-NIGHT-SW
                   IF DLT-WRK-IS-TRAILER OR
                       DLT-WRK-COUNTER IS NOT NUMERIC THEN
                           MOVE 'N' TO DLT-DETAIL-SW
                   ELSE
                           SET DLT-IS-DETAIL TO TRUE
                           PERFORM AD-PARA
                   END-IF
           END-READ.

      * balance each run's resent lines to the trailer FBSUSPRC wrote
      * after them, and count those for the night by run.
           Z-PARA.
           IF DLT-IS-DETAIL THEN
                   ADD 1 TO RSD-SEG-CNT
                   IF RSD-FOR-THIS-NIGHT THEN
                           ADD 1 TO CNT-RSD-DETAIL
                           ADD 1 TO STS-TBL-RSD-CNT(RSD-SEQ)
                   ELSE
                           ADD 1 TO CNT-RSD-OTHER
                   END-IF
           ELSE
                   IF DLT-WRK-IS-TRAILER THEN
                           IF DLT-WRK-TRL-COUNT IS NOT NUMERIC OR
                               DLT-WRK-TRL-COUNT NOT = RSD-SEG-CNT THEN
                                   DISPLAY 'FBD015E FBDLTRSD TRAILER '
                                       'FOR RUN ' DLT-WRK-TRL-DATE
                                       ' SEQ ' DLT-WRK-TRL-SEQ
                                       ' DOES NOT MATCH '
                                       RSD-SEG-CNT ' LINES'
                                   ADD 1 TO BAL-ERR-CNT
                           END-IF
                           MOVE ZERO TO RSD-SEG-CNT
                   END-IF
           END-IF.
           PERFORM Y-PARA.

      * changes feed: the night's lines resent on FBDLTRSD.
           AA-PARA.
           OPEN INPUT DELTA-RESEND-FILE.
           MOVE 'N' TO RSD-EOF-SW.
           PERFORM Y-PARA.
           PERFORM AB-PARA UNTIL RSD-EOF.
           CLOSE DELTA-RESEND-FILE.

           AB-PARA.
           IF DLT-IS-DETAIL AND RSD-FOR-THIS-NIGHT THEN
                   PERFORM AC-PARA
           END-IF.
           PERFORM Y-PARA.

      * one change line offered to the subscriber.
           AC-PARA.
           ADD 1 TO FEED-READ.
           MOVE DLT-WRK-COUNTER TO MATCH-COUNTER.
           MOVE DLT-WRK-CODE TO MATCH-CODE.
           PERFORM O-PARA.
           IF CODE-MATCHED AND RANGE-MATCHED THEN
                   MOVE SPACES TO FBFED-LINE
                   IF FBSUB-DELIMITED THEN
                           MOVE DLT-WORK TO FBFED-LINE
                   ELSE
                           MOVE DLT-WRK-COUNTER
                               TO FBFED-CHG-COUNTER-NBR
                           MOVE DLT-WRK-CODE TO FBFED-CHG-CLASS-CODE
                           MOVE DLT-WRK-ACTION TO FBFED-CHG-ACTION
                           MOVE DLT-WRK-RUN-DATE TO FBFED-CHG-RUN-DATE
                           MOVE DLT-WRK-RUN-SEQ TO FBFED-CHG-RUN-SEQ
                   END-IF
                   PERFORM V-PARA
                   ADD 1 TO FEED-SELECTED
           ELSE
                   ADD 1 TO FEED-FILTERED
           END-IF.

           AD-PARA.
           IF DLT-WRK-RUN-SEQ IS NUMERIC AND
               DLT-WRK-RUN-DATE IS NUMERIC THEN
                   IF DLT-WRK-RUN-SEQ > ZERO THEN
                           MOVE DLT-WRK-RUN-SEQ TO RSD-SEQ
                           IF STS-ROW-FOUND(RSD-SEQ) AND
                               DLT-WRK-RUN-DATE =
                               STS-TBL-RUN-DATE(RSD-SEQ) THEN
                                   SET RSD-FOR-THIS-NIGHT TO TRUE
                           END-IF
                   END-IF
           END-IF.
