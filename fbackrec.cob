       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBAckRec.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-CARD-FILE ASSIGN TO "ACKCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACC-FILE-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "FBSTSFIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STS-FILE-STATUS.
           SELECT CLEARANCE-FILE ASSIGN TO "FBSUSCLR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLR-FILE-STATUS.
           SELECT WAREHOUSE-ACK-FILE ASSIGN TO "FBWHACK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WAK-FILE-STATUS.
           SELECT ACK-GATE-FILE ASSIGN TO "FBACKGAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AGT-FILE-STATUS.
           SELECT RESEND-FILE ASSIGN TO "FBRESEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RSN-FILE-STATUS.
           SELECT ACK-REPORT-FILE ASSIGN TO "FBACKRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ACK-CARD-FILE.
               COPY FBACKCRD.

           FD RUN-STATUS-FILE.
               COPY FBRUNSTS.

           FD CLEARANCE-FILE.
               COPY FBSCLREC.

           FD WAREHOUSE-ACK-FILE.
               COPY FBWAKREC.

           FD ACK-GATE-FILE.
               COPY FBAGTREC.

           FD RESEND-FILE.
               COPY FBRSNREC.

           FD ACK-REPORT-FILE.
               COPY FBRPTLIN.

       WORKING-STORAGE SECTION.
           01 ACC-FILE-STATUS PIC X(2) VALUE '00'.
               88 ACC-FILE-FOUND VALUE '00'.
           01 STS-FILE-STATUS PIC X(2) VALUE '00'.
               88 STS-FILE-FOUND VALUE '00'.
           01 CLR-FILE-STATUS PIC X(2) VALUE '00'.
               88 CLR-FILE-FOUND VALUE '00'.
           01 WAK-FILE-STATUS PIC X(2) VALUE '00'.
               88 WAK-FILE-FOUND VALUE '00'.
           01 AGT-FILE-STATUS PIC X(2) VALUE '00'.
           01 RSN-FILE-STATUS PIC X(2) VALUE '00'.
           01 RPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 STS-EOF-SW PIC X(1) VALUE 'N'.
               88 STS-EOF VALUE 'Y'.
           01 CLR-EOF-SW PIC X(1) VALUE 'N'.
               88 CLR-EOF VALUE 'Y'.
           01 WAK-EOF-SW PIC X(1) VALUE 'N'.
               88 WAK-EOF VALUE 'Y'.
           01 WAIT-DAYS PIC 9(3) VALUE 2.
           01 FROM-DATE PIC 9(8) VALUE ZERO.
      * one entry per feed sent: every status row with extract or
      * delta records sent expects one acknowledgement for each, and
      * every suspense clearance row with lines on the resend feeds
      * one for each of those ('EXR', 'DLR'). A rerun of the same date
      * and seq, or a later clearance of it, replaces the earlier
      * entry.
           01 FEED-TABLE.
               05 FEED-COUNT PIC 9(3) VALUE ZERO.
               05 FEED-ENTRY OCCURS 500 TIMES.
                   10 FEED-RUN-DATE PIC 9(8).
                   10 FEED-RUN-SEQ PIC 9(2).
                   10 FEED-TYPE PIC X(3).
                   10 FEED-SENT PIC 9(8).
                   10 FEED-ACK-SW PIC X(1).
                       88 FEED-ACKED VALUE 'Y'.
                   10 FEED-LOADED PIC 9(8).
                   10 FEED-REJECTED PIC 9(8).
           01 FEED-SUB PIC 9(3).
           01 FEED-MATCH-SUB PIC 9(3).
           01 FEED-SHIFT-SUB PIC 9(3).
           01 FEED-FULL-SW PIC X(1) VALUE 'N'.
               88 FEED-ROWS-DROPPED VALUE 'Y'.
           01 SRCH-RUN-DATE PIC 9(8).
           01 SRCH-RUN-SEQ PIC 9(2).
           01 SRCH-TYPE PIC X(3).
           01 SRCH-SENT PIC 9(8).
           01 FEED-STATE PIC X(1).
               88 STATE-LOADED-FULL VALUE 'F'.
               88 STATE-SHORT-LOADED VALUE 'S'.
               88 STATE-REJECTED VALUE 'R'.
               88 STATE-NEVER-ACKED VALUE 'N'.
               88 STATE-AWAITING VALUE 'W'.
      * day numbers for the age of a feed - a running count of days
      * on the Gregorian calendar, so two dates subtract to whole days.
           01 DAY-WORK-DATE PIC 9(8).
           01 DAY-WORK-PARTS REDEFINES DAY-WORK-DATE.
               05 DAY-WORK-YYYY PIC 9(4).
               05 DAY-WORK-MM PIC 9(2).
               05 DAY-WORK-DD PIC 9(2).
           01 DAY-YEAR PIC 9(4).
           01 DAY-MONTH PIC 9(2).
           01 DAY-Q4 PIC 9(4).
           01 DAY-Q100 PIC 9(4).
           01 DAY-Q400 PIC 9(4).
           01 DAY-MTH-PART PIC 9(4).
           01 DAY-MTH-DAYS PIC 9(4).
           01 DAY-NBR PIC 9(7).
           01 TODAY-DAY-NBR PIC 9(7).
           01 FEED-AGE PIC 9(7).
           01 CNT-STS-READ PIC 9(8) VALUE ZERO.
           01 CNT-ACK-READ PIC 9(8) VALUE ZERO.
           01 CNT-ACK-UNKNOWN PIC 9(8) VALUE ZERO.
           01 CNT-FULL PIC 9(8) VALUE ZERO.
           01 CNT-SHORT PIC 9(8) VALUE ZERO.
           01 CNT-REJECTED PIC 9(8) VALUE ZERO.
           01 CNT-NEVER PIC 9(8) VALUE ZERO.
           01 CNT-AWAITING PIC 9(8) VALUE ZERO.
           01 CNT-RESEND PIC 9(8) VALUE ZERO.
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
               VALUE 'FIZZBUZZ WAREHOUSE ACK RECONCILIATION'.
           01 FEED-DETAIL-LINE.
               05 FILLER PIC X(4) VALUE 'RUN '.
               05 FEED-DTL-DATE PIC 9(8).
               05 FILLER PIC X(5) VALUE ' SEQ '.
               05 FEED-DTL-SEQ PIC 9(2).
               05 FILLER PIC X(7) VALUE '  FEED '.
               05 FEED-DTL-TYPE PIC X(3).
               05 FILLER PIC X(7) VALUE '  SENT '.
               05 FEED-DTL-SENT PIC Z(7)9.
               05 FILLER PIC X(9) VALUE '  LOADED '.
               05 FEED-DTL-LOADED PIC Z(7)9.
               05 FILLER PIC X(11) VALUE '  REJECTED '.
               05 FEED-DTL-REJECTED PIC Z(7)9.
               05 FILLER PIC X(6) VALUE '  AGE '.
               05 FEED-DTL-AGE PIC Z(4)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FEED-DTL-STATE PIC X(30).
           01 UNK-DETAIL-LINE.
               05 FILLER PIC X(25) VALUE 'ACK FOR NO SENT FEED RUN '.
               05 UNK-DTL-DATE PIC 9(8).
               05 FILLER PIC X(5) VALUE ' SEQ '.
               05 UNK-DTL-SEQ PIC 9(2).
               05 FILLER PIC X(7) VALUE '  FEED '.
               05 UNK-DTL-TYPE PIC X(3).

       PROCEDURE DIVISION.
           A-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RPT-RUN-TIME FROM TIME.
           PERFORM B-PARA.
           OPEN INPUT RUN-STATUS-FILE.
           IF NOT STS-FILE-FOUND THEN
                   DISPLAY 'FBW001E NO RUN STATUS FILE - '
                       'RECONCILIATION ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM C-PARA UNTIL STS-EOF.
           CLOSE RUN-STATUS-FILE.
           OPEN INPUT CLEARANCE-FILE.
           IF CLR-FILE-FOUND THEN
                   PERFORM K-PARA UNTIL CLR-EOF
                   CLOSE CLEARANCE-FILE
           END-IF.
           OPEN OUTPUT ACK-REPORT-FILE.
           PERFORM Q-PARA.
           OPEN INPUT WAREHOUSE-ACK-FILE.
           IF WAK-FILE-FOUND THEN
                   PERFORM H-PARA UNTIL WAK-EOF
                   CLOSE WAREHOUSE-ACK-FILE
           ELSE
                   DISPLAY 'FBW003W NO WAREHOUSE ACKNOWLEDGEMENT '
                       'FILE - NO FEED IS ACKNOWLEDGED'
           END-IF.
           MOVE RPT-RUN-DATE TO DAY-WORK-DATE.
           PERFORM J-PARA.
           MOVE DAY-NBR TO TODAY-DAY-NBR.
           OPEN OUTPUT ACK-GATE-FILE.
           OPEN OUTPUT RESEND-FILE.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           PERFORM I-PARA VARYING FEED-SUB FROM 1 BY 1
               UNTIL FEED-SUB > FEED-COUNT.
           CLOSE ACK-GATE-FILE.
           CLOSE RESEND-FILE.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'FEEDS CHECKED. . . . . . . . : ' FEED-COUNT
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'LOADED IN FULL . . . . . . . : ' CNT-FULL
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'SHORT-LOADED . . . . . . . . : ' CNT-SHORT
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'REJECTED . . . . . . . . . . : ' CNT-REJECTED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'NEVER ACKNOWLEDGED . . . . . : ' CNT-NEVER
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'AWAITING ACKNOWLEDGEMENT . . : ' CNT-AWAITING
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'ACKS FOR NO SENT FEED. . . . : ' CNT-ACK-UNKNOWN
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'FEEDS LISTED FOR RESEND. . . : ' CNT-RESEND
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           CLOSE ACK-REPORT-FILE.
           DISPLAY 'FBW901I FEEDS LOADED IN FULL . . . . : '
               CNT-FULL.
           DISPLAY 'FBW902I FEEDS SHORT-LOADED . . . . . : '
               CNT-SHORT.
           DISPLAY 'FBW903I FEEDS REJECTED . . . . . . . : '
               CNT-REJECTED.
           DISPLAY 'FBW904I FEEDS NEVER ACKNOWLEDGED . . : '
               CNT-NEVER.
           DISPLAY 'FBW905I FEEDS AWAITING ACK . . . . . : '
               CNT-AWAITING.
           DISPLAY 'FBW906I FEEDS LISTED FOR RESEND. . . : '
               CNT-RESEND.
           IF CNT-SHORT > ZERO OR CNT-REJECTED > ZERO OR
               CNT-NEVER > ZERO THEN
                   DISPLAY 'FBW907E WAREHOUSE FEEDS NOT LANDED - '
                       'SEE REPORT AND RESEND LIST'
                   MOVE 8 TO RETURN-CODE
           ELSE
                   IF CNT-AWAITING > ZERO OR
                       CNT-ACK-UNKNOWN > ZERO OR
                       FEED-ROWS-DROPPED THEN
                           MOVE 4 TO RETURN-CODE
                   END-IF
                   DISPLAY 'FBW900I WAREHOUSE ACK RECONCILIATION '
                       'COMPLETE'
           END-IF.
           STOP RUN.

           B-PARA.
           OPEN INPUT ACK-CARD-FILE.
           IF ACC-FILE-FOUND THEN
                   READ ACK-CARD-FILE
                       AT END
                           MOVE SPACES TO FBACKCRD-RECORD
                   END-READ
                   CLOSE ACK-CARD-FILE
           ELSE
                   MOVE SPACES TO FBACKCRD-RECORD
           END-IF.
           IF FBACK-WAIT-DAYS IS NUMERIC THEN
                   MOVE FBACK-WAIT-DAYS TO WAIT-DAYS
           ELSE
                   DISPLAY 'FBW002W NO VALID ACK CARD - WAITING '
                       WAIT-DAYS ' DAYS, EVERY RUN CHECKED'
           END-IF.
           IF FBACK-FROM-DATE IS NUMERIC THEN
                   MOVE FBACK-FROM-DATE TO FROM-DATE
           END-IF.

           C-PARA.
           READ RUN-STATUS-FILE
               AT END
                   SET STS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CNT-STS-READ
                   IF FBSTS-RUN-SEQ > ZERO AND
                       FBSTS-RUN-DATE >= FROM-DATE THEN
                           MOVE FBSTS-RUN-DATE TO SRCH-RUN-DATE
                           MOVE FBSTS-RUN-SEQ TO SRCH-RUN-SEQ
                           IF FBSTS-EXT-RECS > ZERO THEN
                                   MOVE 'EXT' TO SRCH-TYPE
                                   MOVE FBSTS-EXT-RECS TO SRCH-SENT
                                   PERFORM D-PARA
                           END-IF
                           IF FBSTS-DLT-RECS > ZERO THEN
                                   MOVE 'DLT' TO SRCH-TYPE
                                   MOVE FBSTS-DLT-RECS TO SRCH-SENT
                                   PERFORM D-PARA
                           END-IF
                   END-IF
           END-READ.

           D-PARA.
           MOVE ZERO TO FEED-MATCH-SUB.
           PERFORM E-PARA VARYING FEED-SUB FROM 1 BY 1
               UNTIL FEED-SUB > FEED-COUNT.
           IF FEED-MATCH-SUB = ZERO THEN
                   IF FEED-COUNT >= 500 THEN
                           PERFORM F-PARA
                   ELSE
                           ADD 1 TO FEED-COUNT
                   END-IF
                   MOVE FEED-COUNT TO FEED-MATCH-SUB
           END-IF.
           MOVE SRCH-RUN-DATE TO FEED-RUN-DATE(FEED-MATCH-SUB).
           MOVE SRCH-RUN-SEQ TO FEED-RUN-SEQ(FEED-MATCH-SUB).
           MOVE SRCH-TYPE TO FEED-TYPE(FEED-MATCH-SUB).
           MOVE SRCH-SENT TO FEED-SENT(FEED-MATCH-SUB).
           MOVE 'N' TO FEED-ACK-SW(FEED-MATCH-SUB).
           MOVE ZERO TO FEED-LOADED(FEED-MATCH-SUB).
           MOVE ZERO TO FEED-REJECTED(FEED-MATCH-SUB).

           E-PARA.
           IF FEED-RUN-DATE(FEED-SUB) = SRCH-RUN-DATE AND
               FEED-RUN-SEQ(FEED-SUB) = SRCH-RUN-SEQ AND
               FEED-TYPE(FEED-SUB) = SRCH-TYPE THEN
                   MOVE FEED-SUB TO FEED-MATCH-SUB
           END-IF.

           F-PARA.
           IF NOT FEED-ROWS-DROPPED THEN
                   SET FEED-ROWS-DROPPED TO TRUE
                   DISPLAY 'FBW004W STATUS FILE EXCEEDS FEED TABLE - '
                       'OLDEST FEEDS NOT CHECKED'
           END-IF.
           PERFORM G-PARA VARYING FEED-SHIFT-SUB FROM 1 BY 1
               UNTIL FEED-SHIFT-SUB > 499.

           G-PARA.
           COMPUTE FEED-SUB = FEED-SHIFT-SUB + 1.
           MOVE FEED-ENTRY(FEED-SUB) TO FEED-ENTRY(FEED-SHIFT-SUB).

           H-PARA.
           READ WAREHOUSE-ACK-FILE
               AT END
                   SET WAK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CNT-ACK-READ
                   MOVE FBWAK-RUN-DATE TO SRCH-RUN-DATE
                   MOVE FBWAK-RUN-SEQ TO SRCH-RUN-SEQ
                   MOVE FBWAK-FEED-TYPE TO SRCH-TYPE
                   MOVE ZERO TO FEED-MATCH-SUB
                   PERFORM E-PARA VARYING FEED-SUB FROM 1 BY 1
                       UNTIL FEED-SUB > FEED-COUNT
                   IF FEED-MATCH-SUB > ZERO THEN
                           MOVE 'Y' TO FEED-ACK-SW(FEED-MATCH-SUB)
                           MOVE FBWAK-LOADED
                               TO FEED-LOADED(FEED-MATCH-SUB)
                           MOVE FBWAK-REJECTED
                               TO FEED-REJECTED(FEED-MATCH-SUB)
                   ELSE
                           IF FBWAK-RUN-DATE >= FROM-DATE THEN
                                   ADD 1 TO CNT-ACK-UNKNOWN
                                   MOVE FBWAK-RUN-DATE TO UNK-DTL-DATE
                                   MOVE FBWAK-RUN-SEQ TO UNK-DTL-SEQ
                                   MOVE FBWAK-FEED-TYPE TO UNK-DTL-TYPE
                                   MOVE UNK-DETAIL-LINE TO FBRPT-LINE
                                   PERFORM R-PARA
                                   DISPLAY 'FBW005W ACK FOR RUN '
                                       FBWAK-RUN-DATE ' SEQ '
                                       FBWAK-RUN-SEQ ' FEED '
                                       FBWAK-FEED-TYPE
                                       ' MATCHES NO SENT FEED'
                           END-IF
                   END-IF
           END-READ.

      * a feed is loaded in full only when every record sent was
      * loaded and none rejected; nothing loaded with rejects is a
      * rejected feed; anything else acknowledged is short-loaded.
      * An unacknowledged feed is only overdue once it is older than
      * the wait allowed - until then it is simply awaited.
           I-PARA.
           MOVE FEED-RUN-DATE(FEED-SUB) TO DAY-WORK-DATE.
           PERFORM J-PARA.
           IF DAY-NBR > TODAY-DAY-NBR THEN
                   MOVE ZERO TO FEED-AGE
           ELSE
                   COMPUTE FEED-AGE = TODAY-DAY-NBR - DAY-NBR
           END-IF.
           IF FEED-ACKED(FEED-SUB) THEN
                   IF FEED-LOADED(FEED-SUB) = FEED-SENT(FEED-SUB) AND
                       FEED-REJECTED(FEED-SUB) = ZERO THEN
                           SET STATE-LOADED-FULL TO TRUE
                           ADD 1 TO CNT-FULL
                           MOVE 'LOADED IN FULL' TO FEED-DTL-STATE
                   ELSE
                           IF FEED-LOADED(FEED-SUB) = ZERO AND
                               FEED-REJECTED(FEED-SUB) > ZERO THEN
                                   SET STATE-REJECTED TO TRUE
                                   ADD 1 TO CNT-REJECTED
                                   MOVE 'REJECTED - INVESTIGATE'
                                       TO FEED-DTL-STATE
                           ELSE
                                   SET STATE-SHORT-LOADED TO TRUE
                                   ADD 1 TO CNT-SHORT
                                   MOVE 'SHORT-LOADED - RESEND'
                                       TO FEED-DTL-STATE
                           END-IF
                   END-IF
           ELSE
                   IF FEED-AGE > WAIT-DAYS THEN
                           SET STATE-NEVER-ACKED TO TRUE
                           ADD 1 TO CNT-NEVER
                           MOVE 'NEVER ACKNOWLEDGED - RESEND'
                               TO FEED-DTL-STATE
                   ELSE
                           SET STATE-AWAITING TO TRUE
                           ADD 1 TO CNT-AWAITING
                           MOVE 'AWAITING ACKNOWLEDGEMENT'
                               TO FEED-DTL-STATE
                   END-IF
           END-IF.
           MOVE FEED-RUN-DATE(FEED-SUB) TO FEED-DTL-DATE.
           MOVE FEED-RUN-SEQ(FEED-SUB) TO FEED-DTL-SEQ.
           MOVE FEED-TYPE(FEED-SUB) TO FEED-DTL-TYPE.
           MOVE FEED-SENT(FEED-SUB) TO FEED-DTL-SENT.
           MOVE FEED-LOADED(FEED-SUB) TO FEED-DTL-LOADED.
           MOVE FEED-REJECTED(FEED-SUB) TO FEED-DTL-REJECTED.
           MOVE FEED-AGE TO FEED-DTL-AGE.
           MOVE FEED-DETAIL-LINE TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE FEED-RUN-DATE(FEED-SUB) TO FBAGT-RUN-DATE.
           MOVE FEED-RUN-SEQ(FEED-SUB) TO FBAGT-RUN-SEQ.
           MOVE FEED-TYPE(FEED-SUB) TO FBAGT-FEED-TYPE.
           MOVE FEED-STATE TO FBAGT-STATE.
           MOVE FEED-SENT(FEED-SUB) TO FBAGT-SENT-RECS.
           MOVE FEED-LOADED(FEED-SUB) TO FBAGT-LOADED.
           MOVE FEED-REJECTED(FEED-SUB) TO FBAGT-REJECTED-RECS.
           WRITE FBAGTREC-RECORD.
           IF STATE-SHORT-LOADED OR STATE-NEVER-ACKED THEN
                   MOVE FEED-RUN-DATE(FEED-SUB) TO FBRSN-RUN-DATE
                   MOVE FEED-RUN-SEQ(FEED-SUB) TO FBRSN-RUN-SEQ
                   MOVE FEED-TYPE(FEED-SUB) TO FBRSN-FEED-TYPE
                   MOVE FEED-SENT(FEED-SUB) TO FBRSN-SENT-RECS
                   MOVE FEED-LOADED(FEED-SUB) TO FBRSN-LOADED
                   IF STATE-SHORT-LOADED THEN
                           MOVE 'SHORT-LOADED' TO FBRSN-REASON
                   ELSE
                           MOVE 'NEVER ACKNOWLEDGED' TO FBRSN-REASON
                   END-IF
                   WRITE FBRSNREC-RECORD
                   ADD 1 TO CNT-RESEND
           END-IF.

           J-PARA.
           MOVE DAY-WORK-YYYY TO DAY-YEAR.
           MOVE DAY-WORK-MM TO DAY-MONTH.
           IF DAY-MONTH < 3 THEN
                   SUBTRACT 1 FROM DAY-YEAR
                   ADD 12 TO DAY-MONTH
           END-IF.
           DIVIDE DAY-YEAR BY 4 GIVING DAY-Q4.
           DIVIDE DAY-YEAR BY 100 GIVING DAY-Q100.
           DIVIDE DAY-YEAR BY 400 GIVING DAY-Q400.
           COMPUTE DAY-MTH-PART = 153 * (DAY-MONTH - 3) + 2.
           DIVIDE DAY-MTH-PART BY 5 GIVING DAY-MTH-DAYS.
           COMPUTE DAY-NBR = 365 * DAY-YEAR + DAY-Q4 - DAY-Q100
               + DAY-Q400 + DAY-MTH-DAYS + DAY-WORK-DD.

      * lines FBSUSPRC put on the resend feeds for a run are a feed
      * of their own, acknowledged under the run's date and seq.
           K-PARA.
           READ CLEARANCE-FILE
               AT END
                   SET CLR-EOF TO TRUE
               NOT AT END
                   IF FBSCL-RUN-SEQ > ZERO AND
                       FBSCL-RUN-DATE >= FROM-DATE THEN
                           MOVE FBSCL-RUN-DATE TO SRCH-RUN-DATE
                           MOVE FBSCL-RUN-SEQ TO SRCH-RUN-SEQ
                           IF FBSCL-EXT-RESENT > ZERO THEN
                                   MOVE 'EXR' TO SRCH-TYPE
                                   MOVE FBSCL-EXT-RESENT TO SRCH-SENT
                                   PERFORM D-PARA
                           END-IF
                           IF FBSCL-DLT-RESENT > ZERO THEN
                                   MOVE 'DLR' TO SRCH-TYPE
                                   MOVE FBSCL-DLT-RESENT TO SRCH-SENT
                                   PERFORM D-PARA
                           END-IF
                   END-IF
           END-READ.

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
