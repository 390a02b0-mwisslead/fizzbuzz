       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBBakOut.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKOUT-CARD-FILE ASSIGN TO "BKOCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BKO-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "FBHSTFIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HST-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "FBMASTER"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FBMST-COUNTER-NBR
               FILE STATUS IS MST-FILE-STATUS.
           SELECT REVERSAL-WORK-FILE ASSIGN TO "FBHSTREV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REV-FILE-STATUS.
           SELECT REVERSAL-DELTA-FILE ASSIGN TO "FBREVDLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DLT-FILE-STATUS.
           SELECT BACKOUT-REPORT-FILE ASSIGN TO "FBBKORPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD BACKOUT-CARD-FILE.
               COPY FBBKOCRD.

           FD HISTORY-FILE.
               COPY FBHSTREC.

           FD MASTER-FILE.
               COPY FBMSTREC.

           FD REVERSAL-WORK-FILE.
               01 FBHSTREV-RECORD PIC X(269).

           FD REVERSAL-DELTA-FILE.
               COPY FBDLTREC.

           FD BACKOUT-REPORT-FILE.
               COPY FBRPTLIN.

       WORKING-STORAGE SECTION.
           01 BKO-FILE-STATUS PIC X(2) VALUE '00'.
               88 BKO-FILE-FOUND VALUE '00'.
           01 HST-FILE-STATUS PIC X(2) VALUE '00'.
               88 HST-FILE-FOUND VALUE '00'.
           01 MST-FILE-STATUS PIC X(2) VALUE '00'.
           01 REV-FILE-STATUS PIC X(2) VALUE '00'.
               88 REV-FILE-FOUND VALUE '00'.
           01 DLT-FILE-STATUS PIC X(2) VALUE '00'.
           01 RPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 HST-EOF-SW PIC X(1) VALUE 'N'.
               88 HST-EOF VALUE 'Y'.
           01 REV-EOF-SW PIC X(1) VALUE 'N'.
               88 REV-EOF VALUE 'Y'.
           01 MST-UPD-OK-SW PIC X(1).
               88 MST-UPD-OK VALUE 'Y'.
           01 BACKOUT-DATE PIC 9(8).
           01 BACKOUT-SEQ PIC 9(2).
      * the row as the backed-out run left it, and the row it is put
      * back to; both are held here because the history record area
      * is reused to build the reversal row.
           01 WDR-COUNTER PIC 9(8).
           01 WDR-CLASS-CODE PIC X(2).
           01 WDR-CLASS-TEXT PIC X(110).
           01 WDR-RULE-VERSION PIC X(8).
           01 RST-CLASS-CODE PIC X(2).
           01 RST-CLASS-TEXT PIC X(110).
           01 RST-RULE-VERSION PIC X(8).
           01 DLT-ACTION PIC X(1).
           01 DLT-CODE PIC X(2).
           01 UNM-REASON PIC X(40).
           01 CNT-HST-READ PIC 9(8) VALUE ZERO.
           01 CNT-SELECTED PIC 9(8) VALUE ZERO.
           01 CNT-RESTORED PIC 9(8) VALUE ZERO.
           01 CNT-DELETED PIC 9(8) VALUE ZERO.
           01 CNT-UNMATCHED PIC 9(8) VALUE ZERO.
           01 CNT-FAILED PIC 9(8) VALUE ZERO.
           01 CNT-REVERSAL PIC 9(8) VALUE ZERO.
           01 CNT-APPENDED PIC 9(8) VALUE ZERO.
           01 CNT-DLT-WRITTEN PIC 9(8) VALUE ZERO.
           01 CNT-BALANCE PIC 9(8) VALUE ZERO.
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
               VALUE 'FIZZBUZZ RUN BACK-OUT REPORT'.
           01 BKO-HEADING-LINE.
               05 FILLER PIC X(22) VALUE 'BACKING OUT RUN DATE: '.
               05 BKO-HDG-DATE PIC 9(8).
               05 FILLER PIC X(7) VALUE '  SEQ: '.
               05 BKO-HDG-SEQ PIC 9(2).
           01 UNM-DETAIL-LINE.
               05 FILLER PIC X(9) VALUE 'COUNTER: '.
               05 UNM-DTL-COUNTER PIC Z(7)9.
               05 FILLER PIC X(14) VALUE '  UNMATCHED - '.
               05 UNM-DTL-REASON PIC X(40).
               05 FILLER PIC X(8) VALUE '  CODE: '.
               05 UNM-DTL-CODE PIC X(2).
               05 FILLER PIC X(11) VALUE '  RUN CODE '.
               05 UNM-DTL-RUN-CODE PIC X(2).

       PROCEDURE DIVISION.
           A-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RPT-RUN-TIME FROM TIME.
           OPEN INPUT BACKOUT-CARD-FILE.
           IF NOT BKO-FILE-FOUND THEN
                   DISPLAY 'FBK001E NO BACK-OUT CARD - '
                       'BACK-OUT ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           READ BACKOUT-CARD-FILE
               AT END
                   DISPLAY 'FBK001E NO BACK-OUT CARD - '
                       'BACK-OUT ABORTED'
                   CLOSE BACKOUT-CARD-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE BACKOUT-CARD-FILE.
           IF FBBKO-RUN-DATE IS NOT NUMERIC OR
               FBBKO-RUN-DATE = ZERO OR
               FBBKO-RUN-SEQ IS NOT NUMERIC OR
               FBBKO-RUN-SEQ = ZERO THEN
                   DISPLAY 'FBK002E INVALID RUN DATE OR SEQ ON '
                       'BACK-OUT CARD - BACK-OUT ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE FBBKO-RUN-DATE TO BACKOUT-DATE.
           MOVE FBBKO-RUN-SEQ TO BACKOUT-SEQ.
           OPEN INPUT HISTORY-FILE.
           IF NOT HST-FILE-FOUND THEN
                   DISPLAY 'FBK003E NO HISTORY FILE - '
                       'BACK-OUT ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN I-O MASTER-FILE.
           IF MST-FILE-STATUS NOT = '00' THEN
                   DISPLAY 'FBK004E MASTER FILE UNAVAILABLE - '
                       'STATUS ' MST-FILE-STATUS ' - BACK-OUT ABORTED'
                   CLOSE HISTORY-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN OUTPUT REVERSAL-WORK-FILE.
           OPEN OUTPUT REVERSAL-DELTA-FILE.
           OPEN OUTPUT BACKOUT-REPORT-FILE.
           PERFORM Q-PARA.
           MOVE BACKOUT-DATE TO BKO-HDG-DATE.
           MOVE BACKOUT-SEQ TO BKO-HDG-SEQ.
           MOVE BKO-HEADING-LINE TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           PERFORM B-PARA.
           PERFORM C-PARA UNTIL HST-EOF.
           CLOSE HISTORY-FILE.
           CLOSE MASTER-FILE.
           CLOSE REVERSAL-WORK-FILE.
           MOVE SPACES TO FBDLT-LINE.
           STRING 'TRL,' CNT-DLT-WRITTEN ',' BACKOUT-SEQ
               DELIMITED BY SIZE INTO FBDLT-LINE.
           WRITE FBDLTREC-RECORD.
           IF DLT-FILE-STATUS NOT = '00' THEN
                   DISPLAY 'FBK007E REVERSAL DELTA WRITE FAILED - '
                       'STATUS ' DLT-FILE-STATUS
                   ADD 1 TO CNT-FAILED
           END-IF.
           CLOSE REVERSAL-DELTA-FILE.
      * the reversal rows are held back until the history file has
      * been read to the end, then appended to it in one pass. If the
      * append cannot be made they stay in FBHSTREV for a manual copy.
           IF CNT-REVERSAL > ZERO THEN
                   OPEN INPUT REVERSAL-WORK-FILE
                   OPEN EXTEND HISTORY-FILE
                   IF REV-FILE-FOUND AND HST-FILE-FOUND THEN
                           PERFORM J-PARA
                           PERFORM K-PARA UNTIL REV-EOF
                           CLOSE HISTORY-FILE
                   ELSE
                           DISPLAY 'FBK008E REVERSAL HISTORY NOT '
                               'APPENDED - STATUS ' HST-FILE-STATUS
                               ' - ROWS LEFT IN FBHSTREV'
                           ADD 1 TO CNT-FAILED
                   END-IF
                   CLOSE REVERSAL-WORK-FILE
           END-IF.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'HISTORY ROWS READ. . . . . . : ' CNT-HST-READ
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'ROWS WRITTEN BY THE RUN. . . : ' CNT-SELECTED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'ROWS RESTORED. . . . . . . . : ' CNT-RESTORED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'ROWS DELETED . . . . . . . . : ' CNT-DELETED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'ROWS UNMATCHED . . . . . . . : ' CNT-UNMATCHED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           COMPUTE CNT-BALANCE = CNT-RESTORED + CNT-DELETED
               + CNT-UNMATCHED.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'RESTORED+DELETED+UNMATCHED . : ' CNT-BALANCE
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'REVERSAL HISTORY ROWS. . . . : ' CNT-APPENDED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'REVERSAL DELTA RECORDS . . . : ' CNT-DLT-WRITTEN
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           IF CNT-BALANCE = CNT-SELECTED AND
               CNT-APPENDED = CNT-REVERSAL AND
               CNT-DLT-WRITTEN = CNT-REVERSAL THEN
                   MOVE 'BACK-OUT BALANCED' TO FBRPT-LINE
           ELSE
                   MOVE 'BACK-OUT DID NOT BALANCE - SEE MESSAGES'
                       TO FBRPT-LINE
           END-IF.
           PERFORM R-PARA.
           CLOSE BACKOUT-REPORT-FILE.
           DISPLAY 'FBK901I ROWS WRITTEN BY THE RUN. . . : '
               CNT-SELECTED.
           DISPLAY 'FBK902I ROWS RESTORED. . . . . . . . : '
               CNT-RESTORED.
           DISPLAY 'FBK903I ROWS DELETED . . . . . . . . : '
               CNT-DELETED.
           DISPLAY 'FBK904I ROWS UNMATCHED . . . . . . . : '
               CNT-UNMATCHED.
           DISPLAY 'FBK905I REVERSAL HISTORY ROWS. . . . : '
               CNT-APPENDED.
           IF CNT-FAILED > ZERO THEN
                   DISPLAY 'FBK906E BACK-OUT INCOMPLETE - SEE '
                       'MESSAGES AND REPORT'
                   MOVE 8 TO RETURN-CODE
           ELSE
                   IF CNT-SELECTED = ZERO THEN
                           DISPLAY 'FBK907W NO HISTORY ROWS FOR RUN '
                               BACKOUT-DATE ' SEQ ' BACKOUT-SEQ
                               ' - NOTHING BACKED OUT'
                           MOVE 4 TO RETURN-CODE
                   ELSE
                           IF CNT-UNMATCHED > ZERO THEN
                                   DISPLAY 'FBK908W UNMATCHED ROWS '
                                       'LEFT AS THEY ARE - SEE REPORT'
                                   MOVE 4 TO RETURN-CODE
                           END-IF
                           DISPLAY 'FBK900I BACK-OUT OF RUN '
                               BACKOUT-DATE ' SEQ ' BACKOUT-SEQ
                               ' COMPLETE'
                   END-IF
           END-IF.
           STOP RUN.

           B-PARA.
           READ HISTORY-FILE
               AT END
                   SET HST-EOF TO TRUE
           END-READ.

      * only the rows the named run itself wrote are backed out;
      * reversal rows from an earlier back-out are never selected.
           C-PARA.
           ADD 1 TO CNT-HST-READ.
           IF FBHST-IS-RUN-ROW AND
               FBHST-RUN-DATE = BACKOUT-DATE AND
               FBHST-RUN-SEQ = BACKOUT-SEQ THEN
                   ADD 1 TO CNT-SELECTED
                   PERFORM D-PARA
           END-IF.
           PERFORM B-PARA.

      * a master row is only put back while it still holds exactly
      * what the run wrote. A later run that reclassified the counter
      * wins, and the row is listed as unmatched instead.
           D-PARA.
           MOVE FBHST-COUNTER-NBR TO WDR-COUNTER.
           MOVE FBHST-NEW-CLASS-CODE TO WDR-CLASS-CODE.
           MOVE FBHST-NEW-CLASS-TEXT TO WDR-CLASS-TEXT.
           MOVE FBHST-RULE-VERSION TO WDR-RULE-VERSION.
           MOVE FBHST-COUNTER-NBR TO FBMST-COUNTER-NBR.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON MASTER FILE' TO UNM-REASON
                   MOVE SPACES TO FBMST-CLASS-CODE
                   PERFORM G-PARA
               NOT INVALID KEY
                   IF FBMST-RUN-DATE NOT = BACKOUT-DATE OR
                       FBMST-RUN-SEQ NOT = BACKOUT-SEQ OR
                       FBMST-CLASS-CODE NOT = WDR-CLASS-CODE THEN
                           MOVE 'CHANGED SINCE THE RUN' TO UNM-REASON
                           PERFORM G-PARA
                   ELSE
                           IF FBHST-OLD-CLASS-CODE = SPACES THEN
                                   PERFORM E-PARA
                           ELSE
                                   PERFORM F-PARA
                           END-IF
                   END-IF
           END-READ.

      * first created by the run: remove it from the master.
           E-PARA.
           SET MST-UPD-OK TO TRUE.
           DELETE MASTER-FILE RECORD
               INVALID KEY
                   MOVE 'N' TO MST-UPD-OK-SW
                   DISPLAY 'FBK005E MASTER FILE DELETE FAILED - '
                       'STATUS ' MST-FILE-STATUS
                       ' AT COUNTER ' WDR-COUNTER
           END-DELETE.
           IF MST-UPD-OK THEN
                   ADD 1 TO CNT-DELETED
                   MOVE SPACES TO RST-CLASS-CODE
                   MOVE SPACES TO RST-CLASS-TEXT
                   MOVE SPACES TO RST-RULE-VERSION
                   MOVE 'D' TO DLT-ACTION
                   MOVE WDR-CLASS-CODE TO DLT-CODE
                   PERFORM H-PARA
                   PERFORM I-PARA
           ELSE
                   ADD 1 TO CNT-FAILED
                   MOVE 'MASTER DELETE FAILED' TO UNM-REASON
                   PERFORM G-PARA
           END-IF.

      * changed by the run: put the prior row back. Rows written
      * before the prior run was kept in history get the back-out's
      * own run date - a zero date would poison every as-of inquiry
      * for the counter.
           F-PARA.
           MOVE FBHST-OLD-CLASS-CODE TO FBMST-CLASS-CODE.
           MOVE FBHST-OLD-CLASS-TEXT TO FBMST-CLASS-TEXT.
           IF FBHST-OLD-RUN-DATE IS NUMERIC AND
               FBHST-OLD-RUN-DATE > ZERO AND
               FBHST-OLD-RUN-SEQ IS NUMERIC THEN
                   MOVE FBHST-OLD-RUN-DATE TO FBMST-RUN-DATE
                   MOVE FBHST-OLD-RUN-SEQ TO FBMST-RUN-SEQ
                   MOVE FBHST-OLD-RULE-VERSION TO FBMST-RULE-VERSION
           ELSE
                   MOVE RPT-RUN-DATE TO FBMST-RUN-DATE
                   MOVE ZERO TO FBMST-RUN-SEQ
                   MOVE SPACES TO FBMST-RULE-VERSION
           END-IF.
           SET MST-UPD-OK TO TRUE.
           REWRITE FBMSTREC-RECORD
               INVALID KEY
                   MOVE 'N' TO MST-UPD-OK-SW
                   DISPLAY 'FBK006E MASTER FILE REWRITE FAILED - '
                       'STATUS ' MST-FILE-STATUS
                       ' AT COUNTER ' WDR-COUNTER
           END-REWRITE.
           IF MST-UPD-OK THEN
                   ADD 1 TO CNT-RESTORED
                   MOVE FBMST-CLASS-CODE TO RST-CLASS-CODE
                   MOVE FBMST-CLASS-TEXT TO RST-CLASS-TEXT
                   MOVE FBMST-RULE-VERSION TO RST-RULE-VERSION
                   MOVE 'C' TO DLT-ACTION
                   MOVE RST-CLASS-CODE TO DLT-CODE
                   PERFORM H-PARA
                   PERFORM I-PARA
           ELSE
                   ADD 1 TO CNT-FAILED
                   MOVE 'MASTER REWRITE FAILED' TO UNM-REASON
                   PERFORM G-PARA
           END-IF.

           G-PARA.
           ADD 1 TO CNT-UNMATCHED.
           MOVE WDR-COUNTER TO UNM-DTL-COUNTER.
           MOVE UNM-REASON TO UNM-DTL-REASON.
           MOVE FBMST-CLASS-CODE TO UNM-DTL-CODE.
           MOVE WDR-CLASS-CODE TO UNM-DTL-RUN-CODE.
           MOVE UNM-DETAIL-LINE TO FBRPT-LINE.
           PERFORM R-PARA.

      * reversal delta line, dated with the run being undone so the
      * warehouse can tie it back to the load it reverses.
           H-PARA.
           MOVE SPACES TO FBDLT-LINE.
           STRING WDR-COUNTER ',' DLT-CODE ',' DLT-ACTION ','
               BACKOUT-DATE ',' BACKOUT-SEQ
               DELIMITED BY SIZE INTO FBDLT-LINE.
           WRITE FBDLTREC-RECORD.
           IF DLT-FILE-STATUS NOT = '00' THEN
                   DISPLAY 'FBK007E REVERSAL DELTA WRITE FAILED - '
                       'STATUS ' DLT-FILE-STATUS
                   ADD 1 TO CNT-FAILED
           ELSE
                   ADD 1 TO CNT-DLT-WRITTEN
           END-IF.

           I-PARA.
           MOVE WDR-COUNTER TO FBHST-COUNTER-NBR.
           MOVE WDR-CLASS-CODE TO FBHST-OLD-CLASS-CODE.
           MOVE WDR-CLASS-TEXT TO FBHST-OLD-CLASS-TEXT.
           MOVE RST-CLASS-CODE TO FBHST-NEW-CLASS-CODE.
           MOVE RST-CLASS-TEXT TO FBHST-NEW-CLASS-TEXT.
           MOVE RPT-RUN-DATE TO FBHST-RUN-DATE.
           MOVE BACKOUT-SEQ TO FBHST-RUN-SEQ.
           MOVE RST-RULE-VERSION TO FBHST-RULE-VERSION.
           MOVE BACKOUT-DATE TO FBHST-OLD-RUN-DATE.
           MOVE BACKOUT-SEQ TO FBHST-OLD-RUN-SEQ.
           MOVE WDR-RULE-VERSION TO FBHST-OLD-RULE-VERSION.
           SET FBHST-IS-REVERSAL TO TRUE.
           MOVE FBHSTREC-RECORD TO FBHSTREV-RECORD.
           WRITE FBHSTREV-RECORD.
           ADD 1 TO CNT-REVERSAL.

           J-PARA.
           READ REVERSAL-WORK-FILE
               AT END
                   SET REV-EOF TO TRUE
           END-READ.

           K-PARA.
           MOVE FBHSTREV-RECORD TO FBHSTREC-RECORD.
           WRITE FBHSTREC-RECORD.
           IF HST-FILE-STATUS NOT = '00' THEN
                   DISPLAY 'FBK008E REVERSAL HISTORY NOT '
                       'APPENDED - STATUS ' HST-FILE-STATUS
                       ' - ROWS LEFT IN FBHSTREV'
                   ADD 1 TO CNT-FAILED
           ELSE
                   ADD 1 TO CNT-APPENDED
           END-IF.
           PERFORM J-PARA.

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
