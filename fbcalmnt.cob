       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBCalMnt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-LIBRARY-FILE ASSIGN TO "CTLLIBRY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LIB-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "CALTRANS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT NEW-LIBRARY-FILE ASSIGN TO "CTLLBNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NEW-FILE-STATUS.
           SELECT MAINTENANCE-REPORT-FILE ASSIGN TO "FBCLMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CARD-LIBRARY-FILE.
               COPY FBCALCRD.

           FD TRANSACTION-FILE.
               COPY FBCLTREC.

      * the maintained library; operations copy it over CTLLIBRY once
      * the listing has been checked.
           FD NEW-LIBRARY-FILE.
               01 FBCALNEW-RECORD PIC X(80).

           FD MAINTENANCE-REPORT-FILE.
               COPY FBRPTLIN.

       WORKING-STORAGE SECTION.
           01 LIB-FILE-STATUS PIC X(2) VALUE '00'.
               88 LIB-FILE-FOUND VALUE '00'.
           01 TRN-FILE-STATUS PIC X(2) VALUE '00'.
               88 TRN-FILE-FOUND VALUE '00'.
           01 NEW-FILE-STATUS PIC X(2) VALUE '00'.
           01 RPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 LIB-EOF-SW PIC X(1) VALUE 'N'.
               88 LIB-EOF VALUE 'Y'.
           01 TRN-EOF-SW PIC X(1) VALUE 'N'.
               88 TRN-EOF VALUE 'Y'.
           01 RUN-DATE-WORK.
               05 RUN-YYYY PIC 9(4).
               05 RUN-MM PIC 9(2).
               05 RUN-DD PIC 9(2).
           01 RUN-DATE-NUM REDEFINES RUN-DATE-WORK PIC 9(8).
           01 RUN-DAY-OF-WEEK PIC 9(1).
      * the library held in entry-number order; a note is kept
      * against every entry touched so the after listing shows it.
           01 CAL-TABLE.
               05 CAL-COUNT PIC 9(3) VALUE ZERO.
               05 CAL-ENTRY OCCURS 500 TIMES.
                   10 CAL-TBL-IMAGE PIC X(80).
                   10 CAL-TBL-NOTE PIC X(8).
           01 CAL-MAX-ENTRIES PIC 9(3) VALUE 500.
           01 CAL-SUB PIC 9(3) VALUE ZERO.
           01 LST-SUB PIC 9(3) VALUE ZERO.
           01 CAL-SELF-SUB PIC 9(3) VALUE ZERO.
           01 OVERLAP-ENTRY PIC 9(3) VALUE ZERO.
           01 ENTRY-DISPLAY PIC 9(3) VALUE ZERO.
           01 CARD-OK-SW PIC X(1) VALUE 'Y'.
               88 CARD-IS-OK VALUE 'Y'.
               88 CARD-NOT-OK VALUE 'N'.
           01 REJECT-REASON PIC X(50) VALUE SPACES.
      * the candidate card's range, schedule and date window, held
      * while it is compared with every other entry in the library.
           01 CND-START PIC 9(8) VALUE ZERO.
           01 CND-END PIC 9(8) VALUE ZERO.
           01 CND-FREQ PIC X(1) VALUE SPACE.
           01 CND-DAY PIC 9(1) VALUE ZERO.
           01 CND-LOW-DATE PIC 9(8) VALUE ZERO.
           01 CND-HIGH-DATE PIC 9(8) VALUE ZERO.
           01 ENT-LOW-DATE PIC 9(8) VALUE ZERO.
           01 ENT-HIGH-DATE PIC 9(8) VALUE ZERO.
           01 SAME-NIGHT-SW PIC X(1) VALUE 'N'.
               88 CAN-SHARE-NIGHT VALUE 'Y'.
           01 VER-DATE-WORK.
               05 VER-YYYY PIC 9(4).
               05 VER-MM PIC 9(2).
               05 VER-DD PIC 9(2).
           01 VER-DATE-NUM REDEFINES VER-DATE-WORK PIC 9(8).
           01 DATE-OK-SW PIC X(1) VALUE 'Y'.
               88 DATE-IS-VALID VALUE 'Y'.
               88 DATE-IS-INVALID VALUE 'N'.
           01 MONTH-LAST-DAY PIC 9(2).
           01 LEAP-DIV PIC 9(4).
           01 LEAP-REM PIC 9(4).
           01 DAYS-TO-MONTH-END PIC S9(2).
           01 MONTH-END-SW PIC X(1) VALUE 'N'.
               88 MONTH-END-TONIGHT VALUE 'Y'.
           01 RUNS-SW PIC X(1) VALUE 'N'.
               88 CARD-RUNS-TONIGHT VALUE 'Y'.
               88 CARD-SITS-OUT VALUE 'N'.
           01 PRV-DATE-NUM PIC 9(8) VALUE ZERO.
           01 PRV-DOW PIC 9(1) VALUE ZERO.
           01 PRV-NIGHT PIC 9(1) VALUE ZERO.
           01 PRV-CARD-CNT PIC 9(3) VALUE ZERO.
           01 CNT-TRN-READ PIC 9(8) VALUE ZERO.
           01 CNT-ADDED PIC 9(8) VALUE ZERO.
           01 CNT-CHANGED PIC 9(8) VALUE ZERO.
           01 CNT-EXPIRED PIC 9(8) VALUE ZERO.
           01 CNT-REJECTED PIC 9(8) VALUE ZERO.
           01 CNT-WRITTEN PIC 9(8) VALUE ZERO.
           01 RPT-LINE-CNT PIC 9(4) VALUE ZERO.
           01 RPT-PAGE-CNT PIC 9(4) VALUE ZERO.
           01 RPT-LINES-PER-PAGE PIC 9(4) VALUE 50.
           01 RPT-RUN-TIME PIC 9(6).
           01 RPT-HEADING-1.
               05 FILLER PIC X(10) VALUE 'RUN DATE: '.
               05 RPT-HDG-DATE PIC 9(8).
               05 FILLER PIC X(10) VALUE '  TIME: '.
               05 RPT-HDG-TIME PIC 9(6).
           01 RPT-HEADING-2 PIC X(40)
               VALUE 'CONTROL CARD LIBRARY MAINTENANCE LISTING'.
      * library entries are listed from the raw image so a damaged
      * entry still prints as it stands.
           01 LIB-DETAIL-LINE.
               05 FILLER PIC X(6) VALUE 'ENTRY '.
               05 LIB-DTL-ENTRY PIC 9(3).
               05 FILLER PIC X(8) VALUE '  RANGE '.
               05 LIB-DTL-START PIC X(8).
               05 FILLER PIC X(3) VALUE ' - '.
               05 LIB-DTL-END PIC X(8).
               05 FILLER PIC X(6) VALUE '  DIV '.
               05 LIB-DTL-DIV-A PIC X(4).
               05 FILLER PIC X(1) VALUE '/'.
               05 LIB-DTL-DIV-B PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LIB-DTL-LABEL-A PIC X(10).
               05 FILLER PIC X(1) VALUE '/'.
               05 LIB-DTL-LABEL-B PIC X(10).
               05 FILLER PIC X(7) VALUE '  FREQ '.
               05 LIB-DTL-FREQ PIC X(1).
               05 FILLER PIC X(6) VALUE '  DAY '.
               05 LIB-DTL-DAY PIC X(1).
               05 FILLER PIC X(6) VALUE '  EFF '.
               05 LIB-DTL-EFF PIC X(8).
               05 FILLER PIC X(6) VALUE '  EXP '.
               05 LIB-DTL-EXP PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LIB-DTL-NOTE PIC X(8).
           01 TRN-DETAIL-LINE.
               05 FILLER PIC X(12) VALUE 'TRANSACTION '.
               05 TRN-DTL-SEQ PIC Z(7)9.
               05 FILLER PIC X(9) VALUE '  ACTION '.
               05 TRN-DTL-ACTION PIC X(1).
               05 FILLER PIC X(8) VALUE '  ENTRY '.
               05 TRN-DTL-ENTRY PIC X(3).
               05 FILLER PIC X(2) VALUE SPACES.
               05 TRN-DTL-VERDICT PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 TRN-DTL-REASON PIC X(50).
           01 PRV-NIGHT-LINE.
               05 FILLER PIC X(6) VALUE 'NIGHT '.
               05 PRV-NGT-DATE PIC 9(8).
               05 FILLER PIC X(6) VALUE '  DAY '.
               05 PRV-NGT-DOW PIC 9(1).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PRV-NGT-MONTH-END PIC X(22).
           01 PRV-DETAIL-LINE.
               05 FILLER PIC X(10) VALUE '    ENTRY '.
               05 PRV-DTL-ENTRY PIC 9(3).
               05 FILLER PIC X(8) VALUE '  RANGE '.
               05 PRV-DTL-START PIC Z(7)9.
               05 FILLER PIC X(3) VALUE ' - '.
               05 PRV-DTL-END PIC Z(7)9.
               05 FILLER PIC X(7) VALUE '  FREQ '.
               05 PRV-DTL-FREQ PIC X(1).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PRV-DTL-LABEL-A PIC X(10).
               05 FILLER PIC X(1) VALUE '/'.
               05 PRV-DTL-LABEL-B PIC X(10).

       PROCEDURE DIVISION.
           A-PARA.
           ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
           ACCEPT RPT-RUN-TIME FROM TIME.
           ACCEPT RUN-DAY-OF-WEEK FROM DAY-OF-WEEK.
           OPEN INPUT CARD-LIBRARY-FILE.
           IF LIB-FILE-FOUND THEN
                   PERFORM B-PARA UNTIL LIB-EOF
                   CLOSE CARD-LIBRARY-FILE
           ELSE
                   DISPLAY 'FBL001W NO CONTROL CARD LIBRARY - '
                       'STARTING AN EMPTY ONE'
           END-IF.
           OPEN OUTPUT MAINTENANCE-REPORT-FILE.
           PERFORM Q-PARA.
           MOVE 'LIBRARY BEFORE MAINTENANCE' TO FBRPT-LINE.
           PERFORM R-PARA.
           PERFORM S-PARA.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE 'TRANSACTIONS' TO FBRPT-LINE.
           PERFORM R-PARA.
           OPEN INPUT TRANSACTION-FILE.
           IF TRN-FILE-FOUND THEN
                   PERFORM D-PARA UNTIL TRN-EOF
                   CLOSE TRANSACTION-FILE
           END-IF.
           IF CNT-TRN-READ = ZERO THEN
                   MOVE '    NO TRANSACTIONS - LISTING AND PREVIEW ONLY'
                       TO FBRPT-LINE
                   PERFORM R-PARA
           END-IF.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE 'LIBRARY AFTER MAINTENANCE' TO FBRPT-LINE.
           PERFORM R-PARA.
           PERFORM S-PARA.
           OPEN OUTPUT NEW-LIBRARY-FILE.
           PERFORM J-PARA VARYING LST-SUB FROM 1 BY 1
               UNTIL LST-SUB > CAL-COUNT.
           CLOSE NEW-LIBRARY-FILE.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE 'SCHEDULE PREVIEW - NEXT 7 NIGHTS' TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE RUN-DATE-NUM TO PRV-DATE-NUM.
           MOVE RUN-DAY-OF-WEEK TO PRV-DOW.
           PERFORM K-PARA VARYING PRV-NIGHT FROM 1 BY 1
               UNTIL PRV-NIGHT > 7.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'TRANSACTIONS READ . . . . . : ' CNT-TRN-READ
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'ENTRIES ADDED . . . . . . . : ' CNT-ADDED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'ENTRIES CHANGED . . . . . . : ' CNT-CHANGED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'ENTRIES EXPIRED . . . . . . : ' CNT-EXPIRED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'TRANSACTIONS REJECTED . . . : ' CNT-REJECTED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'LIBRARY ENTRIES WRITTEN . . : ' CNT-WRITTEN
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           CLOSE MAINTENANCE-REPORT-FILE.
           DISPLAY 'FBL901I TRANSACTIONS READ . . . . . : '
               CNT-TRN-READ.
           DISPLAY 'FBL902I ENTRIES ADDED/CHANGED/EXPIRED: '
               CNT-ADDED '/' CNT-CHANGED '/' CNT-EXPIRED.
           DISPLAY 'FBL903I LIBRARY ENTRIES WRITTEN . . : '
               CNT-WRITTEN.
           IF CNT-REJECTED > ZERO THEN
                   DISPLAY 'FBL904E ' CNT-REJECTED
                       ' TRANSACTION(S) REJECTED - SEE FBCLMRPT'
                   MOVE 8 TO RETURN-CODE
           ELSE
                   IF CNT-TRN-READ = ZERO THEN
                           DISPLAY 'FBL003W NO TRANSACTIONS - LIBRARY '
                               'LISTED AND PREVIEWED ONLY'
                           MOVE 4 TO RETURN-CODE
                   ELSE
                           DISPLAY 'FBL900I CONTROL CARD LIBRARY '
                               'MAINTENANCE COMPLETE'
                   END-IF
           END-IF.
           STOP RUN.

           B-PARA.
           READ CARD-LIBRARY-FILE
               AT END
                   SET LIB-EOF TO TRUE
               NOT AT END
                   IF CAL-COUNT >= CAL-MAX-ENTRIES THEN
                           DISPLAY 'FBL002E LIBRARY HOLDS MORE THAN '
                               CAL-MAX-ENTRIES ' ENTRIES - '
                               'MAINTENANCE ABORTED'
                           CLOSE CARD-LIBRARY-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-IF
                   ADD 1 TO CAL-COUNT
                   MOVE FBCALCRD-RECORD TO CAL-TBL-IMAGE (CAL-COUNT)
                   MOVE SPACES TO CAL-TBL-NOTE (CAL-COUNT)
           END-READ.

           C-PARA.
           MOVE CAL-TBL-IMAGE (LST-SUB) TO FBCALCRD-RECORD.
           MOVE LST-SUB TO LIB-DTL-ENTRY.
           MOVE FBCAL-START-RANGE TO LIB-DTL-START.
           MOVE FBCAL-END-RANGE TO LIB-DTL-END.
           MOVE FBCAL-DIVISOR-A TO LIB-DTL-DIV-A.
           MOVE FBCAL-DIVISOR-B TO LIB-DTL-DIV-B.
           MOVE FBCAL-LABEL-A TO LIB-DTL-LABEL-A.
           MOVE FBCAL-LABEL-B TO LIB-DTL-LABEL-B.
           MOVE FBCAL-FREQ TO LIB-DTL-FREQ.
           MOVE FBCAL-DAY-NBR TO LIB-DTL-DAY.
           MOVE FBCAL-EFF-DATE TO LIB-DTL-EFF.
           MOVE FBCAL-EXP-DATE TO LIB-DTL-EXP.
           MOVE CAL-TBL-NOTE (LST-SUB) TO LIB-DTL-NOTE.
           MOVE LIB-DETAIL-LINE TO FBRPT-LINE.
           PERFORM R-PARA.

           D-PARA.
           READ TRANSACTION-FILE
               AT END
                   SET TRN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CNT-TRN-READ
                   PERFORM E-PARA
           END-READ.

      * apply one transaction. Adds and changes go through the same
      * edits as the nightly run plus the same-night overlap check;
      * a change is not compared with the entry it replaces.
           E-PARA.
           SET CARD-IS-OK TO TRUE.
           MOVE SPACES TO REJECT-REASON.
           MOVE ZERO TO CAL-SELF-SUB.
           MOVE ZERO TO ENTRY-DISPLAY.
           EVALUATE TRUE
               WHEN FBCLT-IS-ADD
                   IF CAL-COUNT >= CAL-MAX-ENTRIES THEN
                           SET CARD-NOT-OK TO TRUE
                           MOVE 'LIBRARY TABLE IS FULL'
                               TO REJECT-REASON
                   ELSE
                           MOVE FBCLT-CARD TO FBCALCRD-RECORD
                           PERFORM F-PARA
                   END-IF
                   IF CARD-IS-OK THEN
                           PERFORM G-PARA
                   END-IF
                   IF CARD-IS-OK THEN
                           ADD 1 TO CAL-COUNT
                           MOVE FBCLT-CARD
                               TO CAL-TBL-IMAGE (CAL-COUNT)
                           MOVE 'ADDED' TO CAL-TBL-NOTE (CAL-COUNT)
                           MOVE CAL-COUNT TO ENTRY-DISPLAY
                           ADD 1 TO CNT-ADDED
                   END-IF
               WHEN FBCLT-IS-CHANGE
                   PERFORM T-PARA
                   IF CARD-IS-OK THEN
                           MOVE FBCLT-ENTRY-NBR TO CAL-SELF-SUB
                           MOVE FBCLT-CARD TO FBCALCRD-RECORD
                           PERFORM F-PARA
                   END-IF
                   IF CARD-IS-OK THEN
                           PERFORM G-PARA
                   END-IF
                   IF CARD-IS-OK THEN
                           MOVE FBCLT-CARD
                               TO CAL-TBL-IMAGE (CAL-SELF-SUB)
                           MOVE 'CHANGED'
                               TO CAL-TBL-NOTE (CAL-SELF-SUB)
                           ADD 1 TO CNT-CHANGED
                   END-IF
               WHEN FBCLT-IS-EXPIRE
                   PERFORM T-PARA
                   IF CARD-IS-OK THEN
                           PERFORM U-PARA
                   END-IF
               WHEN OTHER
                   SET CARD-NOT-OK TO TRUE
                   MOVE 'ACTION MUST BE A, C OR X' TO REJECT-REASON
           END-EVALUATE.
           PERFORM I-PARA.

      * the edits the nightly run makes on CTLCARD, plus the library
      * fields FBCALSEL relies on.
           F-PARA.
           IF FBCAL-START-RANGE IS NOT NUMERIC
               OR FBCAL-END-RANGE IS NOT NUMERIC
               OR FBCAL-DIVISOR-A IS NOT NUMERIC
               OR FBCAL-DIVISOR-B IS NOT NUMERIC
               OR FBCAL-RESTART-CTR IS NOT NUMERIC THEN
                   SET CARD-NOT-OK TO TRUE
                   MOVE 'RANGE, DIVISOR OR RESTART FIELD NOT NUMERIC'
                       TO REJECT-REASON
           END-IF.
           IF CARD-IS-OK AND FBCAL-START-RANGE = ZERO THEN
                   SET CARD-NOT-OK TO TRUE
                   MOVE 'START-RANGE MUST BE GREATER THAN ZERO'
                       TO REJECT-REASON
           END-IF.
           IF CARD-IS-OK AND FBCAL-END-RANGE < FBCAL-START-RANGE THEN
                   SET CARD-NOT-OK TO TRUE
                   MOVE 'END-RANGE MUST NOT BE LESS THAN START-RANGE'
                       TO REJECT-REASON
           END-IF.
           IF CARD-IS-OK AND FBCAL-DIVISOR-A = ZERO THEN
                   SET CARD-NOT-OK TO TRUE
                   MOVE 'DIVISOR-A MUST NOT BE ZERO' TO REJECT-REASON
           END-IF.
           IF CARD-IS-OK AND FBCAL-DIVISOR-B = ZERO THEN
                   SET CARD-NOT-OK TO TRUE
                   MOVE 'DIVISOR-B MUST NOT BE ZERO' TO REJECT-REASON
           END-IF.
           IF CARD-IS-OK AND FBCAL-LABEL-A = SPACES THEN
                   SET CARD-NOT-OK TO TRUE
                   MOVE 'LABEL-A MUST NOT BE BLANK' TO REJECT-REASON
           END-IF.
           IF CARD-IS-OK AND FBCAL-LABEL-B = SPACES THEN
                   SET CARD-NOT-OK TO TRUE
                   MOVE 'LABEL-B MUST NOT BE BLANK' TO REJECT-REASON
           END-IF.
           IF CARD-IS-OK AND FBCAL-RESTART-CTR > ZERO
               AND (FBCAL-RESTART-CTR < FBCAL-START-RANGE
               OR FBCAL-RESTART-CTR > FBCAL-END-RANGE) THEN
                   SET CARD-NOT-OK TO TRUE
                   MOVE 'RESTART COUNTER MUST BE ZERO OR IN RANGE'
                       TO REJECT-REASON
           END-IF.
           IF CARD-IS-OK AND FBCAL-DELTA-FLAG NOT = SPACE
               AND FBCAL-DELTA-FLAG NOT = 'D' THEN
                   SET CARD-NOT-OK TO TRUE
                   MOVE 'DELTA FLAG MUST BE D OR BLANK'
                       TO REJECT-REASON
           END-IF.
           IF CARD-IS-OK AND NOT FBCAL-IS-DAILY
               AND NOT FBCAL-IS-WEEKLY
               AND NOT FBCAL-IS-MONTH-END THEN
                   SET CARD-NOT-OK TO TRUE
                   MOVE 'FREQUENCY MUST BE D, W OR M' TO REJECT-REASON
           END-IF.
           IF CARD-IS-OK AND FBCAL-DAY-NBR IS NOT NUMERIC THEN
                   SET CARD-NOT-OK TO TRUE
                   MOVE 'DAY NUMBER NOT NUMERIC' TO REJECT-REASON
           END-IF.
           IF CARD-IS-OK AND FBCAL-IS-WEEKLY
               AND (FBCAL-DAY-NBR < 1 OR FBCAL-DAY-NBR > 7) THEN
                   SET CARD-NOT-OK TO TRUE
                   MOVE 'WEEKLY CARD NEEDS A DAY NUMBER 1-7'
                       TO REJECT-REASON
           END-IF.
           IF CARD-IS-OK THEN
                   IF FBCAL-EFF-DATE IS NOT NUMERIC THEN
                           SET CARD-NOT-OK TO TRUE
                   ELSE
                           IF FBCAL-EFF-DATE > ZERO THEN
                                   MOVE FBCAL-EFF-DATE TO VER-DATE-NUM
                                   PERFORM P-PARA
                                   IF DATE-IS-INVALID THEN
                                           SET CARD-NOT-OK TO TRUE
                                   END-IF
                           END-IF
                   END-IF
                   IF CARD-NOT-OK THEN
                           MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                               TO REJECT-REASON
                   END-IF
           END-IF.
           IF CARD-IS-OK THEN
                   IF FBCAL-EXP-DATE IS NOT NUMERIC THEN
                           SET CARD-NOT-OK TO TRUE
                   ELSE
                           IF FBCAL-EXP-DATE > ZERO THEN
                                   MOVE FBCAL-EXP-DATE TO VER-DATE-NUM
                                   PERFORM P-PARA
                                   IF DATE-IS-INVALID THEN
                                           SET CARD-NOT-OK TO TRUE
                                   END-IF
                           END-IF
                   END-IF
                   IF CARD-NOT-OK THEN
                           MOVE 'EXPIRY DATE IS NOT A VALID DATE'
                               TO REJECT-REASON
                   END-IF
           END-IF.
           IF CARD-IS-OK AND FBCAL-EXP-DATE > ZERO
               AND FBCAL-EXP-DATE < FBCAL-EFF-DATE THEN
                   SET CARD-NOT-OK TO TRUE
                   MOVE 'EXPIRY DATE IS BEFORE EFFECTIVE DATE'
                       TO REJECT-REASON
           END-IF.
           IF CARD-IS-OK THEN
                   MOVE FBCAL-START-RANGE TO CND-START
                   MOVE FBCAL-END-RANGE TO CND-END
                   MOVE FBCAL-FREQ TO CND-FREQ
                   MOVE FBCAL-DAY-NBR TO CND-DAY
                   MOVE FBCAL-EFF-DATE TO CND-LOW-DATE
                   IF FBCAL-EXP-DATE = ZERO THEN
                           MOVE 99999999 TO CND-HIGH-DATE
                   ELSE
                           MOVE FBCAL-EXP-DATE TO CND-HIGH-DATE
                   END-IF
           END-IF.

      * compare the candidate with every other entry; the first
      * entry it would collide with is named on the reject.
           G-PARA.
           MOVE ZERO TO OVERLAP-ENTRY.
           PERFORM H-PARA VARYING CAL-SUB FROM 1 BY 1
               UNTIL CAL-SUB > CAL-COUNT OR OVERLAP-ENTRY > ZERO.
           IF OVERLAP-ENTRY > ZERO THEN
                   SET CARD-NOT-OK TO TRUE
                   STRING 'RANGE OVERLAPS ENTRY ' OVERLAP-ENTRY
                       ' ON A SHARED NIGHT'
                       DELIMITED BY SIZE INTO REJECT-REASON
           END-IF.

      * two cards collide when their counter ranges intersect, their
      * effective windows intersect on a night from tonight onward,
      * and their frequencies can put both on the same night.
           H-PARA.
           IF CAL-SUB NOT = CAL-SELF-SUB THEN
                   MOVE CAL-TBL-IMAGE (CAL-SUB) TO FBCALCRD-RECORD
                   IF FBCAL-START-RANGE IS NUMERIC
                       AND FBCAL-END-RANGE IS NUMERIC
                       AND FBCAL-EFF-DATE IS NUMERIC
                       AND FBCAL-EXP-DATE IS NUMERIC
                       AND CND-START <= FBCAL-END-RANGE
                       AND FBCAL-START-RANGE <= CND-END THEN
                           MOVE FBCAL-EFF-DATE TO ENT-LOW-DATE
                           IF FBCAL-EXP-DATE = ZERO THEN
                                   MOVE 99999999 TO ENT-HIGH-DATE
                           ELSE
                                   MOVE FBCAL-EXP-DATE TO ENT-HIGH-DATE
                           END-IF
                           IF CND-LOW-DATE <= ENT-HIGH-DATE
                               AND ENT-LOW-DATE <= CND-HIGH-DATE
                               AND ENT-HIGH-DATE >= RUN-DATE-NUM
                               AND CND-HIGH-DATE >= RUN-DATE-NUM THEN
                                   PERFORM V-PARA
                                   IF CAN-SHARE-NIGHT THEN
                                           MOVE CAL-SUB TO OVERLAP-ENTRY
                                   END-IF
                           END-IF
                   END-IF
           END-IF.

           I-PARA.
           MOVE CNT-TRN-READ TO TRN-DTL-SEQ.
           MOVE FBCLT-ACTION TO TRN-DTL-ACTION.
           IF FBCLT-IS-ADD THEN
                   IF CARD-IS-OK THEN
                           MOVE ENTRY-DISPLAY TO TRN-DTL-ENTRY
                   ELSE
                           MOVE '---' TO TRN-DTL-ENTRY
                   END-IF
           ELSE
                   MOVE FBCLT-ENTRY-NBR TO TRN-DTL-ENTRY
           END-IF.
           IF CARD-IS-OK THEN
                   MOVE 'APPLIED' TO TRN-DTL-VERDICT
                   MOVE SPACES TO TRN-DTL-REASON
           ELSE
                   ADD 1 TO CNT-REJECTED
                   MOVE 'REJECTED' TO TRN-DTL-VERDICT
                   MOVE REJECT-REASON TO TRN-DTL-REASON
                   DISPLAY 'FBL004E TRANSACTION ' CNT-TRN-READ
                       ' REJECTED - ' REJECT-REASON
           END-IF.
           MOVE TRN-DETAIL-LINE TO FBRPT-LINE.
           PERFORM R-PARA.

           J-PARA.
           MOVE CAL-TBL-IMAGE (LST-SUB) TO FBCALNEW-RECORD.
           WRITE FBCALNEW-RECORD.
           IF NEW-FILE-STATUS NOT = '00' THEN
                   DISPLAY 'FBL005E NEW LIBRARY WRITE FAILED - '
                       'STATUS ' NEW-FILE-STATUS
                       ' - MAINTENANCE ABORTED'
                   CLOSE NEW-LIBRARY-FILE
                   CLOSE MAINTENANCE-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           ADD 1 TO CNT-WRITTEN.

      * one night of the preview: the same selection FBCALSEL makes,
      * run against the maintained library.
           K-PARA.
           MOVE PRV-DATE-NUM TO VER-DATE-NUM.
           PERFORM N-PARA.
           COMPUTE DAYS-TO-MONTH-END = MONTH-LAST-DAY - VER-DD.
           MOVE 'N' TO MONTH-END-SW.
           IF PRV-DOW < 6 THEN
                   IF DAYS-TO-MONTH-END = ZERO THEN
                           SET MONTH-END-TONIGHT TO TRUE
                   ELSE
                           IF PRV-DOW = 5 AND
                               DAYS-TO-MONTH-END <= 2 THEN
                                   SET MONTH-END-TONIGHT TO TRUE
                           END-IF
                   END-IF
           END-IF.
           MOVE PRV-DATE-NUM TO PRV-NGT-DATE.
           MOVE PRV-DOW TO PRV-NGT-DOW.
           IF MONTH-END-TONIGHT THEN
                   MOVE 'LAST BUSINESS DAY' TO PRV-NGT-MONTH-END
           ELSE
                   MOVE SPACES TO PRV-NGT-MONTH-END
           END-IF.
           MOVE PRV-NIGHT-LINE TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE ZERO TO PRV-CARD-CNT.
           PERFORM L-PARA VARYING LST-SUB FROM 1 BY 1
               UNTIL LST-SUB > CAL-COUNT.
           IF PRV-CARD-CNT = ZERO THEN
                   MOVE '    NO CARDS SCHEDULED' TO FBRPT-LINE
                   PERFORM R-PARA
           END-IF.
           PERFORM M-PARA.

           L-PARA.
           MOVE CAL-TBL-IMAGE (LST-SUB) TO FBCALCRD-RECORD.
           SET CARD-RUNS-TONIGHT TO TRUE.
           IF FBCAL-EFF-DATE IS NUMERIC AND FBCAL-EFF-DATE > ZERO
               AND PRV-DATE-NUM < FBCAL-EFF-DATE THEN
                   SET CARD-SITS-OUT TO TRUE
           END-IF.
           IF FBCAL-EXP-DATE IS NUMERIC AND FBCAL-EXP-DATE > ZERO
               AND PRV-DATE-NUM > FBCAL-EXP-DATE THEN
                   SET CARD-SITS-OUT TO TRUE
           END-IF.
           IF CARD-RUNS-TONIGHT THEN
                   EVALUATE TRUE
                       WHEN FBCAL-IS-DAILY
                           CONTINUE
                       WHEN FBCAL-IS-WEEKLY
                           IF FBCAL-DAY-NBR NOT = PRV-DOW THEN
                                   SET CARD-SITS-OUT TO TRUE
                           END-IF
                       WHEN FBCAL-IS-MONTH-END
                           IF NOT MONTH-END-TONIGHT THEN
                                   SET CARD-SITS-OUT TO TRUE
                           END-IF
                       WHEN OTHER
                           SET CARD-SITS-OUT TO TRUE
                   END-EVALUATE
           END-IF.
           IF CARD-RUNS-TONIGHT THEN
                   ADD 1 TO PRV-CARD-CNT
                   MOVE LST-SUB TO PRV-DTL-ENTRY
                   MOVE FBCAL-START-RANGE TO PRV-DTL-START
                   MOVE FBCAL-END-RANGE TO PRV-DTL-END
                   MOVE FBCAL-FREQ TO PRV-DTL-FREQ
                   MOVE FBCAL-LABEL-A TO PRV-DTL-LABEL-A
                   MOVE FBCAL-LABEL-B TO PRV-DTL-LABEL-B
                   MOVE PRV-DETAIL-LINE TO FBRPT-LINE
                   PERFORM R-PARA
           END-IF.

      * step the preview to the next night; MONTH-LAST-DAY is still
      * set for the current month by K-PARA.
           M-PARA.
           ADD 1 TO VER-DD.
           IF VER-DD > MONTH-LAST-DAY THEN
                   MOVE 1 TO VER-DD
                   ADD 1 TO VER-MM
                   IF VER-MM > 12 THEN
                           MOVE 1 TO VER-MM
                           ADD 1 TO VER-YYYY
                   END-IF
           END-IF.
           MOVE VER-DATE-NUM TO PRV-DATE-NUM.
           ADD 1 TO PRV-DOW.
           IF PRV-DOW > 7 THEN
                   MOVE 1 TO PRV-DOW
           END-IF.

           N-PARA.
           EVALUATE VER-MM
               WHEN 01 MOVE 31 TO MONTH-LAST-DAY
               WHEN 02 PERFORM O-PARA
               WHEN 03 MOVE 31 TO MONTH-LAST-DAY
               WHEN 04 MOVE 30 TO MONTH-LAST-DAY
               WHEN 05 MOVE 31 TO MONTH-LAST-DAY
               WHEN 06 MOVE 30 TO MONTH-LAST-DAY
               WHEN 07 MOVE 31 TO MONTH-LAST-DAY
               WHEN 08 MOVE 31 TO MONTH-LAST-DAY
               WHEN 09 MOVE 30 TO MONTH-LAST-DAY
               WHEN 10 MOVE 31 TO MONTH-LAST-DAY
               WHEN 11 MOVE 30 TO MONTH-LAST-DAY
               WHEN 12 MOVE 31 TO MONTH-LAST-DAY
               WHEN OTHER MOVE ZERO TO MONTH-LAST-DAY
           END-EVALUATE.

           O-PARA.
           MOVE 28 TO MONTH-LAST-DAY.
           DIVIDE VER-YYYY BY 4 GIVING LEAP-DIV
               REMAINDER LEAP-REM.
           IF LEAP-REM = ZERO THEN
                   DIVIDE VER-YYYY BY 100 GIVING LEAP-DIV
                       REMAINDER LEAP-REM
                   IF LEAP-REM = ZERO THEN
                           DIVIDE VER-YYYY BY 400 GIVING LEAP-DIV
                               REMAINDER LEAP-REM
                           IF LEAP-REM = ZERO THEN
                                   MOVE 29 TO MONTH-LAST-DAY
                           END-IF
                   ELSE
                           MOVE 29 TO MONTH-LAST-DAY
                   END-IF
           END-IF.

      * VER-DATE-NUM is a real calendar date.
           P-PARA.
           SET DATE-IS-VALID TO TRUE.
           PERFORM N-PARA.
           IF VER-YYYY < 1900 OR MONTH-LAST-DAY = ZERO
               OR VER-DD < 1 OR VER-DD > MONTH-LAST-DAY THEN
                   SET DATE-IS-INVALID TO TRUE
           END-IF.

           Q-PARA.
           IF RPT-PAGE-CNT > 0 THEN
                   MOVE SPACES TO FBRPT-LINE
                   WRITE FBRPTLIN-RECORD BEFORE ADVANCING PAGE
           END-IF.
           ADD 1 TO RPT-PAGE-CNT.
           MOVE RUN-DATE-NUM TO RPT-HDG-DATE.
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

           S-PARA.
           IF CAL-COUNT = ZERO THEN
                   MOVE '    LIBRARY IS EMPTY' TO FBRPT-LINE
                   PERFORM R-PARA
           ELSE
                   PERFORM C-PARA VARYING LST-SUB FROM 1 BY 1
                       UNTIL LST-SUB > CAL-COUNT
           END-IF.

      * the entry number on a change or expiry must name an entry.
           T-PARA.
           IF FBCLT-ENTRY-NBR IS NOT NUMERIC
               OR FBCLT-ENTRY-NBR = ZERO
               OR FBCLT-ENTRY-NBR > CAL-COUNT THEN
                   SET CARD-NOT-OK TO TRUE
                   MOVE 'NO SUCH LIBRARY ENTRY' TO REJECT-REASON
           END-IF.

      * expire an entry; the expiry date is the last night it runs,
      * so it may not fall before tonight or before the entry became
      * effective.
           U-PARA.
           IF FBCLT-EXPIRE-DATE IS NUMERIC
               AND FBCLT-EXPIRE-DATE > ZERO THEN
                   MOVE FBCLT-EXPIRE-DATE TO VER-DATE-NUM
                   PERFORM P-PARA
                   IF DATE-IS-INVALID THEN
                           SET CARD-NOT-OK TO TRUE
                           MOVE 'EXPIRY DATE IS NOT A VALID DATE'
                               TO REJECT-REASON
                   END-IF
           ELSE
                   MOVE RUN-DATE-NUM TO VER-DATE-NUM
           END-IF.
           IF CARD-IS-OK AND VER-DATE-NUM < RUN-DATE-NUM THEN
                   SET CARD-NOT-OK TO TRUE
                   MOVE 'EXPIRY DATE IS BEFORE TONIGHT'
                       TO REJECT-REASON
           END-IF.
           MOVE CAL-TBL-IMAGE (FBCLT-ENTRY-NBR) TO FBCALCRD-RECORD.
           IF CARD-IS-OK AND FBCAL-EFF-DATE IS NUMERIC
               AND VER-DATE-NUM < FBCAL-EFF-DATE THEN
                   SET CARD-NOT-OK TO TRUE
                   MOVE 'EXPIRY DATE IS BEFORE EFFECTIVE DATE'
                       TO REJECT-REASON
           END-IF.
           IF CARD-IS-OK THEN
                   MOVE VER-DATE-NUM TO FBCAL-EXP-DATE
                   MOVE FBCALCRD-RECORD
                       TO CAL-TBL-IMAGE (FBCLT-ENTRY-NBR)
                   MOVE 'EXPIRED' TO CAL-TBL-NOTE (FBCLT-ENTRY-NBR)
                   ADD 1 TO CNT-EXPIRED
           END-IF.

      * whether two frequencies can land on the same night: a daily
      * card meets everything, weekly cards meet on the same day,
      * month-end cards meet each other, and a weekday weekly card
      * can meet a month-end card.
           V-PARA.
           MOVE 'N' TO SAME-NIGHT-SW.
           EVALUATE TRUE
               WHEN CND-FREQ = 'D'
                   IF FBCAL-IS-DAILY OR FBCAL-IS-WEEKLY
                       OR FBCAL-IS-MONTH-END THEN
                           SET CAN-SHARE-NIGHT TO TRUE
                   END-IF
               WHEN FBCAL-IS-DAILY
                   SET CAN-SHARE-NIGHT TO TRUE
               WHEN CND-FREQ = 'W' AND FBCAL-IS-WEEKLY
                   IF FBCAL-DAY-NBR = CND-DAY THEN
                           SET CAN-SHARE-NIGHT TO TRUE
                   END-IF
               WHEN CND-FREQ = 'M' AND FBCAL-IS-MONTH-END
                   SET CAN-SHARE-NIGHT TO TRUE
               WHEN CND-FREQ = 'W' AND FBCAL-IS-MONTH-END
                   IF CND-DAY < 6 THEN
                           SET CAN-SHARE-NIGHT TO TRUE
                   END-IF
               WHEN CND-FREQ = 'M' AND FBCAL-IS-WEEKLY
                   IF FBCAL-DAY-NBR IS NUMERIC
                       AND FBCAL-DAY-NBR > 0
                       AND FBCAL-DAY-NBR < 6 THEN
                           SET CAN-SHARE-NIGHT TO TRUE
                   END-IF
           END-EVALUATE.
