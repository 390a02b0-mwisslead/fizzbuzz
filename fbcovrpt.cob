       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBCovRpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COVERAGE-CARD-FILE ASSIGN TO "COVCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CRD-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "FBMASTER"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FBMST-COUNTER-NBR
               FILE STATUS IS MST-FILE-STATUS.
           SELECT COVERAGE-REPORT-FILE ASSIGN TO "FBCOVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD COVERAGE-CARD-FILE.
               COPY FBCOVCRD.

           FD MASTER-FILE.
               COPY FBMSTREC.

           FD COVERAGE-REPORT-FILE.
               COPY FBRPTLIN.

       WORKING-STORAGE SECTION.
           01 CRD-FILE-STATUS PIC X(2) VALUE '00'.
               88 CRD-FILE-FOUND VALUE '00'.
           01 MST-FILE-STATUS PIC X(2) VALUE '00'.
               88 MST-FILE-FOUND VALUE '00'.
           01 RPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 MST-EOF-SW PIC X(1) VALUE 'N'.
               88 MST-EOF VALUE 'Y'.
           01 BAND-SIZE PIC 9(8) VALUE 100000.
           01 CUTOFF-DATE PIC 9(8) VALUE ZERO.
           01 LOW-COUNTER PIC 9(8) VALUE 1.
           01 HIGH-COUNTER PIC 9(8) VALUE 99999999.
           01 HIGH-GIVEN-SW PIC X(1) VALUE 'N'.
               88 HIGH-WAS-GIVEN VALUE 'Y'.
      * the band being summarized. BAND-FROM/BAND-TO are the part of
      * it inside the requested range; BAND-LAST-CTR is the last
      * counter accounted for, so the next row shows any hole.
           01 BAND-OPEN-SW PIC X(1) VALUE 'N'.
               88 BAND-IS-OPEN VALUE 'Y'.
           01 BAND-WORK PIC 9(9) VALUE ZERO.
           01 BAND-IDX PIC 9(8) VALUE ZERO.
           01 BAND-START PIC 9(9) VALUE ZERO.
           01 BAND-END PIC 9(9) VALUE ZERO.
           01 BAND-FROM PIC 9(9) VALUE ZERO.
           01 BAND-TO PIC 9(9) VALUE ZERO.
           01 BAND-LAST-CTR PIC 9(9) VALUE ZERO.
           01 BAND-GAP PIC 9(9) VALUE ZERO.
           01 BAND-ROWS PIC 9(8) VALUE ZERO.
           01 BAND-MISSING PIC 9(9) VALUE ZERO.
           01 BAND-HOLES PIC 9(8) VALUE ZERO.
           01 BAND-OLDEST PIC 9(8) VALUE ZERO.
           01 BAND-NEWEST PIC 9(8) VALUE ZERO.
           01 BAND-STALE-ROWS PIC 9(8) VALUE ZERO.
           01 BAND-CODES.
               05 BAND-CODE-COUNT PIC 9(2) VALUE ZERO.
               05 BAND-CODE-ENTRY OCCURS 20 TIMES.
                   10 BAND-CODE PIC X(2).
                   10 BAND-CODE-CNT PIC 9(8).
           01 BAND-OTHER-CNT PIC 9(8) VALUE ZERO.
           01 CODE-SUB PIC 9(2) VALUE ZERO.
           01 CODE-FOUND-SW PIC X(1) VALUE 'N'.
               88 CODE-WAS-FOUND VALUE 'Y'.
      * first counter not yet covered by a band or an empty stretch.
           01 NEXT-EXPECTED PIC 9(9) VALUE ZERO.
           01 EMPTY-FROM PIC 9(9) VALUE ZERO.
           01 EMPTY-TO PIC 9(9) VALUE ZERO.
           01 EMPTY-CNT PIC 9(9) VALUE ZERO.
           01 CNT-ROWS PIC 9(8) VALUE ZERO.
           01 CNT-BANDS PIC 9(8) VALUE ZERO.
           01 CNT-EMPTY PIC 9(8) VALUE ZERO.
           01 CNT-MISSING PIC 9(9) VALUE ZERO.
           01 CNT-STALE-BANDS PIC 9(8) VALUE ZERO.
           01 CNT-PART-STALE PIC 9(8) VALUE ZERO.
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
               VALUE 'FIZZBUZZ MASTER COVERAGE AND AGING'.
           01 PARM-LINE.
               05 FILLER PIC X(11) VALUE 'BAND SIZE: '.
               05 PARM-BAND-SIZE PIC Z(7)9.
               05 FILLER PIC X(12) VALUE '  COUNTERS: '.
               05 PARM-LOW PIC 9(8).
               05 FILLER PIC X(3) VALUE ' - '.
               05 PARM-HIGH PIC X(8).
               05 FILLER PIC X(10) VALUE '  CUTOFF: '.
               05 PARM-CUTOFF PIC X(8).
           01 BAND-LINE.
               05 FILLER PIC X(5) VALUE 'BAND '.
               05 BAND-DTL-FROM PIC 9(8).
               05 FILLER PIC X(3) VALUE ' - '.
               05 BAND-DTL-TO PIC 9(8).
               05 FILLER PIC X(7) VALUE '  ROWS '.
               05 BAND-DTL-ROWS PIC Z(7)9.
               05 FILLER PIC X(10) VALUE '  MISSING '.
               05 BAND-DTL-MISSING PIC Z(8)9.
               05 FILLER PIC X(8) VALUE '  HOLES '.
               05 BAND-DTL-HOLES PIC Z(7)9.
               05 FILLER PIC X(9) VALUE '  OLDEST '.
               05 BAND-DTL-OLDEST PIC 9(8).
               05 FILLER PIC X(9) VALUE '  NEWEST '.
               05 BAND-DTL-NEWEST PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 BAND-DTL-FLAG PIC X(10).
           01 CODE-LINE.
               05 FILLER PIC X(12) VALUE '      CLASS '.
               05 CODE-DTL-CODE PIC X(5).
               05 FILLER PIC X(7) VALUE '  ROWS '.
               05 CODE-DTL-ROWS PIC Z(7)9.
           01 EMPTY-LINE.
               05 FILLER PIC X(5) VALUE 'BAND '.
               05 EMPTY-DTL-FROM PIC 9(8).
               05 FILLER PIC X(3) VALUE ' - '.
               05 EMPTY-DTL-TO PIC 9(8).
               05 FILLER PIC X(12) VALUE '  NO ROWS - '.
               05 EMPTY-DTL-CNT PIC Z(8)9.
               05 FILLER PIC X(26)
                   VALUE ' COUNTERS NEVER CLASSIFIED'.

       PROCEDURE DIVISION.
           A-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RPT-RUN-TIME FROM TIME.
           PERFORM B-PARA.
           OPEN INPUT MASTER-FILE.
           IF NOT MST-FILE-FOUND THEN
                   DISPLAY 'FBN002E NO CLASSIFICATION MASTER - '
                       'REPORT ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN OUTPUT COVERAGE-REPORT-FILE.
           PERFORM Q-PARA.
           MOVE BAND-SIZE TO PARM-BAND-SIZE.
           MOVE LOW-COUNTER TO PARM-LOW.
           IF HIGH-WAS-GIVEN THEN
                   MOVE HIGH-COUNTER TO PARM-HIGH
           ELSE
                   MOVE 'HIGHEST' TO PARM-HIGH
           END-IF.
           IF CUTOFF-DATE > ZERO THEN
                   MOVE CUTOFF-DATE TO PARM-CUTOFF
           ELSE
                   MOVE 'NONE' TO PARM-CUTOFF
           END-IF.
           MOVE PARM-LINE TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE LOW-COUNTER TO NEXT-EXPECTED.
           MOVE LOW-COUNTER TO FBMST-COUNTER-NBR.
           START MASTER-FILE KEY IS >= FBMST-COUNTER-NBR
               INVALID KEY
                   SET MST-EOF TO TRUE
           END-START.
           IF NOT MST-EOF THEN
                   PERFORM C-PARA
           END-IF.
           PERFORM D-PARA UNTIL MST-EOF.
           IF BAND-IS-OPEN THEN
                   PERFORM E-PARA
           END-IF.
           IF HIGH-WAS-GIVEN AND NEXT-EXPECTED <= HIGH-COUNTER THEN
                   MOVE NEXT-EXPECTED TO EMPTY-FROM
                   MOVE HIGH-COUNTER TO EMPTY-TO
                   PERFORM F-PARA
           END-IF.
           CLOSE MASTER-FILE.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'MASTER ROWS READ . . . . . . : ' CNT-ROWS
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'BANDS WITH ROWS  . . . . . . : ' CNT-BANDS
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'EMPTY STRETCHES  . . . . . . : ' CNT-EMPTY
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'COUNTERS NEVER CLASSIFIED  . : ' CNT-MISSING
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'BANDS STALE  . . . . . . . . : ' CNT-STALE-BANDS
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'BANDS PARTLY STALE . . . . . : ' CNT-PART-STALE
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           CLOSE COVERAGE-REPORT-FILE.
           DISPLAY 'FBN901I MASTER ROWS READ . . . . . . : ' CNT-ROWS.
           DISPLAY 'FBN902I BANDS WITH ROWS  . . . . . . : '
               CNT-BANDS.
           DISPLAY 'FBN903I COUNTERS NEVER CLASSIFIED  . : '
               CNT-MISSING.
           DISPLAY 'FBN904I BANDS STALE / PARTLY STALE . : '
               CNT-STALE-BANDS ' / ' CNT-PART-STALE.
           IF CNT-ROWS = ZERO THEN
                   DISPLAY 'FBN004W NO MASTER ROWS IN THE REQUESTED '
                       'RANGE'
                   MOVE 4 TO RETURN-CODE
           ELSE
                   IF CNT-STALE-BANDS > ZERO OR CNT-PART-STALE > ZERO
                       THEN
                           DISPLAY 'FBN005W BANDS NOT RECLASSIFIED '
                               'SINCE ' CUTOFF-DATE ' - SEE FBCOVRPT'
                           MOVE 4 TO RETURN-CODE
                   ELSE
                           DISPLAY 'FBN900I MASTER COVERAGE REPORT '
                               'COMPLETE'
                   END-IF
           END-IF.
           STOP RUN.

           B-PARA.
           OPEN INPUT COVERAGE-CARD-FILE.
           IF CRD-FILE-FOUND THEN
                   READ COVERAGE-CARD-FILE
                       AT END
                           MOVE SPACES TO FBCOVCRD-RECORD
                   END-READ
                   CLOSE COVERAGE-CARD-FILE
           ELSE
                   MOVE SPACES TO FBCOVCRD-RECORD
                   DISPLAY 'FBN001W NO COVERAGE CARD - BANDS OF '
                       BAND-SIZE ', WHOLE MASTER, NO CUTOFF'
           END-IF.
           IF FBCOV-BAND-SIZE IS NUMERIC AND
               FBCOV-BAND-SIZE > ZERO THEN
                   MOVE FBCOV-BAND-SIZE TO BAND-SIZE
           END-IF.
           IF FBCOV-CUTOFF-DATE IS NUMERIC THEN
                   MOVE FBCOV-CUTOFF-DATE TO CUTOFF-DATE
           END-IF.
           IF FBCOV-LOW-COUNTER IS NUMERIC AND
               FBCOV-LOW-COUNTER > ZERO THEN
                   MOVE FBCOV-LOW-COUNTER TO LOW-COUNTER
           END-IF.
           IF FBCOV-HIGH-COUNTER IS NUMERIC AND
               FBCOV-HIGH-COUNTER > ZERO THEN
                   MOVE FBCOV-HIGH-COUNTER TO HIGH-COUNTER
                   SET HIGH-WAS-GIVEN TO TRUE
           END-IF.
           IF HIGH-COUNTER < LOW-COUNTER THEN
                   DISPLAY 'FBN003E COVCARD HIGH COUNTER IS BELOW '
                       'LOW COUNTER - REPORT ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

           C-PARA.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET MST-EOF TO TRUE
               NOT AT END
                   IF FBMST-COUNTER-NBR > HIGH-COUNTER THEN
                           SET MST-EOF TO TRUE
                   END-IF
           END-READ.

           D-PARA.
           IF BAND-IS-OPEN AND FBMST-COUNTER-NBR > BAND-END THEN
                   PERFORM E-PARA
           END-IF.
           IF NOT BAND-IS-OPEN THEN
                   PERFORM G-PARA
           END-IF.
           COMPUTE BAND-GAP = FBMST-COUNTER-NBR - BAND-LAST-CTR - 1.
           IF BAND-GAP > ZERO THEN
                   ADD BAND-GAP TO BAND-MISSING
                   ADD 1 TO BAND-HOLES
           END-IF.
           MOVE FBMST-COUNTER-NBR TO BAND-LAST-CTR.
           ADD 1 TO BAND-ROWS.
           ADD 1 TO CNT-ROWS.
           IF BAND-ROWS = 1 THEN
                   MOVE FBMST-RUN-DATE TO BAND-OLDEST
                   MOVE FBMST-RUN-DATE TO BAND-NEWEST
           ELSE
                   IF FBMST-RUN-DATE < BAND-OLDEST THEN
                           MOVE FBMST-RUN-DATE TO BAND-OLDEST
                   END-IF
                   IF FBMST-RUN-DATE > BAND-NEWEST THEN
                           MOVE FBMST-RUN-DATE TO BAND-NEWEST
                   END-IF
           END-IF.
           IF CUTOFF-DATE > ZERO AND FBMST-RUN-DATE < CUTOFF-DATE
               THEN
                   ADD 1 TO BAND-STALE-ROWS
           END-IF.
           PERFORM H-PARA.
           PERFORM C-PARA.

      * close the open band. A band is only counted to the end of the
      * range; the last band of an open-ended report stops at the
      * highest counter on file rather than showing a tail of holes.
           E-PARA.
           IF MST-EOF AND NOT HIGH-WAS-GIVEN THEN
                   MOVE BAND-LAST-CTR TO BAND-TO
           ELSE
                   MOVE BAND-END TO BAND-TO
                   IF BAND-TO > HIGH-COUNTER THEN
                           MOVE HIGH-COUNTER TO BAND-TO
                   END-IF
           END-IF.
           IF BAND-TO > BAND-LAST-CTR THEN
                   COMPUTE BAND-GAP = BAND-TO - BAND-LAST-CTR
                   ADD BAND-GAP TO BAND-MISSING
                   ADD 1 TO BAND-HOLES
           END-IF.
           MOVE SPACES TO BAND-DTL-FLAG.
           IF BAND-STALE-ROWS > ZERO THEN
                   IF BAND-STALE-ROWS = BAND-ROWS THEN
                           MOVE 'STALE' TO BAND-DTL-FLAG
                           ADD 1 TO CNT-STALE-BANDS
                   ELSE
                           MOVE 'PART STALE' TO BAND-DTL-FLAG
                           ADD 1 TO CNT-PART-STALE
                   END-IF
           END-IF.
           MOVE BAND-FROM TO BAND-DTL-FROM.
           MOVE BAND-TO TO BAND-DTL-TO.
           MOVE BAND-ROWS TO BAND-DTL-ROWS.
           MOVE BAND-MISSING TO BAND-DTL-MISSING.
           MOVE BAND-HOLES TO BAND-DTL-HOLES.
           MOVE BAND-OLDEST TO BAND-DTL-OLDEST.
           MOVE BAND-NEWEST TO BAND-DTL-NEWEST.
           MOVE BAND-LINE TO FBRPT-LINE.
           PERFORM R-PARA.
           PERFORM I-PARA VARYING CODE-SUB FROM 1 BY 1
               UNTIL CODE-SUB > BAND-CODE-COUNT.
           IF BAND-OTHER-CNT > ZERO THEN
                   MOVE 'OTHER' TO CODE-DTL-CODE
                   MOVE BAND-OTHER-CNT TO CODE-DTL-ROWS
                   MOVE CODE-LINE TO FBRPT-LINE
                   PERFORM R-PARA
           END-IF.
           ADD 1 TO CNT-BANDS.
           ADD BAND-MISSING TO CNT-MISSING.
           ADD 1 TO BAND-TO GIVING NEXT-EXPECTED.
           MOVE 'N' TO BAND-OPEN-SW.

      * a stretch of counters with no master rows at all, reported as
      * one line however many bands it spans.
           F-PARA.
           COMPUTE EMPTY-CNT = EMPTY-TO - EMPTY-FROM + 1.
           MOVE EMPTY-FROM TO EMPTY-DTL-FROM.
           MOVE EMPTY-TO TO EMPTY-DTL-TO.
           MOVE EMPTY-CNT TO EMPTY-DTL-CNT.
           MOVE EMPTY-LINE TO FBRPT-LINE.
           PERFORM R-PARA.
           ADD 1 TO CNT-EMPTY.
           ADD EMPTY-CNT TO CNT-MISSING.

      * open the band holding the current row, first reporting any
      * empty stretch between the last band and this one.
           G-PARA.
           COMPUTE BAND-WORK = FBMST-COUNTER-NBR - 1.
           DIVIDE BAND-SIZE INTO BAND-WORK GIVING BAND-IDX.
           COMPUTE BAND-START = BAND-IDX * BAND-SIZE + 1.
           COMPUTE BAND-END = BAND-START + BAND-SIZE - 1.
           IF BAND-END > 99999999 THEN
                   MOVE 99999999 TO BAND-END
           END-IF.
           MOVE BAND-START TO BAND-FROM.
           IF BAND-FROM < NEXT-EXPECTED THEN
                   MOVE NEXT-EXPECTED TO BAND-FROM
           END-IF.
           IF NEXT-EXPECTED < BAND-FROM THEN
                   MOVE NEXT-EXPECTED TO EMPTY-FROM
                   COMPUTE EMPTY-TO = BAND-FROM - 1
                   PERFORM F-PARA
           END-IF.
           COMPUTE BAND-LAST-CTR = BAND-FROM - 1.
           MOVE ZERO TO BAND-ROWS.
           MOVE ZERO TO BAND-MISSING.
           MOVE ZERO TO BAND-HOLES.
           MOVE ZERO TO BAND-OLDEST.
           MOVE ZERO TO BAND-NEWEST.
           MOVE ZERO TO BAND-STALE-ROWS.
           MOVE ZERO TO BAND-CODE-COUNT.
           MOVE ZERO TO BAND-OTHER-CNT.
           SET BAND-IS-OPEN TO TRUE.

      * count the row against its class code; past 20 codes in one
      * band the rest are counted together as OTHER.
           H-PARA.
           MOVE 'N' TO CODE-FOUND-SW.
           PERFORM J-PARA VARYING CODE-SUB FROM 1 BY 1
               UNTIL CODE-SUB > BAND-CODE-COUNT OR CODE-WAS-FOUND.
           IF NOT CODE-WAS-FOUND THEN
                   IF BAND-CODE-COUNT < 20 THEN
                           ADD 1 TO BAND-CODE-COUNT
                           MOVE FBMST-CLASS-CODE
                               TO BAND-CODE (BAND-CODE-COUNT)
                           MOVE 1 TO BAND-CODE-CNT (BAND-CODE-COUNT)
                   ELSE
                           ADD 1 TO BAND-OTHER-CNT
                   END-IF
           END-IF.

           I-PARA.
           MOVE BAND-CODE (CODE-SUB) TO CODE-DTL-CODE.
           MOVE BAND-CODE-CNT (CODE-SUB) TO CODE-DTL-ROWS.
           MOVE CODE-LINE TO FBRPT-LINE.
           PERFORM R-PARA.

           J-PARA.
           IF BAND-CODE (CODE-SUB) = FBMST-CLASS-CODE THEN
                   ADD 1 TO BAND-CODE-CNT (CODE-SUB)
                   SET CODE-WAS-FOUND TO TRUE
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
