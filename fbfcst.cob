       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBFcst.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-CARD-FILE ASSIGN TO "FCSTCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FCS-FILE-STATUS.
           SELECT CTL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT RULE-LIBRARY-FILE ASSIGN TO "FBRULLIB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LIB-FILE-STATUS.
           SELECT RULE-FILE ASSIGN TO "FBRULES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RULE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "FBAUDTLG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT PROGRESS-FILE ASSIGN TO "FBPROGRS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PRG-FILE-STATUS.
           SELECT SPLIT-CARD-FILE ASSIGN TO "SPLTCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SPL-FILE-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "FBFCSRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FORECAST-CARD-FILE.
               COPY FBFCSCRD.

           FD CTL-CARD-FILE.
               COPY FBCTLCRD.

           FD RULE-LIBRARY-FILE.
               COPY FBRLBREC.

           FD RULE-FILE.
               COPY FBRULREC.

           FD AUDIT-FILE.
               COPY FBAUDIT.

           FD PROGRESS-FILE.
               COPY FBPRGREC.

           FD SPLIT-CARD-FILE.
               COPY FBSPLCRD.

           FD FORECAST-REPORT-FILE.
               COPY FBRPTLIN.

       WORKING-STORAGE SECTION.
           01 FCS-FILE-STATUS PIC X(2) VALUE '00'.
               88 FCS-FILE-FOUND VALUE '00'.
           01 CTL-FILE-STATUS PIC X(2) VALUE '00'.
               88 CTL-FILE-FOUND VALUE '00'.
           01 LIB-FILE-STATUS PIC X(2) VALUE '00'.
               88 LIB-FILE-FOUND VALUE '00'.
           01 RULE-FILE-STATUS PIC X(2) VALUE '00'.
               88 RULE-FILE-FOUND VALUE '00'.
           01 AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
               88 AUDIT-FILE-FOUND VALUE '00'.
           01 PRG-FILE-STATUS PIC X(2) VALUE '00'.
               88 PRG-FILE-FOUND VALUE '00'.
           01 SPL-FILE-STATUS PIC X(2) VALUE '00'.
           01 RPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 CTL-EOF-SW PIC X(1) VALUE 'N'.
               88 CTL-EOF VALUE 'Y'.
           01 LIB-EOF-SW PIC X(1) VALUE 'N'.
               88 LIB-EOF VALUE 'Y'.
           01 RULE-EOF-SW PIC X(1) VALUE 'N'.
               88 RULE-EOF VALUE 'Y'.
           01 AUDIT-EOF-SW PIC X(1) VALUE 'N'.
               88 AUDIT-EOF VALUE 'Y'.
           01 WINDOW-START-SECS PIC 9(8) VALUE ZERO.
           01 WINDOW-END-SECS PIC 9(8) VALUE ZERO.
           01 LOOKBACK-DAYS PIC 9(3) VALUE 30.
           01 MAX-PARTITIONS PIC 9(2) VALUE 16.
           01 TIME-WORK.
               05 TIME-HH PIC 9(2).
               05 TIME-MM PIC 9(2).
               05 TIME-SS PIC 9(2).
           01 TIME-NUM REDEFINES TIME-WORK PIC 9(6).
           01 NOW-TIME PIC 9(8).
           01 NOW-PARTS REDEFINES NOW-TIME.
               05 NOW-HHMMSS PIC 9(6).
               05 FILLER PIC 9(2).
           01 TIME-SECS PIC 9(10).
           01 TIME-REM PIC 9(8).
           01 TIME-WORK-Q PIC 9(10).
           01 TIME-EDIT.
               05 TE-HH PIC 9(2).
               05 FILLER PIC X(1) VALUE ':'.
               05 TE-MM PIC 9(2).
               05 FILLER PIC X(1) VALUE ':'.
               05 TE-SS PIC 9(2).
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
           01 FROM-DAY-NBR PIC 9(7).
      * every certified rule-set version, with the number of divisor
      * rules it adds to the two on the control card.
           01 VER-TABLE.
               05 VER-COUNT PIC 9(2) VALUE ZERO.
               05 VER-ENTRY OCCURS 50 TIMES.
                   10 VER-ID PIC X(8).
                   10 VER-EFF PIC 9(8).
                   10 VER-RULES PIC 9(3).
           01 VER-SUB PIC 9(2).
           01 FILE-RULE-CNT PIC 9(3) VALUE ZERO.
           01 LOOKUP-ID PIC X(8).
           01 LOOKUP-DATE PIC 9(8).
           01 LOOKUP-EFF PIC 9(8).
           01 LOOKUP-RULES PIC 9(3).
           01 LOOKUP-VERSION PIC X(8).
           01 LOOKUP-SUB PIC 9(2).
           01 LOOKUP-FOUND-SW PIC X(1) VALUE 'N'.
               88 LOOKUP-FOUND VALUE 'Y'.
           01 TONIGHT-VERSION PIC X(8) VALUE SPACES.
           01 TONIGHT-RULES PIC 9(3) VALUE ZERO.
      * throughput is measured in rule checks per second: every
      * counter is divided by the two card divisors plus each divisor
      * rule loaded, so a night with more rules runs slower per
      * counter.
           01 TONIGHT-COST PIC 9(3) VALUE ZERO.
           01 RUN-COUNTERS PIC 9(9).
           01 AUD-RUNS PIC 9(5) VALUE ZERO.
           01 AUD-UNITS PIC 9(15) VALUE ZERO.
           01 AUD-SECS PIC 9(10) VALUE ZERO.
           01 AUD-UNIT-RATE PIC 9(10) VALUE ZERO.
           01 PRG-UNIT-RATE PIC 9(10) VALUE ZERO.
           01 USE-UNIT-RATE PIC 9(10) VALUE ZERO.
           01 CARD-SEQ PIC 9(2) VALUE ZERO.
           01 CARD-VALID-SW PIC X(1) VALUE 'Y'.
               88 CARD-IS-VALID VALUE 'Y'.
           01 CARD-COUNTERS PIC 9(9).
           01 CARD-UNITS PIC 9(12).
           01 CARD-EST-SECS PIC 9(10).
           01 CARD-AVAIL-SECS PIC S9(10).
           01 CARD-PARTS PIC 9(4).
           01 CARD-RUN-SECS PIC 9(10).
           01 CARD-START-SECS PIC 9(10).
           01 CLOCK-SECS PIC 9(10) VALUE ZERO.
           01 TOT-EST-SECS PIC 9(10) VALUE ZERO.
           01 CNT-CARDS PIC 9(4) VALUE ZERO.
           01 CNT-FIT PIC 9(4) VALUE ZERO.
           01 CNT-SPLIT PIC 9(4) VALUE ZERO.
           01 CNT-NOFIT PIC 9(4) VALUE ZERO.
           01 CNT-INVALID PIC 9(4) VALUE ZERO.
           01 CNT-LIST-ONLY PIC 9(4) VALUE ZERO.
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
               VALUE 'FIZZBUZZ BATCH WINDOW FORECAST'.
           01 CARD-LINE.
               05 FILLER PIC X(5) VALUE 'CARD '.
               05 CARD-DTL-SEQ PIC 9(2).
               05 FILLER PIC X(2) VALUE SPACES.
               05 CARD-DTL-START PIC 9(8).
               05 FILLER PIC X(3) VALUE ' - '.
               05 CARD-DTL-END PIC 9(8).
               05 FILLER PIC X(11) VALUE '  COUNTERS '.
               05 CARD-DTL-COUNTERS PIC Z(8)9.
               05 FILLER PIC X(6) VALUE '  EST '.
               05 CARD-DTL-EST PIC X(8).
               05 FILLER PIC X(8) VALUE '  START '.
               05 CARD-DTL-BEGIN PIC X(8).
               05 FILLER PIC X(9) VALUE '  FINISH '.
               05 CARD-DTL-FINISH PIC X(8).
               05 FILLER PIC X(8) VALUE '  PARTS '.
               05 CARD-DTL-PARTS PIC Z9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 CARD-DTL-VERDICT PIC X(16).

       PROCEDURE DIVISION.
           A-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RPT-RUN-TIME FROM TIME.
           ACCEPT NOW-TIME FROM TIME.
           PERFORM B-PARA.
           MOVE RPT-RUN-DATE TO DAY-WORK-DATE.
           PERFORM J-PARA.
           COMPUTE FROM-DAY-NBR = DAY-NBR - LOOKBACK-DAYS.
           OPEN INPUT RULE-LIBRARY-FILE.
           IF LIB-FILE-FOUND THEN
                   PERFORM C-PARA UNTIL LIB-EOF
                   CLOSE RULE-LIBRARY-FILE
           END-IF.
           OPEN INPUT RULE-FILE.
           IF RULE-FILE-FOUND THEN
                   PERFORM D-PARA UNTIL RULE-EOF
                   CLOSE RULE-FILE
           END-IF.
           MOVE RPT-RUN-DATE TO LOOKUP-DATE.
           PERFORM G-PARA.
           MOVE LOOKUP-VERSION TO TONIGHT-VERSION.
           MOVE LOOKUP-RULES TO TONIGHT-RULES.
           COMPUTE TONIGHT-COST = 2 + TONIGHT-RULES.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-FOUND THEN
                   PERFORM E-PARA UNTIL AUDIT-EOF
                   CLOSE AUDIT-FILE
           END-IF.
           IF AUD-SECS > ZERO THEN
                   COMPUTE AUD-UNIT-RATE = AUD-UNITS / AUD-SECS
           END-IF.
           OPEN INPUT PROGRESS-FILE.
           IF PRG-FILE-FOUND THEN
                   READ PROGRESS-FILE
                       AT END
                           MOVE ZERO TO FBPRG-RATE-PER-SEC
                   END-READ
                   CLOSE PROGRESS-FILE
                   IF FBPRG-RATE-PER-SEC IS NUMERIC AND
                       FBPRG-RATE-PER-SEC > ZERO THEN
                           MOVE FBPRG-RUN-DATE TO LOOKUP-DATE
                           PERFORM G-PARA
                           COMPUTE PRG-UNIT-RATE = FBPRG-RATE-PER-SEC
                               * (2 + LOOKUP-RULES)
                   END-IF
           END-IF.
      * the slower of the two measurements is used, so the forecast
      * errs towards splitting rather than towards a late finish.
           MOVE AUD-UNIT-RATE TO USE-UNIT-RATE.
           IF PRG-UNIT-RATE > ZERO AND
               (USE-UNIT-RATE = ZERO OR
                PRG-UNIT-RATE < USE-UNIT-RATE) THEN
                   MOVE PRG-UNIT-RATE TO USE-UNIT-RATE
           END-IF.
           IF USE-UNIT-RATE = ZERO THEN
                   DISPLAY 'FBF004E NO THROUGHPUT HISTORY IN FBAUDTLG '
                       'OR FBPROGRS - NO FORECAST MADE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN INPUT CTL-CARD-FILE.
           IF NOT CTL-FILE-FOUND THEN
                   DISPLAY 'FBF001E NO CONTROL CARD FILE - '
                       'NO FORECAST MADE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN OUTPUT SPLIT-CARD-FILE.
           OPEN OUTPUT FORECAST-REPORT-FILE.
           PERFORM Q-PARA.
           MOVE WINDOW-START-SECS TO TIME-SECS.
           PERFORM K-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'WINDOW START ' TIME-EDIT
               DELIMITED BY SIZE INTO FBRPT-LINE.
           MOVE WINDOW-END-SECS TO TIME-SECS.
           PERFORM K-PARA.
           STRING '  END ' TIME-EDIT '  LOOK-BACK ' LOOKBACK-DAYS
               ' DAYS  MAXIMUM PARTITIONS ' MAX-PARTITIONS
               DELIMITED BY SIZE INTO FBRPT-LINE (22:).
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           IF TONIGHT-VERSION = SPACES THEN
                   STRING 'RULE SET UNVERSIONED FBRULES  DIVISOR '
                       'RULES ' TONIGHT-RULES ' PLUS CARD DIVISORS'
                       DELIMITED BY SIZE INTO FBRPT-LINE
           ELSE
                   STRING 'RULE SET VERSION ' TONIGHT-VERSION
                       '  DIVISOR RULES ' TONIGHT-RULES
                       ' PLUS CARD DIVISORS'
                       DELIMITED BY SIZE INTO FBRPT-LINE
           END-IF.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'RULE CHECKS PER SECOND - AUDIT LOG ' AUD-UNIT-RATE
               ' OVER ' AUD-RUNS ' RUNS  LAST CHECKPOINT '
               PRG-UNIT-RATE '  USED ' USE-UNIT-RATE
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE WINDOW-START-SECS TO CLOCK-SECS.
           PERFORM I-PARA.
           PERFORM H-PARA UNTIL CTL-EOF.
           CLOSE CTL-CARD-FILE.
           CLOSE SPLIT-CARD-FILE.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'CARDS FORECAST . . . . . . . : ' CNT-CARDS
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'CARDS FITTING UNSPLIT  . . . : ' CNT-FIT
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'CARDS TO PARTITION . . . . . : ' CNT-SPLIT
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'CARDS THAT WILL NOT FIT  . . : ' CNT-NOFIT
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'INVALID CARDS  . . . . . . . : ' CNT-INVALID
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'PARTITION ADVICE NOT ON CARD : ' CNT-LIST-ONLY
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE TOT-EST-SECS TO TIME-SECS.
           PERFORM L-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'ELAPSED IF RUN UNSPLIT . . . : ' TIME-EDIT
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE CLOCK-SECS TO TIME-SECS.
           PERFORM K-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'PROJECTED FINISH AS ADVISED  : ' TIME-EDIT
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           CLOSE FORECAST-REPORT-FILE.
           DISPLAY 'FBF901I CARDS FORECAST . . . . . . . : '
               CNT-CARDS.
           DISPLAY 'FBF902I CARDS TO PARTITION . . . . . : '
               CNT-SPLIT.
           DISPLAY 'FBF903I CARDS THAT WILL NOT FIT  . . : '
               CNT-NOFIT.
           DISPLAY 'FBF904I PROJECTED FINISH AS ADVISED  : '
               TIME-EDIT.
           IF CNT-LIST-ONLY > ZERO THEN
                   DISPLAY 'FBF009W PARTITION ADVICE FOR '
                       CNT-LIST-ONLY ' LATER CARD(S) IS ON FBFCSRPT '
                       'ONLY'
           END-IF.
           IF CNT-NOFIT > ZERO OR CNT-INVALID > ZERO THEN
                   DISPLAY 'FBF006E RUN WILL NOT FINISH INSIDE THE '
                       'WINDOW AS ADVISED - SEE FBFCSRPT'
                   MOVE 8 TO RETURN-CODE
           ELSE
                   IF CNT-SPLIT > ZERO THEN
                           DISPLAY 'FBF005W PARTITIONING ADVISED - '
                               'SEE SPLTCARD AND FBFCSRPT'
                           MOVE 4 TO RETURN-CODE
                   ELSE
                           DISPLAY 'FBF900I ALL CARDS FIT THE BATCH '
                               'WINDOW UNSPLIT'
                   END-IF
           END-IF.
           STOP RUN.

           B-PARA.
           OPEN INPUT FORECAST-CARD-FILE.
           IF FCS-FILE-FOUND THEN
                   READ FORECAST-CARD-FILE
                       AT END
                           MOVE SPACES TO FBFCSCRD-RECORD
                   END-READ
                   CLOSE FORECAST-CARD-FILE
           ELSE
                   MOVE SPACES TO FBFCSCRD-RECORD
           END-IF.
           IF FBFCS-WINDOW-END IS NOT NUMERIC OR
               FBFCS-WINDOW-END = ZERO THEN
                   DISPLAY 'FBF002E NO BATCH WINDOW END TIME ON '
                       'FCSTCARD - NO FORECAST MADE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           IF FBFCS-WINDOW-START IS NUMERIC AND
               FBFCS-WINDOW-START > ZERO THEN
                   MOVE FBFCS-WINDOW-START TO TIME-NUM
           ELSE
                   MOVE NOW-HHMMSS TO TIME-NUM
           END-IF.
           PERFORM M-PARA.
           MOVE TIME-SECS TO WINDOW-START-SECS.
           MOVE FBFCS-WINDOW-END TO TIME-NUM.
           PERFORM M-PARA.
           MOVE TIME-SECS TO WINDOW-END-SECS.
           IF WINDOW-END-SECS <= WINDOW-START-SECS THEN
                   ADD 86400 TO WINDOW-END-SECS
           END-IF.
           IF FBFCS-LOOKBACK-DAYS IS NUMERIC AND
               FBFCS-LOOKBACK-DAYS > ZERO THEN
                   MOVE FBFCS-LOOKBACK-DAYS TO LOOKBACK-DAYS
           END-IF.
           IF FBFCS-MAX-PARTITIONS IS NUMERIC AND
               FBFCS-MAX-PARTITIONS > ZERO THEN
                   IF FBFCS-MAX-PARTITIONS > 16 THEN
                           DISPLAY 'FBF003W MAXIMUM PARTITIONS '
                               'LIMITED TO 16 BY FBSPLIT'
                   ELSE
                           MOVE FBFCS-MAX-PARTITIONS TO MAX-PARTITIONS
                   END-IF
           END-IF.

           C-PARA.
           READ RULE-LIBRARY-FILE
               AT END
                   SET LIB-EOF TO TRUE
               NOT AT END
                   IF FBRLB-IS-HEADER AND VER-COUNT < 50 THEN
                           ADD 1 TO VER-COUNT
                           MOVE FBRLB-VERSION-ID TO VER-ID(VER-COUNT)
                           MOVE FBRLB-EFF-DATE TO VER-EFF(VER-COUNT)
                           MOVE ZERO TO VER-RULES(VER-COUNT)
                   END-IF
                   IF FBRLB-IS-ENTRY THEN
                           MOVE FBRLB-RULE-IMAGE TO FBRULREC-RECORD
                           IF FBRULREC-IS-RULE THEN
                                   MOVE FBRLB-VERSION-ID TO LOOKUP-ID
                                   PERFORM F-PARA
                                   IF LOOKUP-FOUND THEN
                                           ADD 1 TO
                                               VER-RULES(LOOKUP-SUB)
                                   END-IF
                           END-IF
                   END-IF
           END-READ.

           D-PARA.
           READ RULE-FILE
               AT END
                   SET RULE-EOF TO TRUE
               NOT AT END
                   IF FBRULREC-IS-RULE THEN
                           ADD 1 TO FILE-RULE-CNT
                   END-IF
           END-READ.

      * one audit row: a timed run inside the look-back period adds
      * its rule checks and seconds to the history.
           E-PARA.
           READ AUDIT-FILE
               AT END
                   SET AUDIT-EOF TO TRUE
               NOT AT END
                   IF FBAUD-ELAPSED-SECS IS NUMERIC AND
                       FBAUD-RUN-START IS NUMERIC AND
                       FBAUD-RUN-DATE IS NUMERIC THEN
                           IF FBAUD-ELAPSED-SECS > ZERO AND
                               FBAUD-RUN-START > ZERO AND
                               FBAUD-LAST-COUNTER >=
                               FBAUD-RUN-START THEN
                                   PERFORM N-PARA
                           END-IF
                   END-IF
           END-READ.

      * find a version by its id; LOOKUP-SUB is left on the entry.
           F-PARA.
           MOVE 'N' TO LOOKUP-FOUND-SW.
           PERFORM O-PARA VARYING VER-SUB FROM 1 BY 1
               UNTIL VER-SUB > VER-COUNT OR LOOKUP-FOUND.

      * the version in force on LOOKUP-DATE, as the nightly run
      * chooses it; with none in force the run loads FBRULES.
           G-PARA.
           MOVE 'N' TO LOOKUP-FOUND-SW.
           MOVE ZERO TO LOOKUP-EFF.
           MOVE SPACES TO LOOKUP-VERSION.
           MOVE FILE-RULE-CNT TO LOOKUP-RULES.
           PERFORM P-PARA VARYING VER-SUB FROM 1 BY 1
               UNTIL VER-SUB > VER-COUNT.

      * forecast one control card against the time left in the
      * window, and advise a partition count when it will not fit.
           H-PARA.
           ADD 1 TO CARD-SEQ.
           ADD 1 TO CNT-CARDS.
           MOVE 'Y' TO CARD-VALID-SW.
           MOVE 1 TO CARD-PARTS.
           MOVE ZERO TO CARD-EST-SECS.
           MOVE ZERO TO CARD-RUN-SECS.
           MOVE ZERO TO CARD-COUNTERS.
           IF FBCTL-START-RANGE IS NOT NUMERIC OR
               FBCTL-END-RANGE IS NOT NUMERIC OR
               FBCTL-RESTART-CTR IS NOT NUMERIC THEN
                   MOVE 'N' TO CARD-VALID-SW
           ELSE
                   IF FBCTL-START-RANGE = ZERO OR
                       FBCTL-END-RANGE < FBCTL-START-RANGE THEN
                           MOVE 'N' TO CARD-VALID-SW
                   END-IF
           END-IF.
           MOVE CLOCK-SECS TO CARD-START-SECS.
           IF CARD-IS-VALID THEN
                   IF FBCTL-RESTART-CTR > ZERO THEN
                           IF FBCTL-RESTART-CTR < FBCTL-END-RANGE THEN
                                   COMPUTE CARD-COUNTERS =
                                       FBCTL-END-RANGE
                                       - FBCTL-RESTART-CTR
                           END-IF
                   ELSE
                           COMPUTE CARD-COUNTERS = FBCTL-END-RANGE
                               - FBCTL-START-RANGE + 1
                   END-IF
                   COMPUTE CARD-UNITS = CARD-COUNTERS * TONIGHT-COST
                   COMPUTE CARD-EST-SECS = (CARD-UNITS
                       + USE-UNIT-RATE - 1) / USE-UNIT-RATE
                   COMPUTE CARD-AVAIL-SECS = WINDOW-END-SECS
                       - CLOCK-SECS
                   MOVE 'FITS' TO CARD-DTL-VERDICT
                   IF CARD-EST-SECS > CARD-AVAIL-SECS THEN
                           IF FBCTL-RESTART-CTR > ZERO THEN
                                   MOVE 'RESTART NO SPLIT'
                                       TO CARD-DTL-VERDICT
                           ELSE
                                   IF CARD-AVAIL-SECS > ZERO THEN
                                           COMPUTE CARD-PARTS =
                                               (CARD-EST-SECS
                                               + CARD-AVAIL-SECS - 1)
                                               / CARD-AVAIL-SECS
                                   ELSE
                                           MOVE MAX-PARTITIONS
                                               TO CARD-PARTS
                                   END-IF
                                   IF CARD-PARTS > MAX-PARTITIONS OR
                                       CARD-AVAIL-SECS <= ZERO THEN
                                           MOVE MAX-PARTITIONS
                                               TO CARD-PARTS
                                           MOVE 'WILL NOT FIT'
                                               TO CARD-DTL-VERDICT
                                   ELSE
                                           MOVE 'PARTITION'
                                               TO CARD-DTL-VERDICT
                                   END-IF
                                   IF CARD-PARTS > CARD-COUNTERS THEN
                                           MOVE CARD-COUNTERS
                                               TO CARD-PARTS
                                   END-IF
                           END-IF
                   END-IF
                   EVALUATE CARD-DTL-VERDICT
                       WHEN 'FITS'
                           ADD 1 TO CNT-FIT
                       WHEN 'PARTITION'
                           ADD 1 TO CNT-SPLIT
                       WHEN OTHER
                           ADD 1 TO CNT-NOFIT
                   END-EVALUATE
                   IF CARD-PARTS = ZERO THEN
                           MOVE 1 TO CARD-PARTS
                   END-IF
                   COMPUTE CARD-RUN-SECS = (CARD-EST-SECS
                       + CARD-PARTS - 1) / CARD-PARTS
                   ADD CARD-EST-SECS TO TOT-EST-SECS
                   ADD CARD-RUN-SECS TO CLOCK-SECS
           ELSE
                   MOVE 'INVALID CARD' TO CARD-DTL-VERDICT
                   ADD 1 TO CNT-INVALID
                   DISPLAY 'FBF007E CONTROL CARD ' CARD-SEQ
                       ' HAS AN INVALID RANGE - NOT FORECAST'
           END-IF.
           MOVE CARD-SEQ TO CARD-DTL-SEQ.
           MOVE FBCTL-START-RANGE TO CARD-DTL-START.
           MOVE FBCTL-END-RANGE TO CARD-DTL-END.
           MOVE CARD-COUNTERS TO CARD-DTL-COUNTERS.
           MOVE CARD-EST-SECS TO TIME-SECS.
           PERFORM L-PARA.
           MOVE TIME-EDIT TO CARD-DTL-EST.
           MOVE CARD-START-SECS TO TIME-SECS.
           PERFORM K-PARA.
           MOVE TIME-EDIT TO CARD-DTL-BEGIN.
           MOVE CLOCK-SECS TO TIME-SECS.
           PERFORM K-PARA.
           MOVE TIME-EDIT TO CARD-DTL-FINISH.
           MOVE CARD-PARTS TO CARD-DTL-PARTS.
           MOVE CARD-LINE TO FBRPT-LINE.
           PERFORM R-PARA.
      * FBSPLIT partitions the first control card only, so that is
      * the one card SPLTCARD carries; advice for a later card goes
      * on the listing alone.
           IF CARD-SEQ = 1 THEN
                   MOVE SPACES TO FBSPLCRD-RECORD
                   MOVE CARD-PARTS TO FBSPL-PARTITION-CNT
                   MOVE CARD-SEQ TO FBSPL-CARD-SEQ
                   MOVE FBCTL-START-RANGE TO FBSPL-START-RANGE
                   MOVE FBCTL-END-RANGE TO FBSPL-END-RANGE
                   WRITE FBSPLCRD-RECORD
           ELSE
                   IF CARD-PARTS > 1 THEN
                           ADD 1 TO CNT-LIST-ONLY
                           MOVE SPACES TO FBRPT-LINE
                           STRING '         ADVICE ONLY - NOT ON '
                               'SPLTCARD, FBSPLIT PARTITIONS THE '
                               'FIRST CARD ONLY'
                               DELIMITED BY SIZE INTO FBRPT-LINE
                           PERFORM R-PARA
                   END-IF
           END-IF.
           PERFORM I-PARA.

           I-PARA.
           READ CTL-CARD-FILE
               AT END
                   SET CTL-EOF TO TRUE
           END-READ.

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

      * seconds to a time of day, past midnight wrapping round.
           K-PARA.
           DIVIDE TIME-SECS BY 86400 GIVING TIME-WORK-Q
               REMAINDER TIME-REM.
           MOVE TIME-REM TO TIME-SECS.
           PERFORM L-PARA.

      * seconds to an elapsed HH:MM:SS.
           L-PARA.
           IF TIME-SECS > 359999 THEN
                   MOVE 359999 TO TIME-SECS
           END-IF.
           DIVIDE TIME-SECS BY 3600 GIVING TE-HH REMAINDER TIME-REM.
           DIVIDE TIME-REM BY 60 GIVING TE-MM REMAINDER TE-SS.

      * HHMMSS in TIME-NUM to seconds in TIME-SECS.
           M-PARA.
           IF TIME-NUM IS NOT NUMERIC OR TIME-HH > 23 OR
               TIME-MM > 59 OR TIME-SS > 59 THEN
                   DISPLAY 'FBF008E INVALID TIME ON FCSTCARD - '
                       'NO FORECAST MADE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           COMPUTE TIME-SECS = TIME-HH * 3600 + TIME-MM * 60
               + TIME-SS.

           N-PARA.
           MOVE FBAUD-RUN-DATE TO DAY-WORK-DATE.
           PERFORM J-PARA.
           IF DAY-NBR >= FROM-DAY-NBR THEN
                   COMPUTE RUN-COUNTERS = FBAUD-LAST-COUNTER
                       - FBAUD-RUN-START + 1
                   MOVE FILE-RULE-CNT TO LOOKUP-RULES
                   IF FBAUD-RULE-VERSION NOT = SPACES THEN
                           MOVE FBAUD-RULE-VERSION TO LOOKUP-ID
                           PERFORM F-PARA
                           IF LOOKUP-FOUND THEN
                                   MOVE VER-RULES(LOOKUP-SUB)
                                       TO LOOKUP-RULES
                           END-IF
                   END-IF
                   COMPUTE AUD-UNITS = AUD-UNITS
                       + RUN-COUNTERS * (2 + LOOKUP-RULES)
                   ADD FBAUD-ELAPSED-SECS TO AUD-SECS
                   ADD 1 TO AUD-RUNS
           END-IF.

           O-PARA.
           IF VER-ID(VER-SUB) = LOOKUP-ID THEN
                   SET LOOKUP-FOUND TO TRUE
                   MOVE VER-SUB TO LOOKUP-SUB
           END-IF.

           P-PARA.
           IF VER-EFF(VER-SUB) <= LOOKUP-DATE AND
               VER-EFF(VER-SUB) >= LOOKUP-EFF THEN
                   SET LOOKUP-FOUND TO TRUE
                   MOVE VER-EFF(VER-SUB) TO LOOKUP-EFF
                   MOVE VER-ID(VER-SUB) TO LOOKUP-VERSION
                   MOVE VER-RULES(VER-SUB) TO LOOKUP-RULES
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
