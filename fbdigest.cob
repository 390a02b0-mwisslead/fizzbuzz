       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBDigest.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIGEST-CARD-FILE ASSIGN TO "DGSTCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DGS-FILE-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "FBSTSFIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STS-FILE-STATUS.
           SELECT CLEARANCE-FILE ASSIGN TO "FBSUSCLR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLR-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "FBAUDTLG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT PROGRESS-FILE ASSIGN TO "FBPROGRS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PRG-FILE-STATUS.
           SELECT SELECTION-REPORT-FILE ASSIGN TO "FBCALRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "FBRECRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REC-FILE-STATUS.
           SELECT OVERRIDE-REPORT-FILE ASSIGN TO "FBOVRRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OVP-FILE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "FBOVERRD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OVR-FILE-STATUS.
           SELECT PRIOR-OUT-FILE ASSIGN TO "FBPRIOR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PRI-FILE-STATUS.
           SELECT DIGEST-HISTORY-FILE ASSIGN TO "FBDGSTHS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DGH-FILE-STATUS.
           SELECT DIGEST-REPORT-FILE ASSIGN TO "FBDGSRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DIGEST-CARD-FILE.
               COPY FBDGSCRD.

           FD RUN-STATUS-FILE.
               COPY FBRUNSTS.

           FD CLEARANCE-FILE.
               COPY FBSCLREC.

           FD AUDIT-FILE.
               COPY FBAUDIT.

           FD PROGRESS-FILE.
               COPY FBPRGREC.

           FD SELECTION-REPORT-FILE.
               01 FBCALRPT-RECORD PIC X(132).

           FD RECON-REPORT-FILE.
               01 FBRECRPT-RECORD PIC X(132).

           FD OVERRIDE-REPORT-FILE.
               01 FBOVRRPT-RECORD PIC X(132).

           FD OVERRIDE-FILE.
               COPY FBOVRREC.

           FD PRIOR-OUT-FILE.
               01 FBPRIOUT-RECORD PIC X(122).

           FD DIGEST-HISTORY-FILE.
               COPY FBDGHREC.

           FD DIGEST-REPORT-FILE.
               COPY FBRPTLIN.

       WORKING-STORAGE SECTION.
           COPY FBGENHDR.
           01 DGS-FILE-STATUS PIC X(2) VALUE '00'.
               88 DGS-FILE-FOUND VALUE '00'.
           01 STS-FILE-STATUS PIC X(2) VALUE '00'.
               88 STS-FILE-FOUND VALUE '00'.
           01 CLR-FILE-STATUS PIC X(2) VALUE '00'.
               88 CLR-FILE-FOUND VALUE '00'.
           01 AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
               88 AUDIT-FILE-FOUND VALUE '00'.
           01 PRG-FILE-STATUS PIC X(2) VALUE '00'.
               88 PRG-FILE-FOUND VALUE '00'.
           01 CAL-FILE-STATUS PIC X(2) VALUE '00'.
               88 CAL-FILE-FOUND VALUE '00'.
           01 REC-FILE-STATUS PIC X(2) VALUE '00'.
               88 REC-FILE-FOUND VALUE '00'.
           01 OVP-FILE-STATUS PIC X(2) VALUE '00'.
               88 OVP-FILE-FOUND VALUE '00'.
           01 OVR-FILE-STATUS PIC X(2) VALUE '00'.
               88 OVR-FILE-FOUND VALUE '00'.
           01 PRI-FILE-STATUS PIC X(2) VALUE '00'.
               88 PRI-FILE-FOUND VALUE '00'.
           01 DGH-FILE-STATUS PIC X(2) VALUE '00'.
               88 DGH-FILE-FOUND VALUE '00'.
               88 DGH-FILE-NOT-FOUND VALUE '05' '35'.
           01 RPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 STS-EOF-SW PIC X(1) VALUE 'N'.
               88 STS-EOF VALUE 'Y'.
           01 CLR-EOF-SW PIC X(1) VALUE 'N'.
               88 CLR-EOF VALUE 'Y'.
           01 CNT-CLR-ROWS PIC 9(3) VALUE ZERO.
           01 AUDIT-EOF-SW PIC X(1) VALUE 'N'.
               88 AUDIT-EOF VALUE 'Y'.
           01 CAL-EOF-SW PIC X(1) VALUE 'N'.
               88 CAL-EOF VALUE 'Y'.
           01 REC-EOF-SW PIC X(1) VALUE 'N'.
               88 REC-EOF VALUE 'Y'.
           01 OVP-EOF-SW PIC X(1) VALUE 'N'.
               88 OVP-EOF VALUE 'Y'.
           01 OVR-EOF-SW PIC X(1) VALUE 'N'.
               88 OVR-EOF VALUE 'Y'.
           01 BUSINESS-DATE PIC 9(8) VALUE ZERO.
           01 BUSINESS-DAY-NBR PIC 9(7) VALUE ZERO.
           01 EXPIRY-DAYS PIC 9(3) VALUE 7.
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
           01 DAY-DIFF PIC S9(7).
           01 TIME-SECS PIC 9(10).
           01 TIME-REM PIC 9(8).
           01 TIME-EDIT.
               05 TE-HH PIC 9(2).
               05 FILLER PIC X(1) VALUE ':'.
               05 TE-MM PIC 9(2).
               05 FILLER PIC X(1) VALUE ':'.
               05 TE-SS PIC 9(2).
           01 PCT-EDIT PIC ZZ9.99.
      * the print listings are read back by their fixed line layouts:
      * FBCALSEL's selection detail, FBRECON's per-run verdict and
      * the heading lines that carry each listing's run date.
           01 LISTING-LINE PIC X(132).
           01 LISTING-HEADING REDEFINES LISTING-LINE.
               05 LST-HDG-TAG PIC X(10).
               05 LST-HDG-DATE PIC 9(8).
               05 FILLER PIC X(114).
           01 SELECTION-LINE REDEFINES LISTING-LINE.
               05 SEL-TAG PIC X(6).
               05 SEL-ENTRY PIC 9(3).
               05 FILLER PIC X(8).
               05 SEL-START PIC Z(7)9.
               05 FILLER PIC X(3).
               05 SEL-END PIC Z(7)9.
               05 FILLER PIC X(7).
               05 SEL-FREQ PIC X(1).
               05 FILLER PIC X(2).
               05 SEL-VERDICT PIC X(8).
               05 FILLER PIC X(78).
           01 RECON-VERDICT-LINE REDEFINES LISTING-LINE.
               05 RCV-TAG PIC X(4).
               05 RCV-SEQ PIC 9(2).
               05 FILLER PIC X(2).
               05 RCV-VERDICT PIC X(16).
               05 FILLER PIC X(108).
           01 OVERRIDE-HEADING REDEFINES LISTING-LINE.
               05 OVP-HDG-TAG PIC X(34).
               05 OVP-HDG-DATE PIC 9(8).
               05 FILLER PIC X(90).
           01 CAL-DATE PIC 9(8) VALUE ZERO.
           01 CAL-DATE-SW PIC X(1) VALUE 'N'.
               88 CAL-DATE-OK VALUE 'Y'.
           01 REC-DATE PIC 9(8) VALUE ZERO.
           01 REC-DATE-SW PIC X(1) VALUE 'N'.
               88 REC-DATE-OK VALUE 'Y'.
           01 OVP-DATE PIC 9(8) VALUE ZERO.
           01 OVP-DATE-SW PIC X(1) VALUE 'N'.
               88 OVP-DATE-OK VALUE 'Y'.
           01 PRIOR-GEN-DATE PIC 9(8) VALUE ZERO.
           01 PROMOTION-SW PIC X(1) VALUE 'N'.
               88 NIGHT-PROMOTED VALUE 'Y'.
           01 PRG-FOUND-SW PIC X(1) VALUE 'N'.
               88 PRG-FOR-BUSINESS-DATE VALUE 'Y'.
           01 EXPIRED-TALLY PIC 9(4).
      * one entry per control card of the night, by run seq: what
      * FBCALSEL selected for it, the latest FBSTSFIL row as brought
      * up to date by the run's latest FBSUSCLR clearance row, the
      * audit row and the FBRECON verdict.
           01 CARD-TABLE.
               05 CARD-ENTRY OCCURS 99 TIMES.
                   10 CRD-SEL-SW PIC X(1).
                       88 CRD-SELECTED VALUE 'Y'.
                   10 CRD-LIB-ENTRY PIC 9(3).
                   10 CRD-SEL-START PIC 9(8).
                   10 CRD-SEL-END PIC 9(8).
                   10 CRD-RAN-SW PIC X(1).
                       88 CRD-RAN VALUE 'Y'.
                   10 CRD-RUN-TIME PIC 9(6).
                   10 CRD-START PIC 9(8).
                   10 CRD-END PIC 9(8).
                   10 CRD-LAST PIC 9(8).
                   10 CRD-FLAG PIC X(1).
                       88 CRD-NORMAL-COMPLETION VALUE 'C'.
                       88 CRD-ABNORMAL-COMPLETION VALUE 'A'.
                       88 CRD-OPERATOR-STOP VALUE 'S'.
                   10 CRD-MSG-ID PIC X(7).
                   10 CRD-COND PIC 9(2).
                   10 CRD-SUSP PIC 9(8).
                   10 CRD-AUD-SW PIC X(1).
                       88 CRD-AUDITED VALUE 'Y'.
                   10 CRD-AUD-FLAG PIC X(1).
                   10 CRD-AUD-LAST PIC 9(8).
                   10 CRD-AUD-ELAPSED PIC 9(6).
                   10 CRD-RECON PIC X(1).
                       88 CRD-RECON-CLEAN VALUE 'C'.
                       88 CRD-RECON-DISCREP VALUE 'D'.
                   10 CRD-ACTIONS PIC 9(2).
           01 CARD-SUB PIC 9(3).
           01 CARD-SEQ PIC 9(2).
           01 HIGH-SEQ PIC 9(3) VALUE ZERO.
           01 SEL-COUNT PIC 9(3) VALUE ZERO.
           01 RNG-START PIC 9(8).
           01 RNG-END PIC 9(8).
      * overrides on FBOVERRD whose expiry falls inside the warning
      * period; a card's page lists those touching its range.
           01 NEAR-TABLE.
               05 NEAR-COUNT PIC 9(2) VALUE ZERO.
               05 NEAR-ENTRY OCCURS 70 TIMES.
                   10 NEAR-TYPE PIC X(1).
                   10 NEAR-START PIC 9(8).
                   10 NEAR-END PIC 9(8).
                   10 NEAR-CODE PIC X(2).
                   10 NEAR-EXP-DATE PIC 9(8).
           01 NEAR-SUB PIC 9(2).
           01 CARD-NEAR-CNT PIC 9(3).
           01 CNT-SELECTED PIC 9(3) VALUE ZERO.
           01 CNT-RAN PIC 9(3) VALUE ZERO.
           01 CNT-COMPLETE PIC 9(3) VALUE ZERO.
           01 CNT-STOPPED PIC 9(3) VALUE ZERO.
           01 CNT-ABNORMAL PIC 9(3) VALUE ZERO.
           01 CNT-NOT-RUN PIC 9(3) VALUE ZERO.
           01 CNT-RECON-CLEAN PIC 9(3) VALUE ZERO.
           01 CNT-RECON-DISCREP PIC 9(3) VALUE ZERO.
           01 CNT-RECON-MISSING PIC 9(3) VALUE ZERO.
           01 CNT-OVR-EXPIRED PIC 9(3) VALUE ZERO.
           01 CNT-ACTIONS PIC 9(3) VALUE ZERO.
           01 HIGH-COND-CODE PIC 9(2) VALUE ZERO.
           01 TOT-SUSP-OPEN PIC 9(8) VALUE ZERO.
           01 RPT-LINE-CNT PIC 9(4) VALUE ZERO.
           01 RPT-PAGE-CNT PIC 9(4) VALUE ZERO.
           01 RPT-LINES-PER-PAGE PIC 9(4) VALUE 50.
           01 RPT-RUN-DATE PIC 9(8).
           01 RPT-RUN-TIME PIC 9(6).
           01 NOW-TIME PIC 9(8).
           01 NOW-PARTS REDEFINES NOW-TIME.
               05 NOW-HHMMSS PIC 9(6).
               05 FILLER PIC 9(2).
           01 RPT-HEADING-1.
               05 FILLER PIC X(10) VALUE 'RUN DATE: '.
               05 RPT-HDG-DATE PIC 9(8).
               05 FILLER PIC X(10) VALUE '  TIME: '.
               05 RPT-HDG-TIME PIC 9(6).
           01 RPT-HEADING-2 PIC X(40)
               VALUE 'FIZZBUZZ MORNING OPERATIONS DIGEST'.

       PROCEDURE DIVISION.
           A-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE NOW-HHMMSS TO RPT-RUN-TIME.
           PERFORM B-PARA.
           OPEN INPUT RUN-STATUS-FILE.
           IF NOT STS-FILE-FOUND THEN
                   DISPLAY 'FBJ001E NO RUN STATUS FILE FBSTSFIL - '
                       'NO DIGEST PRODUCED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
      * with no date on the card the digest is for the latest night
      * on the status file.
           IF BUSINESS-DATE = ZERO THEN
                   PERFORM C-PARA UNTIL STS-EOF
                   CLOSE RUN-STATUS-FILE
                   IF BUSINESS-DATE = ZERO THEN
                           DISPLAY 'FBJ002E NO RUNS ON FBSTSFIL - '
                               'NO DIGEST PRODUCED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-IF
                   MOVE 'N' TO STS-EOF-SW
                   OPEN INPUT RUN-STATUS-FILE
           END-IF.
           MOVE BUSINESS-DATE TO DAY-WORK-DATE.
           PERFORM J-PARA.
           MOVE DAY-NBR TO BUSINESS-DAY-NBR.
           PERFORM D-PARA UNTIL STS-EOF.
           CLOSE RUN-STATUS-FILE.
           OPEN INPUT CLEARANCE-FILE.
           IF CLR-FILE-FOUND THEN
                   PERFORM P-PARA UNTIL CLR-EOF
                   CLOSE CLEARANCE-FILE
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-FOUND THEN
                   PERFORM E-PARA UNTIL AUDIT-EOF
                   CLOSE AUDIT-FILE
           END-IF.
           OPEN INPUT PROGRESS-FILE.
           IF PRG-FILE-FOUND THEN
                   READ PROGRESS-FILE
                       AT END
                           MOVE ZERO TO FBPRG-RUN-DATE
                   END-READ
                   CLOSE PROGRESS-FILE
                   IF FBPRG-RUN-DATE IS NUMERIC AND
                       FBPRG-RUN-SEQ IS NUMERIC THEN
                           IF FBPRG-RUN-DATE = BUSINESS-DATE AND
                               FBPRG-RUN-SEQ > ZERO THEN
                                   SET PRG-FOR-BUSINESS-DATE TO TRUE
                           END-IF
                   END-IF
           END-IF.
           OPEN INPUT SELECTION-REPORT-FILE.
           IF CAL-FILE-FOUND THEN
                   PERFORM F-PARA UNTIL CAL-EOF
                   CLOSE SELECTION-REPORT-FILE
           END-IF.
           OPEN INPUT RECON-REPORT-FILE.
           IF REC-FILE-FOUND THEN
                   PERFORM G-PARA UNTIL REC-EOF
                   CLOSE RECON-REPORT-FILE
           END-IF.
           OPEN INPUT OVERRIDE-REPORT-FILE.
           IF OVP-FILE-FOUND THEN
                   PERFORM H-PARA UNTIL OVP-EOF
                   CLOSE OVERRIDE-REPORT-FILE
           END-IF.
           OPEN INPUT OVERRIDE-FILE.
           IF OVR-FILE-FOUND THEN
                   PERFORM I-PARA UNTIL OVR-EOF
                   CLOSE OVERRIDE-FILE
           END-IF.
      * FBPROMOT stamps the generation header with the night it
      * promoted; anything older means last night is still waiting.
           OPEN INPUT PRIOR-OUT-FILE.
           IF PRI-FILE-FOUND THEN
                   READ PRIOR-OUT-FILE
                       AT END
                           MOVE SPACES TO FBPRIOUT-RECORD
                   END-READ
                   CLOSE PRIOR-OUT-FILE
                   MOVE FBPRIOUT-RECORD TO FBGENHDR-RECORD
                   IF FBGEN-IS-HEADER AND
                       FBGEN-RUN-DATE IS NUMERIC THEN
                           MOVE FBGEN-RUN-DATE TO PRIOR-GEN-DATE
                   END-IF
           END-IF.
           IF PRIOR-GEN-DATE >= BUSINESS-DATE THEN
                   SET NIGHT-PROMOTED TO TRUE
           END-IF.
           IF SEL-COUNT > HIGH-SEQ THEN
                   MOVE SEL-COUNT TO HIGH-SEQ
           END-IF.
           OPEN OUTPUT DIGEST-REPORT-FILE.
           PERFORM Q-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'BUSINESS DATE ' BUSINESS-DATE
               '  OVERRIDE EXPIRY WARNING ' EXPIRY-DAYS ' DAYS'
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           PERFORM T-PARA.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE 'OPEN ACTIONS' TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE '------------' TO FBRPT-LINE.
           PERFORM R-PARA.
           PERFORM K-PARA VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > HIGH-SEQ.
           IF CNT-RAN > ZERO AND NOT NIGHT-PROMOTED THEN
                   ADD 1 TO CNT-ACTIONS
                   MOVE SPACES TO FBRPT-LINE
                   STRING 'NIGHT    PROMOTION PENDING - FBPRIOR HOLDS '
                       PRIOR-GEN-DATE ' - RUN FBACKREC THEN FBPROMOT'
                       DELIMITED BY SIZE INTO FBRPT-LINE
                   PERFORM R-PARA
           END-IF.
           IF CNT-OVR-EXPIRED > ZERO THEN
                   ADD 1 TO CNT-ACTIONS
                   MOVE SPACES TO FBRPT-LINE
                   STRING 'NIGHT    ' CNT-OVR-EXPIRED
                       ' EXPIRED OVERRIDES ON FBOVRRPT - REMOVE THEM'
                       ' WITH FBOVRMNT'
                       DELIMITED BY SIZE INTO FBRPT-LINE
                   PERFORM R-PARA
           END-IF.
           IF CNT-ACTIONS = ZERO THEN
                   MOVE 'NONE - LAST NIGHT IS CLEAN' TO FBRPT-LINE
                   PERFORM R-PARA
           END-IF.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           PERFORM U-PARA.
           PERFORM M-PARA VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > HIGH-SEQ.
           CLOSE DIGEST-REPORT-FILE.
           PERFORM O-PARA.
           DISPLAY 'FBJ901I BUSINESS DATE . . . . . . . : '
               BUSINESS-DATE.
           DISPLAY 'FBJ902I CARDS SELECTED  . . . . . . : '
               CNT-SELECTED.
           DISPLAY 'FBJ903I CARDS RAN . . . . . . . . . : '
               CNT-RAN.
           DISPLAY 'FBJ904I OPEN ACTIONS  . . . . . . . : '
               CNT-ACTIONS.
      * a summary row that could not be written keeps its code 8.
           IF HIGH-SEQ = ZERO THEN
                   DISPLAY 'FBJ004W NO CARDS SELECTED OR RUN FOR '
                       BUSINESS-DATE
                   IF RETURN-CODE < 4 THEN
                           MOVE 4 TO RETURN-CODE
                   END-IF
           ELSE
                   IF CNT-ACTIONS > ZERO THEN
                           DISPLAY 'FBJ005W OPEN ACTIONS REMAIN - '
                               'SEE FBDGSRPT'
                           IF RETURN-CODE < 4 THEN
                                   MOVE 4 TO RETURN-CODE
                           END-IF
                   ELSE
                           DISPLAY 'FBJ900I LAST NIGHT IS CLEAN'
                   END-IF
           END-IF.
           STOP RUN.

           B-PARA.
           OPEN INPUT DIGEST-CARD-FILE.
           IF DGS-FILE-FOUND THEN
                   READ DIGEST-CARD-FILE
                       AT END
                           MOVE SPACES TO FBDGSCRD-RECORD
                   END-READ
                   CLOSE DIGEST-CARD-FILE
           ELSE
                   MOVE SPACES TO FBDGSCRD-RECORD
           END-IF.
           IF FBDGS-BUSINESS-DATE IS NUMERIC THEN
                   MOVE FBDGS-BUSINESS-DATE TO BUSINESS-DATE
                   MOVE FBDGS-BUSINESS-DATE TO DAY-WORK-DATE
                   IF BUSINESS-DATE > ZERO AND
                       (DAY-WORK-MM < 1 OR DAY-WORK-MM > 12 OR
                        DAY-WORK-DD < 1 OR DAY-WORK-DD > 31) THEN
                           DISPLAY 'FBJ003E INVALID BUSINESS DATE ON '
                               'DGSTCARD - NO DIGEST PRODUCED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-IF
           END-IF.
           IF FBDGS-EXPIRY-DAYS IS NUMERIC AND
               FBDGS-EXPIRY-DAYS > ZERO THEN
                   MOVE FBDGS-EXPIRY-DAYS TO EXPIRY-DAYS
           END-IF.
           PERFORM X-PARA VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > 99.

           C-PARA.
           READ RUN-STATUS-FILE
               AT END
                   SET STS-EOF TO TRUE
               NOT AT END
                   IF FBSTS-RUN-DATE IS NUMERIC THEN
                           IF FBSTS-RUN-DATE > BUSINESS-DATE THEN
                                   MOVE FBSTS-RUN-DATE TO BUSINESS-DATE
                           END-IF
                   END-IF
           END-READ.

      * the latest status row for a run seq of the night stands, so a
      * card rerun under the same seq replaces the earlier run's row.
           D-PARA.
           READ RUN-STATUS-FILE
               AT END
                   SET STS-EOF TO TRUE
               NOT AT END
                   IF FBSTS-RUN-DATE IS NUMERIC AND
                       FBSTS-RUN-SEQ IS NUMERIC THEN
                           IF FBSTS-RUN-DATE = BUSINESS-DATE AND
                               FBSTS-RUN-SEQ > ZERO THEN
                                   PERFORM V-PARA
                           END-IF
                   END-IF
           END-READ.

           E-PARA.
           READ AUDIT-FILE
               AT END
                   SET AUDIT-EOF TO TRUE
               NOT AT END
                   IF FBAUD-RUN-DATE IS NUMERIC AND
                       FBAUD-RUN-SEQ IS NUMERIC THEN
                           IF FBAUD-RUN-DATE = BUSINESS-DATE AND
                               FBAUD-RUN-SEQ > ZERO THEN
                                   MOVE FBAUD-RUN-SEQ TO CARD-SUB
                                   MOVE 'Y' TO CRD-AUD-SW(CARD-SUB)
                                   MOVE FBAUD-COMPLETION-FLAG
                                       TO CRD-AUD-FLAG(CARD-SUB)
                                   MOVE FBAUD-LAST-COUNTER
                                       TO CRD-AUD-LAST(CARD-SUB)
                                   IF FBAUD-ELAPSED-SECS IS NUMERIC
                                       THEN
                                           MOVE FBAUD-ELAPSED-SECS TO
                                               CRD-AUD-ELAPSED(CARD-SUB)
                                   END-IF
                           END-IF
                   END-IF
           END-READ.

      * selected entries on FBCALRPT are written to CTLCARD in listing
      * order, so the n'th selected entry runs as seq n. A listing
      * made for the business date, or the evening before it, counts.
           F-PARA.
           READ SELECTION-REPORT-FILE INTO LISTING-LINE
               AT END
                   SET CAL-EOF TO TRUE
               NOT AT END
                   IF LST-HDG-TAG = 'RUN DATE: ' AND
                       LST-HDG-DATE IS NUMERIC THEN
                           MOVE LST-HDG-DATE TO CAL-DATE
                           MOVE 'N' TO CAL-DATE-SW
                           IF CAL-DATE > ZERO THEN
                                   MOVE CAL-DATE TO DAY-WORK-DATE
                                   PERFORM J-PARA
                                   COMPUTE DAY-DIFF = BUSINESS-DAY-NBR
                                       - DAY-NBR
                                   IF DAY-DIFF = 0 OR DAY-DIFF = 1
                                       THEN
                                           SET CAL-DATE-OK TO TRUE
                                   END-IF
                           END-IF
                   END-IF
                   IF CAL-DATE-OK AND SEL-TAG = 'ENTRY ' AND
                       SEL-VERDICT = 'SELECTED' AND SEL-COUNT < 99
                       THEN
                           ADD 1 TO SEL-COUNT
                           ADD 1 TO CNT-SELECTED
                           MOVE 'Y' TO CRD-SEL-SW(SEL-COUNT)
                           MOVE SEL-ENTRY TO CRD-LIB-ENTRY(SEL-COUNT)
                           MOVE SEL-START TO CRD-SEL-START(SEL-COUNT)
                           MOVE SEL-END TO CRD-SEL-END(SEL-COUNT)
                   END-IF
           END-READ.

      * FBRECON runs the morning after, so a listing dated the
      * business date or the day after it counts.
           G-PARA.
           READ RECON-REPORT-FILE INTO LISTING-LINE
               AT END
                   SET REC-EOF TO TRUE
               NOT AT END
                   IF LST-HDG-TAG = 'RUN DATE: ' AND
                       LST-HDG-DATE IS NUMERIC THEN
                           MOVE LST-HDG-DATE TO REC-DATE
                           MOVE 'N' TO REC-DATE-SW
                           IF REC-DATE > ZERO THEN
                                   MOVE REC-DATE TO DAY-WORK-DATE
                                   PERFORM J-PARA
                                   COMPUTE DAY-DIFF = DAY-NBR
                                       - BUSINESS-DAY-NBR
                                   IF DAY-DIFF = 0 OR DAY-DIFF = 1
                                       THEN
                                           SET REC-DATE-OK TO TRUE
                                   END-IF
                           END-IF
                   END-IF
                   IF REC-DATE-OK AND RCV-TAG = 'RUN ' AND
                       RCV-SEQ IS NUMERIC THEN
                           IF RCV-SEQ > ZERO THEN
                                   MOVE RCV-SEQ TO CARD-SUB
                                   IF RCV-VERDICT = 'RECONCILED CLEAN'
                                       THEN
                                           MOVE 'C' TO
                                               CRD-RECON(CARD-SUB)
                                   END-IF
                                   IF RCV-VERDICT = 'DISCREPANCIES - '
                                       THEN
                                           MOVE 'D' TO
                                               CRD-RECON(CARD-SUB)
                                   END-IF
                           END-IF
                   END-IF
           END-READ.

           H-PARA.
           READ OVERRIDE-REPORT-FILE INTO LISTING-LINE
               AT END
                   SET OVP-EOF TO TRUE
               NOT AT END
                   IF OVP-HDG-TAG =
                       'OVERRIDE USAGE REPORT - RUN DATE: ' THEN
                           MOVE 'N' TO OVP-DATE-SW
                           IF OVP-HDG-DATE IS NUMERIC THEN
                                   MOVE OVP-HDG-DATE TO OVP-DATE
                                   IF OVP-DATE = BUSINESS-DATE THEN
                                           SET OVP-DATE-OK TO TRUE
                                   END-IF
                           END-IF
                   END-IF
                   IF OVP-DATE-OK THEN
                           MOVE ZERO TO EXPIRED-TALLY
                           INSPECT LISTING-LINE TALLYING EXPIRED-TALLY
                               FOR ALL 'EXPIRED - REMOVE'
                           ADD EXPIRED-TALLY TO CNT-OVR-EXPIRED
                   END-IF
           END-READ.

      * an override still in force on the business date that expires
      * within the warning period.
           I-PARA.
           READ OVERRIDE-FILE
               AT END
                   SET OVR-EOF TO TRUE
               NOT AT END
                   IF FBOVR-EXP-DATE IS NUMERIC THEN
                           IF FBOVR-EXP-DATE >= BUSINESS-DATE AND
                               NEAR-COUNT < 70 THEN
                                   MOVE FBOVR-EXP-DATE TO DAY-WORK-DATE
                                   PERFORM J-PARA
                                   COMPUTE DAY-DIFF = DAY-NBR
                                       - BUSINESS-DAY-NBR
                                   IF DAY-DIFF <= EXPIRY-DAYS THEN
                                           PERFORM W-PARA
                                   END-IF
                           END-IF
                   END-IF
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

      * the open actions for one card, listed on the first page and
      * counted for the card's own page and the summary row.
           K-PARA.
           MOVE CARD-SUB TO CARD-SEQ.
           MOVE ZERO TO CRD-ACTIONS(CARD-SUB).
           IF CRD-SELECTED(CARD-SUB) AND NOT CRD-RAN(CARD-SUB) THEN
                   ADD 1 TO CNT-NOT-RUN
                   ADD 1 TO CRD-ACTIONS(CARD-SUB)
                   MOVE SPACES TO FBRPT-LINE
                   STRING 'CARD ' CARD-SEQ
                       '  SELECTED BUT DID NOT RUN - RESUBMIT RANGE '
                       CRD-SEL-START(CARD-SUB) ' - '
                       CRD-SEL-END(CARD-SUB)
                       DELIMITED BY SIZE INTO FBRPT-LINE
                   PERFORM R-PARA
           END-IF.
           IF CRD-RAN(CARD-SUB) THEN
                   IF CRD-COND(CARD-SUB) > HIGH-COND-CODE THEN
                           MOVE CRD-COND(CARD-SUB) TO HIGH-COND-CODE
                   END-IF
                   ADD CRD-SUSP(CARD-SUB) TO TOT-SUSP-OPEN
                   IF CRD-NORMAL-COMPLETION(CARD-SUB) AND
                       CRD-LAST(CARD-SUB) >= CRD-END(CARD-SUB) THEN
                           ADD 1 TO CNT-COMPLETE
                   ELSE
                           ADD 1 TO CRD-ACTIONS(CARD-SUB)
                           MOVE SPACES TO FBRPT-LINE
                           STRING 'CARD ' CARD-SEQ
                               '  RESTART CARD NEEDED - FLAG '
                               CRD-FLAG(CARD-SUB) '  LAST COUNTER '
                               CRD-LAST(CARD-SUB) ' OF '
                               CRD-END(CARD-SUB)
                               DELIMITED BY SIZE INTO FBRPT-LINE
                           PERFORM R-PARA
                   END-IF
                   IF CRD-OPERATOR-STOP(CARD-SUB) THEN
                           ADD 1 TO CNT-STOPPED
                   END-IF
                   IF CRD-ABNORMAL-COMPLETION(CARD-SUB) THEN
                           ADD 1 TO CNT-ABNORMAL
                   END-IF
                   EVALUATE TRUE
                       WHEN CRD-RECON-CLEAN(CARD-SUB)
                           ADD 1 TO CNT-RECON-CLEAN
                       WHEN CRD-RECON-DISCREP(CARD-SUB)
                           ADD 1 TO CNT-RECON-DISCREP
                           ADD 1 TO CRD-ACTIONS(CARD-SUB)
                           MOVE SPACES TO FBRPT-LINE
                           STRING 'CARD ' CARD-SEQ
                               '  RERUN RECONCILIATION - FBRECRPT '
                               'SHOWS DISCREPANCIES'
                               DELIMITED BY SIZE INTO FBRPT-LINE
                           PERFORM R-PARA
                       WHEN OTHER
                           ADD 1 TO CNT-RECON-MISSING
                           ADD 1 TO CRD-ACTIONS(CARD-SUB)
                           MOVE SPACES TO FBRPT-LINE
                           STRING 'CARD ' CARD-SEQ
                               '  RERUN RECONCILIATION - NOT '
                               'RECONCILED ON FBRECRPT'
                               DELIMITED BY SIZE INTO FBRPT-LINE
                           PERFORM R-PARA
                   END-EVALUATE
                   IF CRD-SUSP(CARD-SUB) > ZERO THEN
                           ADD 1 TO CRD-ACTIONS(CARD-SUB)
                           MOVE SPACES TO FBRPT-LINE
                           STRING 'CARD ' CARD-SEQ '  '
                               CRD-SUSP(CARD-SUB)
                               ' WRITES IN SUSPENSE - RUN FBSUSPRC'
                               DELIMITED BY SIZE INTO FBRPT-LINE
                           PERFORM R-PARA
                   END-IF
                   IF CAL-DATE-OK AND NOT CRD-SELECTED(CARD-SUB) THEN
                           ADD 1 TO CRD-ACTIONS(CARD-SUB)
                           MOVE SPACES TO FBRPT-LINE
                           STRING 'CARD ' CARD-SEQ
                               '  RAN BUT NOT SELECTED ON FBCALRPT - '
                               'CHECK CTLCARD'
                               DELIMITED BY SIZE INTO FBRPT-LINE
                           PERFORM R-PARA
                   END-IF
           END-IF.
           ADD CRD-ACTIONS(CARD-SUB) TO CNT-ACTIONS.

      * seconds to an elapsed HH:MM:SS.
           L-PARA.
           IF TIME-SECS > 359999 THEN
                   MOVE 359999 TO TIME-SECS
           END-IF.
           DIVIDE TIME-SECS BY 3600 GIVING TE-HH REMAINDER TIME-REM.
           DIVIDE TIME-REM BY 60 GIVING TE-MM REMAINDER TE-SS.

      * one page of verdict per control card.
           M-PARA.
           MOVE CARD-SUB TO CARD-SEQ.
           PERFORM Q-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'CONTROL CARD ' CARD-SEQ
               ' - BUSINESS DATE ' BUSINESS-DATE
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           IF CRD-SELECTED(CARD-SUB) THEN
                   MOVE CRD-SEL-START(CARD-SUB) TO RNG-START
                   MOVE CRD-SEL-END(CARD-SUB) TO RNG-END
                   STRING 'SELECTED  . . . . . . . . . : YES - '
                       'LIBRARY ENTRY ' CRD-LIB-ENTRY(CARD-SUB)
                       '  RANGE ' CRD-SEL-START(CARD-SUB) ' - '
                       CRD-SEL-END(CARD-SUB)
                       DELIMITED BY SIZE INTO FBRPT-LINE
           ELSE
                   MOVE CRD-START(CARD-SUB) TO RNG-START
                   MOVE CRD-END(CARD-SUB) TO RNG-END
                   IF CAL-DATE-OK THEN
                           STRING 'SELECTED  . . . . . . . . . : NO'
                               DELIMITED BY SIZE INTO FBRPT-LINE
                   ELSE
                           STRING 'SELECTED  . . . . . . . . . : '
                               'NOT KNOWN - NO FBCALRPT FOR THE DATE'
                               DELIMITED BY SIZE INTO FBRPT-LINE
                   END-IF
           END-IF.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           IF CRD-RAN(CARD-SUB) THEN
                   STRING 'RAN . . . . . . . . . . . . : YES AT '
                       CRD-RUN-TIME(CARD-SUB) '  RANGE '
                       CRD-START(CARD-SUB) ' - ' CRD-END(CARD-SUB)
                       DELIMITED BY SIZE INTO FBRPT-LINE
                   PERFORM R-PARA
                   MOVE SPACES TO FBRPT-LINE
                   EVALUATE TRUE
                       WHEN CRD-NORMAL-COMPLETION(CARD-SUB)
                           STRING 'COMPLETION FLAG . . . . . . : '
                               'C - NORMAL COMPLETION'
                               DELIMITED BY SIZE INTO FBRPT-LINE
                       WHEN CRD-OPERATOR-STOP(CARD-SUB)
                           STRING 'COMPLETION FLAG . . . . . . : '
                               'S - OPERATOR STOP'
                               DELIMITED BY SIZE INTO FBRPT-LINE
                       WHEN OTHER
                           STRING 'COMPLETION FLAG . . . . . . : '
                               CRD-FLAG(CARD-SUB)
                               ' - ABNORMAL COMPLETION'
                               DELIMITED BY SIZE INTO FBRPT-LINE
                   END-EVALUATE
                   PERFORM R-PARA
                   MOVE SPACES TO FBRPT-LINE
                   STRING 'CONDITION CODE  . . . . . . : '
                       CRD-COND(CARD-SUB) '  HIGH MESSAGE '
                       CRD-MSG-ID(CARD-SUB)
                       DELIMITED BY SIZE INTO FBRPT-LINE
                   PERFORM R-PARA
                   MOVE SPACES TO FBRPT-LINE
                   IF CRD-LAST(CARD-SUB) >= CRD-END(CARD-SUB) THEN
                           STRING 'LAST COUNTER  . . . . . . . : '
                               CRD-LAST(CARD-SUB) '  END RANGE '
                               CRD-END(CARD-SUB) '  RANGE COMPLETE'
                               DELIMITED BY SIZE INTO FBRPT-LINE
                   ELSE
                           STRING 'LAST COUNTER  . . . . . . . : '
                               CRD-LAST(CARD-SUB) '  END RANGE '
                               CRD-END(CARD-SUB) '  RANGE SHORT'
                               DELIMITED BY SIZE INTO FBRPT-LINE
                   END-IF
                   PERFORM R-PARA
                   MOVE SPACES TO FBRPT-LINE
                   IF CRD-AUDITED(CARD-SUB) THEN
                           MOVE CRD-AUD-ELAPSED(CARD-SUB) TO TIME-SECS
                           PERFORM L-PARA
                           STRING 'AUDIT ROW . . . . . . . . . : FLAG '
                               CRD-AUD-FLAG(CARD-SUB)
                               '  LAST COUNTER '
                               CRD-AUD-LAST(CARD-SUB)
                               '  ELAPSED ' TIME-EDIT
                               DELIMITED BY SIZE INTO FBRPT-LINE
                   ELSE
                           STRING 'AUDIT ROW . . . . . . . . . : '
                               'NONE ON FBAUDTLG'
                               DELIMITED BY SIZE INTO FBRPT-LINE
                   END-IF
                   PERFORM R-PARA
                   MOVE SPACES TO FBRPT-LINE
                   STRING 'WRITES IN SUSPENSE  . . . . : '
                       CRD-SUSP(CARD-SUB)
                       DELIMITED BY SIZE INTO FBRPT-LINE
                   PERFORM R-PARA
           ELSE
                   STRING 'RAN . . . . . . . . . . . . : NO - NO '
                       'FBSTSFIL ROW FOR THE DATE'
                       DELIMITED BY SIZE INTO FBRPT-LINE
                   PERFORM R-PARA
           END-IF.
           IF PRG-FOR-BUSINESS-DATE THEN
                   IF FBPRG-RUN-SEQ = CARD-SUB THEN
                           MOVE FBPRG-PCT-COMPLETE TO PCT-EDIT
                           MOVE SPACES TO FBRPT-LINE
                           STRING 'LAST HEARTBEAT  . . . . . . : '
                               FBPRG-HB-TIME '  LAST COUNTER '
                               FBPRG-LAST-COUNTER '  ' PCT-EDIT
                               ' PCT COMPLETE'
                               DELIMITED BY SIZE INTO FBRPT-LINE
                           PERFORM R-PARA
                   END-IF
           END-IF.
           MOVE SPACES TO FBRPT-LINE.
           EVALUATE TRUE
               WHEN CRD-RECON-CLEAN(CARD-SUB)
                   STRING 'RECONCILIATION  . . . . . . : '
                       'RECONCILED CLEAN'
                       DELIMITED BY SIZE INTO FBRPT-LINE
               WHEN CRD-RECON-DISCREP(CARD-SUB)
                   STRING 'RECONCILIATION  . . . . . . : '
                       'DISCREPANCIES - SEE FBRECRPT'
                       DELIMITED BY SIZE INTO FBRPT-LINE
               WHEN OTHER
                   STRING 'RECONCILIATION  . . . . . . : '
                       'NOT RECONCILED'
                       DELIMITED BY SIZE INTO FBRPT-LINE
           END-EVALUATE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           IF NIGHT-PROMOTED THEN
                   STRING 'FBPRIOR PROMOTION . . . . . : PROMOTED - '
                       'GENERATION ' PRIOR-GEN-DATE
                       DELIMITED BY SIZE INTO FBRPT-LINE
           ELSE
                   STRING 'FBPRIOR PROMOTION . . . . . : PENDING - '
                       'FBPRIOR HOLDS ' PRIOR-GEN-DATE
                       DELIMITED BY SIZE INTO FBRPT-LINE
           END-IF.
           PERFORM R-PARA.
           MOVE ZERO TO CARD-NEAR-CNT.
           PERFORM S-PARA VARYING NEAR-SUB FROM 1 BY 1
               UNTIL NEAR-SUB > NEAR-COUNT.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'OVERRIDES NEAR EXPIRY . . . : ' CARD-NEAR-CNT
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           PERFORM N-PARA VARYING NEAR-SUB FROM 1 BY 1
               UNTIL NEAR-SUB > NEAR-COUNT.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           IF CRD-ACTIONS(CARD-SUB) = ZERO THEN
                   STRING 'VERDICT . . . . . . . . . . : CLEAN'
                       DELIMITED BY SIZE INTO FBRPT-LINE
           ELSE
                   STRING 'VERDICT . . . . . . . . . . : '
                       CRD-ACTIONS(CARD-SUB)
                       ' OPEN ACTIONS - SEE FIRST PAGE'
                       DELIMITED BY SIZE INTO FBRPT-LINE
           END-IF.
           PERFORM R-PARA.

           N-PARA.
           IF NEAR-TYPE(NEAR-SUB) = '1' THEN
                   IF NEAR-START(NEAR-SUB) <= RNG-END AND
                       NEAR-END(NEAR-SUB) >= RNG-START THEN
                           MOVE SPACES TO FBRPT-LINE
                           STRING '    SKIP  ' NEAR-START(NEAR-SUB)
                               ' - ' NEAR-END(NEAR-SUB)
                               '  EXPIRES ' NEAR-EXP-DATE(NEAR-SUB)
                               DELIMITED BY SIZE INTO FBRPT-LINE
                           PERFORM R-PARA
                   END-IF
           ELSE
                   IF NEAR-START(NEAR-SUB) <= RNG-END AND
                       NEAR-START(NEAR-SUB) >= RNG-START THEN
                           MOVE SPACES TO FBRPT-LINE
                           STRING '    FORCE ' NEAR-START(NEAR-SUB)
                               '  CODE ' NEAR-CODE(NEAR-SUB)
                               '  EXPIRES ' NEAR-EXP-DATE(NEAR-SUB)
                               DELIMITED BY SIZE INTO FBRPT-LINE
                           PERFORM R-PARA
                   END-IF
           END-IF.

      * append the night's summary row for week-over-week tracking.
           O-PARA.
           MOVE SPACES TO FBDGHREC-RECORD.
           MOVE BUSINESS-DATE TO FBDGH-BUSINESS-DATE.
           MOVE RPT-RUN-DATE TO FBDGH-DIGEST-DATE.
           MOVE RPT-RUN-TIME TO FBDGH-DIGEST-TIME.
           MOVE CNT-SELECTED TO FBDGH-CARDS-SELECTED.
           MOVE CNT-RAN TO FBDGH-CARDS-RAN.
           MOVE CNT-COMPLETE TO FBDGH-CARDS-COMPLETE.
           MOVE CNT-STOPPED TO FBDGH-CARDS-STOPPED.
           MOVE CNT-ABNORMAL TO FBDGH-CARDS-ABNORMAL.
           MOVE CNT-NOT-RUN TO FBDGH-CARDS-NOT-RUN.
           MOVE HIGH-COND-CODE TO FBDGH-HIGH-COND-CODE.
           MOVE CNT-RECON-CLEAN TO FBDGH-RECON-CLEAN.
           MOVE CNT-RECON-DISCREP TO FBDGH-RECON-DISCREP.
           MOVE CNT-RECON-MISSING TO FBDGH-RECON-MISSING.
           IF NIGHT-PROMOTED THEN
                   SET FBDGH-PROMOTED TO TRUE
           ELSE
                   SET FBDGH-PROMOTION-PENDING TO TRUE
           END-IF.
           MOVE NEAR-COUNT TO FBDGH-OVR-NEAR-EXPIRY.
           MOVE CNT-OVR-EXPIRED TO FBDGH-OVR-EXPIRED.
           MOVE TOT-SUSP-OPEN TO FBDGH-SUSP-OPEN.
           MOVE CNT-ACTIONS TO FBDGH-OPEN-ACTIONS.
           IF CNT-ACTIONS = ZERO THEN
                   SET FBDGH-NIGHT-CLEAN TO TRUE
           ELSE
                   SET FBDGH-ACTIONS-OPEN TO TRUE
           END-IF.
           OPEN EXTEND DIGEST-HISTORY-FILE.
           IF DGH-FILE-NOT-FOUND THEN
                   OPEN OUTPUT DIGEST-HISTORY-FILE
           END-IF.
           IF DGH-FILE-FOUND THEN
                   WRITE FBDGHREC-RECORD
                   CLOSE DIGEST-HISTORY-FILE
           END-IF.
           IF NOT DGH-FILE-FOUND THEN
                   DISPLAY 'FBJ006E SUMMARY ROW NOT WRITTEN TO '
                       'FBDGSTHS - STATUS ' DGH-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
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

           S-PARA.
           IF NEAR-TYPE(NEAR-SUB) = '1' THEN
                   IF NEAR-START(NEAR-SUB) <= RNG-END AND
                       NEAR-END(NEAR-SUB) >= RNG-START THEN
                           ADD 1 TO CARD-NEAR-CNT
                   END-IF
           ELSE
                   IF NEAR-START(NEAR-SUB) <= RNG-END AND
                       NEAR-START(NEAR-SUB) >= RNG-START THEN
                           ADD 1 TO CARD-NEAR-CNT
                   END-IF
           END-IF.

      * the date each source listing was made for, so a stale or
      * missing listing is plain before its verdicts are trusted.
           T-PARA.
           MOVE SPACES TO FBRPT-LINE.
           IF NOT CAL-FILE-FOUND THEN
                   STRING 'FBCALRPT SELECTION LISTING  : MISSING'
                       DELIMITED BY SIZE INTO FBRPT-LINE
           ELSE
                   IF CAL-DATE-OK THEN
                           STRING 'FBCALRPT SELECTION LISTING  : '
                               'RUN DATE ' CAL-DATE
                               DELIMITED BY SIZE INTO FBRPT-LINE
                   ELSE
                           STRING 'FBCALRPT SELECTION LISTING  : '
                               'RUN DATE ' CAL-DATE
                               ' - NOT FOR THIS NIGHT, IGNORED'
                               DELIMITED BY SIZE INTO FBRPT-LINE
                   END-IF
           END-IF.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           IF NOT REC-FILE-FOUND THEN
                   STRING 'FBRECRPT RECONCILIATION . . : MISSING'
                       DELIMITED BY SIZE INTO FBRPT-LINE
           ELSE
                   IF REC-DATE-OK THEN
                           STRING 'FBRECRPT RECONCILIATION . . : '
                               'RUN DATE ' REC-DATE
                               DELIMITED BY SIZE INTO FBRPT-LINE
                   ELSE
                           STRING 'FBRECRPT RECONCILIATION . . : '
                               'RUN DATE ' REC-DATE
                               ' - NOT FOR THIS NIGHT, IGNORED'
                               DELIMITED BY SIZE INTO FBRPT-LINE
                   END-IF
           END-IF.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           IF NOT OVP-FILE-FOUND THEN
                   STRING 'FBOVRRPT OVERRIDE USAGE . . : MISSING'
                       DELIMITED BY SIZE INTO FBRPT-LINE
           ELSE
                   IF OVP-DATE-OK THEN
                           STRING 'FBOVRRPT OVERRIDE USAGE . . : '
                               'RUN DATE ' OVP-DATE
                               DELIMITED BY SIZE INTO FBRPT-LINE
                   ELSE
                           STRING 'FBOVRRPT OVERRIDE USAGE . . : '
                               'RUN DATE ' OVP-DATE
                               ' - NOT FOR THIS NIGHT, IGNORED'
                               DELIMITED BY SIZE INTO FBRPT-LINE
                   END-IF
           END-IF.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           IF PRG-FOR-BUSINESS-DATE THEN
                   STRING 'FBPROGRS LAST HEARTBEAT . . : CARD '
                       FBPRG-RUN-SEQ ' AT ' FBPRG-HB-TIME
                       DELIMITED BY SIZE INTO FBRPT-LINE
           ELSE
                   STRING 'FBPROGRS LAST HEARTBEAT . . : NONE FOR '
                       'THIS NIGHT'
                       DELIMITED BY SIZE INTO FBRPT-LINE
           END-IF.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           IF NOT AUDIT-FILE-FOUND THEN
                   STRING 'FBAUDTLG AUDIT LOG  . . . . : MISSING'
                       DELIMITED BY SIZE INTO FBRPT-LINE
           ELSE
                   STRING 'FBAUDTLG AUDIT LOG  . . . . : READ'
                       DELIMITED BY SIZE INTO FBRPT-LINE
           END-IF.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           IF NOT CLR-FILE-FOUND THEN
                   STRING 'FBSUSCLR SUSPENSE CLEARANCE : NONE'
                       DELIMITED BY SIZE INTO FBRPT-LINE
           ELSE
                   STRING 'FBSUSCLR SUSPENSE CLEARANCE : '
                       CNT-CLR-ROWS ' ROWS APPLIED TO THIS NIGHT'
                       DELIMITED BY SIZE INTO FBRPT-LINE
           END-IF.
           PERFORM R-PARA.

      * suspense cleared for a run of the night: a clearance row
      * stands only when it is later than the run's latest status
      * row, and then gives the entries still open and the code and
      * message the run now stands at. A clearance of an earlier run
      * under the same seq is passed over.
           P-PARA.
           READ CLEARANCE-FILE
               AT END
                   SET CLR-EOF TO TRUE
               NOT AT END
                   IF FBSCL-RUN-DATE IS NUMERIC AND
                       FBSCL-RUN-SEQ IS NUMERIC THEN
                           IF FBSCL-RUN-DATE = BUSINESS-DATE AND
                               FBSCL-RUN-SEQ > ZERO THEN
                                   PERFORM Y-PARA
                           END-IF
                   END-IF
           END-READ.

      * night totals, as carried on the summary row.
           U-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'CARDS SELECTED . . . . . . . : ' CNT-SELECTED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'CARDS RAN  . . . . . . . . . : ' CNT-RAN
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'CARDS COMPLETE . . . . . . . : ' CNT-COMPLETE
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'CARDS SELECTED NOT RUN . . . : ' CNT-NOT-RUN
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'HIGHEST CONDITION CODE . . . : ' HIGH-COND-CODE
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'RUNS RECONCILED CLEAN  . . . : ' CNT-RECON-CLEAN
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'WRITES IN SUSPENSE . . . . . : ' TOT-SUSP-OPEN
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'OVERRIDES NEAR EXPIRY  . . . : ' NEAR-COUNT
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'OPEN ACTIONS . . . . . . . . : ' CNT-ACTIONS
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.

      * keep the latest status row for the run seq; the night's
      * totals are taken once every row has been read.
           V-PARA.
           MOVE FBSTS-RUN-SEQ TO CARD-SUB.
           IF NOT CRD-RAN(CARD-SUB) THEN
                   ADD 1 TO CNT-RAN
           END-IF.
           MOVE 'Y' TO CRD-RAN-SW(CARD-SUB).
           MOVE FBSTS-RUN-TIME TO CRD-RUN-TIME(CARD-SUB).
           MOVE FBSTS-START-RANGE TO CRD-START(CARD-SUB).
           MOVE FBSTS-END-RANGE TO CRD-END(CARD-SUB).
           MOVE FBSTS-LAST-COUNTER TO CRD-LAST(CARD-SUB).
           MOVE FBSTS-COMPLETION-FLAG TO CRD-FLAG(CARD-SUB).
           MOVE FBSTS-HIGH-MSG-ID TO CRD-MSG-ID(CARD-SUB).
           MOVE FBSTS-COND-CODE TO CRD-COND(CARD-SUB).
           IF FBSTS-SUSP-OPEN IS NUMERIC THEN
                   MOVE FBSTS-SUSP-OPEN TO CRD-SUSP(CARD-SUB)
           ELSE
                   MOVE ZERO TO CRD-SUSP(CARD-SUB)
           END-IF.
           IF CARD-SUB > HIGH-SEQ THEN
                   MOVE CARD-SUB TO HIGH-SEQ
           END-IF.

           Y-PARA.
           MOVE FBSCL-RUN-SEQ TO CARD-SUB.
           IF CRD-RAN(CARD-SUB) AND
               (FBSCL-CLEAR-DATE > BUSINESS-DATE OR
               (FBSCL-CLEAR-DATE = BUSINESS-DATE AND
               FBSCL-CLEAR-TIME >= CRD-RUN-TIME(CARD-SUB))) THEN
                   ADD 1 TO CNT-CLR-ROWS
                   MOVE FBSCL-SUSP-OPEN TO CRD-SUSP(CARD-SUB)
                   MOVE FBSCL-COND-CODE TO CRD-COND(CARD-SUB)
                   MOVE FBSCL-HIGH-MSG-ID TO CRD-MSG-ID(CARD-SUB)
           END-IF.

           W-PARA.
           ADD 1 TO NEAR-COUNT.
           MOVE FBOVR-TYPE TO NEAR-TYPE(NEAR-COUNT).
           MOVE FBOVR-EXP-DATE TO NEAR-EXP-DATE(NEAR-COUNT).
           IF FBOVR-IS-SKIP THEN
                   MOVE FBOVR-SKIP-START TO NEAR-START(NEAR-COUNT)
                   MOVE FBOVR-SKIP-END TO NEAR-END(NEAR-COUNT)
                   MOVE SPACES TO NEAR-CODE(NEAR-COUNT)
           ELSE
                   MOVE FBOVR-FORCE-COUNTER TO NEAR-START(NEAR-COUNT)
                   MOVE FBOVR-FORCE-COUNTER TO NEAR-END(NEAR-COUNT)
                   MOVE FBOVR-FORCE-CODE TO NEAR-CODE(NEAR-COUNT)
           END-IF.

           X-PARA.
           MOVE SPACES TO CARD-ENTRY(CARD-SUB).
           MOVE ZERO TO CRD-LIB-ENTRY(CARD-SUB).
           MOVE ZERO TO CRD-SEL-START(CARD-SUB).
           MOVE ZERO TO CRD-SEL-END(CARD-SUB).
           MOVE ZERO TO CRD-RUN-TIME(CARD-SUB).
           MOVE ZERO TO CRD-START(CARD-SUB).
           MOVE ZERO TO CRD-END(CARD-SUB).
           MOVE ZERO TO CRD-LAST(CARD-SUB).
           MOVE ZERO TO CRD-COND(CARD-SUB).
           MOVE ZERO TO CRD-SUSP(CARD-SUB).
           MOVE ZERO TO CRD-AUD-LAST(CARD-SUB).
           MOVE ZERO TO CRD-AUD-ELAPSED(CARD-SUB).
           MOVE ZERO TO CRD-ACTIONS(CARD-SUB).
