           SELECT OVERRIDE-REPORT-FILE ASSIGN TO "FBOVRRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OVP-FILE-STATUS.
           SELECT RULE-LIBRARY-FILE ASSIGN TO "FBRULLIB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LIB-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "FBSUSPNS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD OVERRIDE-REPORT-FILE.
               01 FBOVRRPT-RECORD PIC X(132).

           FD RULE-LIBRARY-FILE.
               COPY FBRLBREC.

           FD SUSPENSE-FILE.
               COPY FBSUSREC.

       WORKING-STORAGE SECTION.
           COPY FBRULTBL.
           COPY FBGENHDR.
               88 HST-IS-AVAILABLE VALUE 'Y'.
           01 OLD-CLASS-CODE PIC X(2).
           01 OLD-CLASS-TEXT PIC X(110).
           01 OLD-RUN-DATE PIC 9(8).
           01 OLD-RUN-SEQ PIC 9(2).
           01 OLD-RULE-VERSION PIC X(8).
           01 MST-UPD-OK-SW PIC X(1).
               88 MST-UPD-OK VALUE 'Y'.
           01 PRI-FILE-STATUS PIC X(2) VALUE '00'.
           01 CNT-OVERRIDE PIC 9(8) VALUE ZERO.
           01 RULE-EOF-SW PIC X(1) VALUE 'N'.
               88 RULE-EOF VALUE 'Y'.
      * rule-set version in force for the run date, chosen from the
      * library FBRULLIB; spaces when the unversioned FBRULES file
      * had to be loaded instead.
           01 LIB-FILE-STATUS PIC X(2) VALUE '00'.
               88 LIB-FILE-FOUND VALUE '00'.
           01 LIB-EOF-SW PIC X(1) VALUE 'N'.
               88 LIB-EOF VALUE 'Y'.
           01 LIB-VERSION-SW PIC X(1) VALUE 'N'.
               88 LIB-VERSION-FOUND VALUE 'Y'.
           01 RULE-VERSION PIC X(8) VALUE SPACES.
           01 RULE-VERSION-EFF PIC 9(8) VALUE ZERO.
           01 LIB-EXPECT-CNT PIC 9(3) VALUE ZERO.
           01 LIB-ENTRY-CNT PIC 9(3) VALUE ZERO.
           01 RULE-SUB PIC 9(2).
           01 HIT-COUNT PIC 9(2).
           01 HIT-LIST PIC 9(2) OCCURS 10 TIMES.
           01 CNT-PLAIN PIC 9(8) VALUE ZERO.
           01 CNT-TOTAL PIC 9(8) VALUE ZERO.
           01 RESTART-CTR PIC 9(8).
           01 RUN-START PIC 9(8) VALUE ZERO.
           01 CHKPT-INTERVAL PIC 9(8) VALUE 1000.
           01 CHKPT-DIV PIC 9(8).
           01 CHKPT-REM PIC 9(8).
           01 PRG-FILE-STATUS PIC X(2) VALUE '00'.
      * TIME is returned as HHMMSS plus hundredths; the whole eight
      * digits are taken so the hour is not lost off the left.
           01 HB-TIME-WORK.
               05 HB-TIME-HH PIC 9(2).
               05 HB-TIME-MM PIC 9(2).
               05 HB-TIME-SS PIC 9(2).
               05 HB-TIME-CC PIC 9(2).
           01 HB-TIME-NUM REDEFINES HB-TIME-WORK PIC 9(8).
           01 HB-TIME-PARTS REDEFINES HB-TIME-WORK.
               05 HB-TIME-HHMMSS PIC 9(6).
               05 FILLER PIC 9(2).
           01 HB-CURR-SECS PIC 9(8).
           01 HB-PREV-SECS PIC 9(8).
           01 HB-ELAPSED-SECS PIC S9(8).
           01 HB-SECS-LEFT PIC 9(8).
           01 HB-FINISH-SECS PIC 9(8).
           01 HB-WORK PIC 9(8).
      * when this card started classifying, for the elapsed time on
      * its audit row.
           01 CARD-START-SECS PIC 9(8) VALUE ZERO.
           01 CARD-ELAPSED-SECS PIC S9(8) VALUE ZERO.
      * a write that fails is put in suspense with the record it
      * was meant to write; the run's count of them drives FBU977E.
           01 SUS-FILE-STATUS PIC X(2) VALUE '00'.
               88 SUS-FILE-NOT-FOUND VALUE '05' '35'.
           01 SUS-TARGET-FILE PIC X(8).
           01 SUS-WRITE-STATUS PIC X(2).
           01 SUS-RECORD-IMAGE PIC X(269).
           01 RUN-SUSP-CNT PIC 9(8) VALUE ZERO.
           01 SUS-OPEN-SW PIC X(1) VALUE 'N'.
               88 SUS-FILE-IS-OPEN VALUE 'Y'.
           01 RPT-LINE-CNT PIC 9(4) VALUE ZERO.
           01 RPT-PAGE-CNT PIC 9(4) VALUE ZERO.
           01 RPT-LINES-PER-PAGE PIC 9(4) VALUE 50.
                   MOVE BATCH-SEVERITY TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM BD-PARA.
           OPEN I-O MASTER-FILE.
           IF MST-FILE-NOT-FOUND THEN
                   OPEN OUTPUT MASTER-FILE
                   MOVE 4 TO MSG-SEV
                   MOVE 'FBU957E' TO MSG-ID
                   PERFORM AB-PARA
                   MOVE 'FBEXTFIL' TO SUS-TARGET-FILE
                   MOVE EXT-FILE-STATUS TO SUS-WRITE-STATUS
                   MOVE FBEXTRCT-RECORD TO SUS-RECORD-IMAGE
                   PERFORM BB-PARA
           ELSE
                   ADD 1 TO EXT-RECS-WRITTEN
           END-IF.
           MOVE 2 TO FBCOMBO-RULE-2(1).
           MOVE 'FIZZBUZZ' TO FBCOMBO-LABEL(1).
           MOVE 'FB' TO FBCOMBO-CODE(1).
           MOVE SPACES TO RULE-VERSION.
           PERFORM AX-PARA.
           IF LIB-VERSION-FOUND THEN
                   MOVE 'N' TO LIB-EOF-SW
                   OPEN INPUT RULE-LIBRARY-FILE
                   PERFORM BA-PARA UNTIL LIB-EOF
                   CLOSE RULE-LIBRARY-FILE
                   DISPLAY 'FBU975I RULE-SET VERSION ' RULE-VERSION
                       ' EFFECTIVE ' RULE-VERSION-EFF ' LOADED'
           ELSE
                   OPEN INPUT RULE-FILE
                   IF RULE-FILE-FOUND THEN
                           PERFORM K-PARA UNTIL RULE-EOF
                           CLOSE RULE-FILE
                   END-IF
           END-IF.

           K-PARA.
               AT END
                   SET RULE-EOF TO TRUE
               NOT AT END
                   PERFORM AZ-PARA
           END-READ.

           L-PARA.
           MOVE LAST-COUNTER-DONE TO FBAUD-LAST-COUNTER.
           MOVE CNT-SKIPPED TO FBAUD-CNT-SKIPPED.
           MOVE CNT-OVERRIDE TO FBAUD-CNT-OVERRIDE.
           MOVE RULE-VERSION TO FBAUD-RULE-VERSION.
           MOVE RUN-START TO FBAUD-RUN-START.
           MOVE ZERO TO FBAUD-ELAPSED-SECS.
           IF RUN-START > ZERO THEN
                   ACCEPT HB-TIME-NUM FROM TIME
                   COMPUTE CARD-ELAPSED-SECS = HB-TIME-HH * 3600
                       + HB-TIME-MM * 60 + HB-TIME-SS
                       - CARD-START-SECS
                   IF CARD-ELAPSED-SECS < ZERO THEN
                           ADD 86400 TO CARD-ELAPSED-SECS
                   END-IF
                   MOVE CARD-ELAPSED-SECS TO FBAUD-ELAPSED-SECS
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-NOT-FOUND THEN
                   OPEN OUTPUT AUDIT-FILE
           WRITE FBAUDIT-RECORD.
           CLOSE AUDIT-FILE.
           PERFORM AJ-PARA.
           IF RUN-SUSP-CNT > ZERO THEN
                   DISPLAY 'FBU977E ' RUN-SUSP-CNT ' WRITES IN '
                       'SUSPENSE FOR RUN ' RUN-SEQ
                       ' - WAREHOUSE RELEASE HELD'
                   MOVE 12 TO MSG-SEV
                   MOVE 'FBU977E' TO MSG-ID
                   PERFORM AB-PARA
           END-IF.
           MOVE RPT-RUN-DATE TO FBSTS-RUN-DATE.
           MOVE RPT-RUN-TIME TO FBSTS-RUN-TIME.
           MOVE RUN-SEQ TO FBSTS-RUN-SEQ.
           MOVE RPT-RECS-WRITTEN TO FBSTS-RPT-RECS.
           MOVE EXT-RECS-WRITTEN TO FBSTS-EXT-RECS.
           MOVE DLT-CHANGE-CNT TO FBSTS-DLT-RECS.
           MOVE RULE-VERSION TO FBSTS-RULE-VERSION.
           MOVE RUN-SUSP-CNT TO FBSTS-SUSP-OPEN.
           OPEN EXTEND RUN-STATUS-FILE.
           IF STS-FILE-NOT-FOUND THEN
                   OPEN OUTPUT RUN-STATUS-FILE
           T-PARA.
           ADD 1 TO RUN-SEQ.
           MOVE ZERO TO LAST-COUNTER-DONE.
           MOVE ZERO TO RUN-START.
           MOVE ZERO TO RUN-SUSP-CNT.
           MOVE ZERO TO RUN-SEVERITY.
           MOVE SPACES TO RUN-HIGH-MSG.
           MOVE ZERO TO OUT-RECS-WRITTEN.
           MOVE ZERO TO RPT-RECS-WRITTEN.
           MOVE ZERO TO EXT-RECS-WRITTEN.
           MOVE ZERO TO DLT-CHANGE-CNT.
           MOVE SPACES TO RULE-VERSION.
           IF MST-NOT-AVAILABLE THEN
                   MOVE 4 TO MSG-SEV
                   MOVE 'FBU960W' TO MSG-ID
           ACCEPT HB-TIME-NUM FROM TIME.
           COMPUTE HB-PREV-SECS = HB-TIME-HH * 3600
               + HB-TIME-MM * 60 + HB-TIME-SS.
           MOVE HB-PREV-SECS TO CARD-START-SECS.
           COMPUTE HB-PREV-COUNTER = RUN-START - 1.
           PERFORM B-PARA VARYING COUNTER FROM RUN-START BY 1
               UNTIL COUNTER > END-RANGE OR OPERATOR-STOP.
               INVALID KEY
                   MOVE SPACES TO OLD-CLASS-CODE
                   MOVE SPACES TO OLD-CLASS-TEXT
                   MOVE ZERO TO OLD-RUN-DATE
                   MOVE ZERO TO OLD-RUN-SEQ
                   MOVE SPACES TO OLD-RULE-VERSION
                   MOVE FBOUT-COUNTER-NBR TO FBMST-COUNTER-NBR
                   MOVE FBOUT-CLASS-CODE TO FBMST-CLASS-CODE
                   MOVE FBOUT-CLASS-TEXT TO FBMST-CLASS-TEXT
                   MOVE RPT-RUN-DATE TO FBMST-RUN-DATE
                   MOVE RUN-SEQ TO FBMST-RUN-SEQ
                   MOVE RULE-VERSION TO FBMST-RULE-VERSION
                   WRITE FBMSTREC-RECORD
                       INVALID KEY
                           MOVE 'N' TO MST-UPD-OK-SW
                           MOVE 4 TO MSG-SEV
                           MOVE 'FBU959E' TO MSG-ID
                           PERFORM AB-PARA
                           PERFORM BC-PARA
                   END-WRITE
               NOT INVALID KEY
                   MOVE FBMST-CLASS-CODE TO OLD-CLASS-CODE
                   MOVE FBMST-CLASS-TEXT TO OLD-CLASS-TEXT
                   MOVE FBMST-RUN-DATE TO OLD-RUN-DATE
                   MOVE FBMST-RUN-SEQ TO OLD-RUN-SEQ
                   MOVE FBMST-RULE-VERSION TO OLD-RULE-VERSION
                   MOVE FBOUT-CLASS-CODE TO FBMST-CLASS-CODE
                   MOVE FBOUT-CLASS-TEXT TO FBMST-CLASS-TEXT
                   MOVE RPT-RUN-DATE TO FBMST-RUN-DATE
                   MOVE RUN-SEQ TO FBMST-RUN-SEQ
                   MOVE RULE-VERSION TO FBMST-RULE-VERSION
                   REWRITE FBMSTREC-RECORD
                       INVALID KEY
                           MOVE 'N' TO MST-UPD-OK-SW
                           MOVE 4 TO MSG-SEV
                           MOVE 'FBU959E' TO MSG-ID
                           PERFORM AB-PARA
                           PERFORM BC-PARA
                   END-REWRITE
           END-READ.
           IF MST-UPD-OK AND HST-IS-AVAILABLE THEN
                   MOVE 4 TO MSG-SEV
                   MOVE 'FBU962E' TO MSG-ID
                   PERFORM AB-PARA
                   MOVE 'FBDELTA' TO SUS-TARGET-FILE
                   MOVE DLT-FILE-STATUS TO SUS-WRITE-STATUS
                   MOVE FBDLTREC-RECORD TO SUS-RECORD-IMAGE
                   PERFORM BB-PARA
           ELSE
      * the trailer balances the lines actually on FBDELTA; a line in
      * suspense goes out later on FBSUSPRC's resend feed instead.
                   ADD 1 TO DLT-CHANGE-CNT
           END-IF.

           Z-PARA.
           MOVE SPACES TO FBDLT-LINE.
           MOVE FBOUT-CLASS-TEXT TO FBHST-NEW-CLASS-TEXT.
           MOVE RPT-RUN-DATE TO FBHST-RUN-DATE.
           MOVE RUN-SEQ TO FBHST-RUN-SEQ.
           MOVE RULE-VERSION TO FBHST-RULE-VERSION.
           MOVE OLD-RUN-DATE TO FBHST-OLD-RUN-DATE.
           MOVE OLD-RUN-SEQ TO FBHST-OLD-RUN-SEQ.
           MOVE OLD-RULE-VERSION TO FBHST-OLD-RULE-VERSION.
           SET FBHST-IS-RUN-ROW TO TRUE.
           WRITE FBHSTREC-RECORD.
           IF HST-FILE-STATUS NOT = '00' THEN
                   DISPLAY 'FBU968E HISTORY RECORD WRITE FAILED - '
                   MOVE 4 TO MSG-SEV
                   MOVE 'FBU968E' TO MSG-ID
                   PERFORM AB-PARA
                   MOVE 'FBHSTFIL' TO SUS-TARGET-FILE
                   MOVE HST-FILE-STATUS TO SUS-WRITE-STATUS
                   MOVE FBHSTREC-RECORD TO SUS-RECORD-IMAGE
                   PERFORM BB-PARA
           END-IF.

      * heartbeat written with every checkpoint and once more at
               - HB-PREV-COUNTER.
           MOVE RUN-SEQ TO FBPRG-RUN-SEQ.
           MOVE RPT-RUN-DATE TO FBPRG-RUN-DATE.
           MOVE HB-TIME-HHMMSS TO FBPRG-HB-TIME.
           MOVE START-RANGE TO FBPRG-START-RANGE.
           MOVE END-RANGE TO FBPRG-END-RANGE.
           MOVE LAST-COUNTER-DONE TO FBPRG-LAST-COUNTER.
                       REMAINDER HB-WORK
                   DIVIDE HB-WORK BY 60 GIVING HB-TIME-MM
                       REMAINDER HB-TIME-SS
                   MOVE HB-TIME-HHMMSS TO FBPRG-PROJ-FINISH
           ELSE
                   MOVE ZERO TO FBPRG-PROJ-FINISH
           END-IF.
           END-IF.
           MOVE ZERO TO FORCE-TBL-FIRED-CNT(FORCE-COUNT).
           MOVE ZERO TO FORCE-TBL-LAST-FIRED(FORCE-COUNT).

      * choose the rule-set version in force for the run date: the
      * library header with the latest effective date on or before
      * it. With no library, or nothing yet in force, the run falls
      * back to the unversioned FBRULES file and says so.
           AX-PARA.
           MOVE 'N' TO LIB-VERSION-SW.
           MOVE 'N' TO LIB-EOF-SW.
           MOVE ZERO TO RULE-VERSION-EFF.
           MOVE ZERO TO LIB-EXPECT-CNT.
           OPEN INPUT RULE-LIBRARY-FILE.
           IF LIB-FILE-FOUND THEN
                   PERFORM AY-PARA UNTIL LIB-EOF
                   CLOSE RULE-LIBRARY-FILE
                   IF NOT LIB-VERSION-FOUND THEN
                           DISPLAY 'FBU974W NO RULE-SET VERSION IN '
                               'FORCE FOR ' RPT-RUN-DATE
                               ' - UNVERSIONED FBRULES LOADED'
                           MOVE 4 TO MSG-SEV
                           MOVE 'FBU974W' TO MSG-ID
                           PERFORM AB-PARA
                   END-IF
           ELSE
                   DISPLAY 'FBU973W NO RULE-SET LIBRARY - '
                       'UNVERSIONED FBRULES LOADED'
                   MOVE 4 TO MSG-SEV
                   MOVE 'FBU973W' TO MSG-ID
                   PERFORM AB-PARA
           END-IF.

           AY-PARA.
           READ RULE-LIBRARY-FILE
               AT END
                   SET LIB-EOF TO TRUE
               NOT AT END
                   IF FBRLB-IS-HEADER AND
                       FBRLB-EFF-DATE <= RPT-RUN-DATE AND
                       FBRLB-EFF-DATE >= RULE-VERSION-EFF THEN
                           SET LIB-VERSION-FOUND TO TRUE
                           MOVE FBRLB-VERSION-ID TO RULE-VERSION
                           MOVE FBRLB-EFF-DATE TO RULE-VERSION-EFF
                           MOVE FBRLB-ENTRY-CNT TO LIB-EXPECT-CNT
                   END-IF
           END-READ.

      * one rule or combination entry, from FBRULES or from the
      * library version in force, added to the rule tables.
           AZ-PARA.
           IF FBRULREC-IS-RULE THEN
                   IF FBRULREC-RULE-DIVISOR = ZERO THEN
                           DISPLAY 'FBU956E ZERO DIVISOR IN '
                               'RULE-FILE - ENTRY IGNORED'
                           MOVE 4 TO MSG-SEV
                           MOVE 'FBU956E' TO MSG-ID
                           PERFORM AB-PARA
                   ELSE
                           IF FBRULE-COUNT >= 10 THEN
                                   DISPLAY 'FBU953E RULE TABLE '
                                       'FULL - ENTRY IGNORED'
                                   MOVE 4 TO MSG-SEV
                                   MOVE 'FBU953E' TO MSG-ID
                                   PERFORM AB-PARA
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
                                   DISPLAY 'FBU954E COMBO'
                                       ' TABLE FULL - IGNORED'
                                   MOVE 4 TO MSG-SEV
                                   MOVE 'FBU954E' TO MSG-ID
                                   PERFORM AB-PARA
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
                   ELSE
                           DISPLAY 'FBU958E INVALID RULE-FILE '
                               'RECORD TYPE - ENTRY IGNORED'
                           MOVE 4 TO MSG-SEV
                           MOVE 'FBU958E' TO MSG-ID
                           PERFORM AB-PARA
                   END-IF
           END-IF.

           BA-PARA.
           READ RULE-LIBRARY-FILE
               AT END
                   SET LIB-EOF TO TRUE
               NOT AT END
                   IF FBRLB-IS-ENTRY AND
                       FBRLB-VERSION-ID = RULE-VERSION THEN
                           MOVE FBRLB-RULE-IMAGE TO FBRULREC-RECORD
                           PERFORM AZ-PARA
                   END-IF
           END-READ.

      * one failed write into suspense. The file is opened and closed
      * round each entry so that whatever is captured survives an
      * abend later in the run.
           BB-PARA.
           MOVE FBOUT-COUNTER-NBR TO FBSUS-COUNTER-NBR.
           MOVE RPT-RUN-DATE TO FBSUS-RUN-DATE.
           MOVE RUN-SEQ TO FBSUS-RUN-SEQ.
           MOVE SUS-TARGET-FILE TO FBSUS-TARGET-FILE.
           MOVE SUS-WRITE-STATUS TO FBSUS-FILE-STATUS.
           SET FBSUS-IS-OPEN TO TRUE.
           MOVE ZERO TO FBSUS-CLEARED-DATE.
           MOVE SUS-RECORD-IMAGE TO FBSUS-RECORD-IMAGE.
           OPEN EXTEND SUSPENSE-FILE.
           IF SUS-FILE-NOT-FOUND THEN
                   OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           MOVE 'N' TO SUS-OPEN-SW.
           IF SUS-FILE-STATUS = '00' THEN
                   SET SUS-FILE-IS-OPEN TO TRUE
                   WRITE FBSUSREC-RECORD
           END-IF.
           IF SUS-FILE-STATUS = '00' THEN
                   ADD 1 TO RUN-SUSP-CNT
           ELSE
                   DISPLAY 'FBU978E SUSPENSE WRITE FAILED - STATUS '
                       SUS-FILE-STATUS ' - ' SUS-TARGET-FILE
                       ' COUNTER ' FBOUT-COUNTER-NBR ' NOT TRACKED'
                   MOVE 16 TO MSG-SEV
                   MOVE 'FBU978E' TO MSG-ID
                   PERFORM AB-PARA
           END-IF.
           IF SUS-FILE-IS-OPEN THEN
                   CLOSE SUSPENSE-FILE
           END-IF.

      * the master row as the run meant to leave it; the history row
      * that would have gone with it is built when it is reapplied.
           BC-PARA.
           MOVE 'FBMASTER' TO SUS-TARGET-FILE.
           MOVE MST-FILE-STATUS TO SUS-WRITE-STATUS.
           MOVE FBMSTREC-RECORD TO SUS-RECORD-IMAGE.
           PERFORM BB-PARA.

      * the version in force depends only on the run date, so it is
      * proven complete once, before any output is opened. A version
      * short of the entries its header promises is not the certified
      * rule set, so no card is classified under its stamp. Whether a
      * version is in force at all is reported card by card in J-PARA.
           BD-PARA.
           MOVE 'N' TO LIB-VERSION-SW.
           MOVE 'N' TO LIB-EOF-SW.
           MOVE ZERO TO RULE-VERSION-EFF.
           MOVE ZERO TO LIB-EXPECT-CNT.
           MOVE ZERO TO LIB-ENTRY-CNT.
           OPEN INPUT RULE-LIBRARY-FILE.
           IF LIB-FILE-FOUND THEN
                   PERFORM AY-PARA UNTIL LIB-EOF
                   CLOSE RULE-LIBRARY-FILE
           END-IF.
           IF LIB-VERSION-FOUND THEN
                   MOVE 'N' TO LIB-EOF-SW
                   OPEN INPUT RULE-LIBRARY-FILE
                   PERFORM BE-PARA UNTIL LIB-EOF
                   CLOSE RULE-LIBRARY-FILE
                   IF LIB-ENTRY-CNT NOT = LIB-EXPECT-CNT THEN
                           DISPLAY 'FBU976E RULE-SET VERSION '
                               RULE-VERSION ' INCOMPLETE - '
                               LIB-ENTRY-CNT ' OF ' LIB-EXPECT-CNT
                               ' ENTRIES FOUND - RUN ABORTED'
                           CLOSE CTL-CARD-FILE
                           MOVE ZERO TO START-RANGE
                           MOVE ZERO TO END-RANGE
                           MOVE ZERO TO DIVISOR-A
                           MOVE ZERO TO DIVISOR-B
                           MOVE ZERO TO RUN-START
                           MOVE 16 TO MSG-SEV
                           MOVE 'FBU976E' TO MSG-ID
                           PERFORM AB-PARA
                           SET FBAUD-ABNORMAL-COMPLETION TO TRUE
                           PERFORM S-PARA
                           MOVE BATCH-SEVERITY TO RETURN-CODE
                           STOP RUN
                   END-IF
           END-IF.

           BE-PARA.
           READ RULE-LIBRARY-FILE
               AT END
                   SET LIB-EOF TO TRUE
               NOT AT END
                   IF FBRLB-IS-ENTRY AND
                       FBRLB-VERSION-ID = RULE-VERSION THEN
                           ADD 1 TO LIB-ENTRY-CNT
                   END-IF
           END-READ.
