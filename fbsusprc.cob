       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBSusPrc.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "FBSUSPNS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUS-FILE-STATUS.
           SELECT SUSPENSE-NEW-FILE ASSIGN TO "FBSUSNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SNW-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "FBMASTER"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FBMST-COUNTER-NBR
               FILE STATUS IS MST-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "FBHSTFIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HST-FILE-STATUS.
      * reapplied extract and delta lines go out on resend feeds of
      * their own; the night's FBEXTFIL and FBDELTA are already closed
      * by their trailers and are not added to.
           SELECT EXTRACT-RESEND-FILE ASSIGN TO "FBEXTRSD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXT-FILE-STATUS.
           SELECT DELTA-RESEND-FILE ASSIGN TO "FBDLTRSD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DLT-FILE-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "FBSTSFIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STS-FILE-STATUS.
           SELECT CLEARANCE-FILE ASSIGN TO "FBSUSCLR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLR-FILE-STATUS.
           SELECT SUSPENSE-REPORT-FILE ASSIGN TO "FBSUSRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD SUSPENSE-FILE.
               COPY FBSUSREC.

           FD SUSPENSE-NEW-FILE.
               01 FBSUSNEW-RECORD PIC X(306).

           FD MASTER-FILE.
               COPY FBMSTREC.

           FD HISTORY-FILE.
               COPY FBHSTREC.

           FD EXTRACT-RESEND-FILE.
               COPY FBEXTRCT.

           FD DELTA-RESEND-FILE.
               COPY FBDLTREC.

           FD RUN-STATUS-FILE.
               COPY FBRUNSTS.

           FD CLEARANCE-FILE.
               COPY FBSCLREC.

           FD SUSPENSE-REPORT-FILE.
               COPY FBRPTLIN.

       WORKING-STORAGE SECTION.
           01 SUS-FILE-STATUS PIC X(2) VALUE '00'.
               88 SUS-FILE-FOUND VALUE '00'.
           01 SNW-FILE-STATUS PIC X(2) VALUE '00'.
               88 SNW-FILE-FOUND VALUE '00'.
           01 MST-FILE-STATUS PIC X(2) VALUE '00'.
           01 HST-FILE-STATUS PIC X(2) VALUE '00'.
           01 EXT-FILE-STATUS PIC X(2) VALUE '00'.
           01 DLT-FILE-STATUS PIC X(2) VALUE '00'.
           01 STS-FILE-STATUS PIC X(2) VALUE '00'.
               88 STS-FILE-FOUND VALUE '00'.
           01 CLR-FILE-STATUS PIC X(2) VALUE '00'.
               88 CLR-FILE-FOUND VALUE '00'.
               88 CLR-FILE-NOT-FOUND VALUE '05' '35'.
           01 RPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 SUS-EOF-SW PIC X(1) VALUE 'N'.
               88 SUS-EOF VALUE 'Y'.
           01 SNW-EOF-SW PIC X(1) VALUE 'N'.
               88 SNW-EOF VALUE 'Y'.
           01 STS-EOF-SW PIC X(1) VALUE 'N'.
               88 STS-EOF VALUE 'Y'.
           01 MST-OPEN-SW PIC X(1) VALUE 'N'.
               88 MST-IS-OPEN VALUE 'Y'.
           01 HST-OPEN-SW PIC X(1) VALUE 'N'.
               88 HST-IS-OPEN VALUE 'Y'.
           01 EXT-OPEN-SW PIC X(1) VALUE 'N'.
               88 EXT-IS-OPEN VALUE 'Y'.
           01 DLT-OPEN-SW PIC X(1) VALUE 'N'.
               88 DLT-IS-OPEN VALUE 'Y'.
           01 APPLY-OK-SW PIC X(1).
               88 APPLY-OK VALUE 'Y'.
           01 APPLY-STATUS PIC X(2).
      * one entry per run, by run date and seq, that has suspense
      * entries still open, holding that run's status row, so a run
      * whose entries are cleared can be given a clearance row with
      * its condition code brought up to date and the lines resent
      * for it. A seq is reused every night, so the date is part of
      * the key.
           01 STS-TABLE.
               05 STS-COUNT PIC 9(3) VALUE ZERO.
               05 STS-ENTRY OCCURS 200 TIMES.
                   10 STS-ROW-SW PIC X(1) VALUE 'N'.
                       88 STS-ROW-FOUND VALUE 'Y'.
                   10 STS-TOUCHED-SW PIC X(1) VALUE 'N'.
                       88 STS-TOUCHED VALUE 'Y'.
                   10 STS-TBL-ROW PIC X(98).
                   10 STS-TBL-RUN-DATE PIC 9(8) VALUE ZERO.
                   10 STS-TBL-RUN-SEQ PIC 9(2) VALUE ZERO.
                   10 STS-TBL-EXT-ADDED PIC 9(8) VALUE ZERO.
                   10 STS-TBL-DLT-ADDED PIC 9(8) VALUE ZERO.
                   10 STS-TBL-OPEN-LEFT PIC 9(8) VALUE ZERO.
           01 SEQ-SUB PIC 9(3).
           01 STS-MATCH-SUB PIC 9(3) VALUE ZERO.
           01 LOOKUP-DATE PIC 9(8).
           01 LOOKUP-SEQ PIC 9(2).
           01 SEQ-MATCH-SW PIC X(1).
               88 SEQ-MATCHES-STATUS VALUE 'Y'.
      * the master row as it stood before the entry is reapplied, for
      * the supersede test and for the history row that goes with it.
           01 OLD-FOUND-SW PIC X(1).
               88 OLD-ROW-FOUND VALUE 'Y'.
           01 OLD-CLASS-CODE PIC X(2).
           01 OLD-CLASS-TEXT PIC X(110).
           01 OLD-RUN-DATE PIC 9(8).
           01 OLD-RUN-SEQ PIC 9(2).
           01 OLD-RULE-VERSION PIC X(8).
           01 OUTCOME-TEXT PIC X(30).
      * the run whose lines are going out on each resend feed, and
      * how many have gone for it; the run's trailer is written when
      * the next run's first line comes, or when the feed is closed.
           01 EXR-RUN-DATE PIC 9(8) VALUE ZERO.
           01 EXR-RUN-SEQ PIC 9(2) VALUE ZERO.
           01 EXR-LINE-CNT PIC 9(8) VALUE ZERO.
           01 DLR-RUN-DATE PIC 9(8) VALUE ZERO.
           01 DLR-RUN-SEQ PIC 9(2) VALUE ZERO.
           01 DLR-LINE-CNT PIC 9(8) VALUE ZERO.
           01 NEW-SUSP-SW PIC X(1).
               88 NEW-SUSP-WANTED VALUE 'Y'.
           01 NEW-SUSP-IMAGE PIC X(269).
           01 NEW-SUSP-STATUS PIC X(2).
           01 CNT-READ PIC 9(8) VALUE ZERO.
           01 CNT-PRIOR-CLEARED PIC 9(8) VALUE ZERO.
           01 CNT-ATTEMPTED PIC 9(8) VALUE ZERO.
           01 CNT-REAPPLIED PIC 9(8) VALUE ZERO.
           01 CNT-SUPERSEDED PIC 9(8) VALUE ZERO.
           01 CNT-STILL-OPEN PIC 9(8) VALUE ZERO.
           01 CNT-NEW-SUSP PIC 9(8) VALUE ZERO.
           01 CNT-OUTSTANDING PIC 9(8) VALUE ZERO.
           01 CNT-EXT-RESENT PIC 9(8) VALUE ZERO.
           01 CNT-DLT-RESENT PIC 9(8) VALUE ZERO.
           01 CNT-CLR-WRITTEN PIC 9(8) VALUE ZERO.
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
               VALUE 'FIZZBUZZ SUSPENSE REPROCESSING REPORT'.
           01 SUS-DETAIL-LINE.
               05 FILLER PIC X(9) VALUE 'COUNTER: '.
               05 SUS-DTL-COUNTER PIC Z(7)9.
               05 FILLER PIC X(7) VALUE '  RUN: '.
               05 SUS-DTL-RUN-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE '/'.
               05 SUS-DTL-RUN-SEQ PIC 9(2).
               05 FILLER PIC X(10) VALUE '  TARGET: '.
               05 SUS-DTL-TARGET PIC X(8).
               05 FILLER PIC X(10) VALUE '  STATUS: '.
               05 SUS-DTL-STATUS PIC X(2).
               05 FILLER PIC X(2) VALUE SPACES.
               05 SUS-DTL-OUTCOME PIC X(30).

       PROCEDURE DIVISION.
           A-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RPT-RUN-TIME FROM TIME.
           OPEN INPUT SUSPENSE-FILE.
           IF NOT SUS-FILE-FOUND THEN
                   DISPLAY 'FBY900I NO SUSPENSE FILE - NOTHING TO '
                       'REPROCESS'
                   STOP RUN
           END-IF.
      * the runs with entries still open are gathered first, so
      * only their status rows need be held from FBSTSFIL.
           PERFORM C-PARA.
           PERFORM S-PARA UNTIL SUS-EOF.
           CLOSE SUSPENSE-FILE.
           MOVE 'N' TO SUS-EOF-SW.
           OPEN INPUT SUSPENSE-FILE.
           OPEN INPUT RUN-STATUS-FILE.
           IF STS-FILE-FOUND THEN
                   PERFORM B-PARA UNTIL STS-EOF
                   CLOSE RUN-STATUS-FILE
           ELSE
                   DISPLAY 'FBY001W NO RUN STATUS FILE - NO '
                       'CLEARANCE ROWS WRITTEN'
           END-IF.
           OPEN I-O MASTER-FILE.
           IF MST-FILE-STATUS = '00' THEN
                   SET MST-IS-OPEN TO TRUE
           ELSE
                   DISPLAY 'FBY002W MASTER FILE UNAVAILABLE - STATUS '
                       MST-FILE-STATUS ' - MASTER ENTRIES LEFT OPEN'
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF HST-FILE-STATUS = '00' THEN
                   SET HST-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT EXTRACT-RESEND-FILE.
           IF EXT-FILE-STATUS = '00' THEN
                   SET EXT-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT DELTA-RESEND-FILE.
           IF DLT-FILE-STATUS = '00' THEN
                   SET DLT-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT SUSPENSE-NEW-FILE.
           OPEN OUTPUT SUSPENSE-REPORT-FILE.
           PERFORM Q-PARA.
           MOVE 'ENTRIES REAPPLIED THIS RUN' TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           PERFORM C-PARA.
           PERFORM D-PARA UNTIL SUS-EOF.
           CLOSE SUSPENSE-FILE.
           CLOSE SUSPENSE-NEW-FILE.
           IF MST-IS-OPEN THEN
                   CLOSE MASTER-FILE
           END-IF.
           IF HST-IS-OPEN THEN
                   CLOSE HISTORY-FILE
           END-IF.
           IF EXT-IS-OPEN THEN
                   IF EXR-LINE-CNT > ZERO THEN
                           PERFORM O-PARA
                   END-IF
                   CLOSE EXTRACT-RESEND-FILE
           END-IF.
           IF DLT-IS-OPEN THEN
                   IF DLR-LINE-CNT > ZERO THEN
                           PERFORM V-PARA
                   END-IF
                   CLOSE DELTA-RESEND-FILE
           END-IF.
           IF STS-FILE-FOUND THEN
                   OPEN EXTEND CLEARANCE-FILE
                   IF CLR-FILE-NOT-FOUND THEN
                           OPEN OUTPUT CLEARANCE-FILE
                   END-IF
                   IF CLR-FILE-FOUND THEN
                           PERFORM K-PARA VARYING SEQ-SUB FROM 1 BY 1
                               UNTIL SEQ-SUB > STS-COUNT
                           CLOSE CLEARANCE-FILE
                   ELSE
                           DISPLAY 'FBY011E SUSPENSE CLEARANCE FILE '
                               'NOT OPENED - STATUS ' CLR-FILE-STATUS
                               ' - NO CLEARANCE ROWS WRITTEN'
                           MOVE 8 TO RETURN-CODE
                   END-IF
           END-IF.
      * what is still outstanding is listed from the new suspense
      * file, so it includes any history row opened by this run.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE 'ENTRIES STILL OUTSTANDING' TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           OPEN INPUT SUSPENSE-NEW-FILE.
           IF SNW-FILE-FOUND THEN
                   PERFORM J-PARA
                   PERFORM N-PARA UNTIL SNW-EOF
                   CLOSE SUSPENSE-NEW-FILE
           END-IF.
           MOVE SPACES TO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'SUSPENSE ENTRIES READ . . . . : ' CNT-READ
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'CLEARED ON EARLIER RUNS. . . : ' CNT-PRIOR-CLEARED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'OPEN ENTRIES ATTEMPTED . . . : ' CNT-ATTEMPTED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'REAPPLIED AND CLEARED. . . . : ' CNT-REAPPLIED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'SUPERSEDED BY A LATER RUN. . : ' CNT-SUPERSEDED
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'LEFT OPEN. . . . . . . . . . : ' CNT-STILL-OPEN
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'NEW HISTORY ENTRIES OPENED . : ' CNT-NEW-SUSP
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'STILL OUTSTANDING. . . . . . : ' CNT-OUTSTANDING
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'EXTRACT LINES RESENT . . . . : ' CNT-EXT-RESENT
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'DELTA LINES RESENT . . . . . : ' CNT-DLT-RESENT
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           MOVE SPACES TO FBRPT-LINE.
           STRING 'CLEARANCE ROWS WRITTEN . . . : ' CNT-CLR-WRITTEN
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           CLOSE SUSPENSE-REPORT-FILE.
           DISPLAY 'FBY901I SUSPENSE ENTRIES READ . . . . : '
               CNT-READ.
           DISPLAY 'FBY902I REAPPLIED AND CLEARED. . . . : '
               CNT-REAPPLIED.
           DISPLAY 'FBY903I SUPERSEDED BY A LATER RUN. . : '
               CNT-SUPERSEDED.
           DISPLAY 'FBY904I STILL OUTSTANDING. . . . . . : '
               CNT-OUTSTANDING.
           DISPLAY 'FBY905I CLEARANCE ROWS WRITTEN . . . : '
               CNT-CLR-WRITTEN.
           DISPLAY 'FBY906I EXTRACT LINES RESENT . . . . : '
               CNT-EXT-RESENT.
           DISPLAY 'FBY907I DELTA LINES RESENT . . . . . : '
               CNT-DLT-RESENT.
           IF CNT-OUTSTANDING > ZERO THEN
                   DISPLAY 'FBY006E SUSPENSE ENTRIES STILL OPEN - '
                       'WAREHOUSE RELEASE STAYS HELD - SEE FBSUSRPT'
                   MOVE 8 TO RETURN-CODE
           ELSE
                   DISPLAY 'FBY900I SUSPENSE CLEARED - COPY FBSUSNEW '
                       'OVER FBSUSPNS'
           END-IF.
           STOP RUN.

           B-PARA.
           READ RUN-STATUS-FILE
               AT END
                   SET STS-EOF TO TRUE
               NOT AT END
                   IF FBSTS-RUN-SEQ IS NUMERIC AND
                       FBSTS-RUN-DATE IS NUMERIC THEN
                           MOVE FBSTS-RUN-DATE TO LOOKUP-DATE
                           MOVE FBSTS-RUN-SEQ TO LOOKUP-SEQ
                           PERFORM T-PARA
                           IF STS-MATCH-SUB > ZERO THEN
                                   SET STS-ROW-FOUND(STS-MATCH-SUB)
                                       TO TRUE
                                   MOVE FBRUNSTS-RECORD
                                       TO STS-TBL-ROW(STS-MATCH-SUB)
                           END-IF
                   END-IF
           END-READ.

           C-PARA.
           READ SUSPENSE-FILE
               AT END
                   SET SUS-EOF TO TRUE
           END-READ.

      * one suspense entry: an open one is reapplied to its target,
      * then every entry is carried into FBSUSNEW with its new state.
           D-PARA.
           ADD 1 TO CNT-READ.
           MOVE 'N' TO NEW-SUSP-SW.
           MOVE 'N' TO SEQ-MATCH-SW.
           MOVE ZERO TO STS-MATCH-SUB.
           IF FBSUS-RUN-SEQ IS NUMERIC AND
               FBSUS-RUN-DATE IS NUMERIC THEN
                   MOVE FBSUS-RUN-DATE TO LOOKUP-DATE
                   MOVE FBSUS-RUN-SEQ TO LOOKUP-SEQ
                   PERFORM T-PARA
                   IF STS-MATCH-SUB > ZERO THEN
                           IF STS-ROW-FOUND(STS-MATCH-SUB) THEN
                                   SET SEQ-MATCHES-STATUS TO TRUE
                           END-IF
                   END-IF
           END-IF.
           IF FBSUS-IS-OPEN THEN
                   ADD 1 TO CNT-ATTEMPTED
                   MOVE 'N' TO APPLY-OK-SW
                   MOVE SPACES TO OUTCOME-TEXT
                   MOVE FBSUS-FILE-STATUS TO APPLY-STATUS
                   EVALUATE TRUE
                       WHEN FBSUS-FOR-MASTER
                           PERFORM E-PARA
                       WHEN FBSUS-FOR-HISTORY
                           PERFORM F-PARA
                       WHEN FBSUS-FOR-EXTRACT
                           PERFORM G-PARA
                       WHEN FBSUS-FOR-DELTA
                           PERFORM H-PARA
                       WHEN OTHER
                           MOVE 'UNKNOWN TARGET FILE' TO OUTCOME-TEXT
                   END-EVALUATE
                   IF FBSUS-IS-OPEN THEN
                           ADD 1 TO CNT-STILL-OPEN
                           IF SEQ-MATCHES-STATUS THEN
                                   ADD 1 TO
                                     STS-TBL-OPEN-LEFT(STS-MATCH-SUB)
                           END-IF
                   ELSE
                           MOVE RPT-RUN-DATE TO FBSUS-CLEARED-DATE
                           IF SEQ-MATCHES-STATUS THEN
                                   SET STS-TOUCHED(STS-MATCH-SUB)
                                       TO TRUE
                           END-IF
                   END-IF
                   PERFORM I-PARA
           ELSE
                   ADD 1 TO CNT-PRIOR-CLEARED
           END-IF.
           MOVE FBSUSREC-RECORD TO FBSUSNEW-RECORD.
           WRITE FBSUSNEW-RECORD.
           IF NEW-SUSP-WANTED THEN
                   PERFORM M-PARA
           END-IF.
           PERFORM C-PARA.

      * a master entry is put on only while the master still holds an
      * older classification; a later run that has since written the
      * counter wins and the entry is superseded. The history row the
      * run could not write goes on with it.
           E-PARA.
           IF NOT MST-IS-OPEN THEN
                   MOVE 'MASTER FILE UNAVAILABLE' TO OUTCOME-TEXT
           ELSE
                   MOVE FBSUS-COUNTER-NBR TO FBMST-COUNTER-NBR
                   READ MASTER-FILE
                       INVALID KEY
                           MOVE 'N' TO OLD-FOUND-SW
                           MOVE SPACES TO OLD-CLASS-CODE
                           MOVE SPACES TO OLD-CLASS-TEXT
                           MOVE ZERO TO OLD-RUN-DATE
                           MOVE ZERO TO OLD-RUN-SEQ
                           MOVE SPACES TO OLD-RULE-VERSION
                       NOT INVALID KEY
                           SET OLD-ROW-FOUND TO TRUE
                           MOVE FBMST-CLASS-CODE TO OLD-CLASS-CODE
                           MOVE FBMST-CLASS-TEXT TO OLD-CLASS-TEXT
                           MOVE FBMST-RUN-DATE TO OLD-RUN-DATE
                           MOVE FBMST-RUN-SEQ TO OLD-RUN-SEQ
                           MOVE FBMST-RULE-VERSION TO OLD-RULE-VERSION
                   END-READ
                   IF OLD-RUN-DATE > FBSUS-RUN-DATE OR
                       (OLD-RUN-DATE = FBSUS-RUN-DATE AND
                        OLD-RUN-SEQ > FBSUS-RUN-SEQ) THEN
                           SET FBSUS-IS-SUPERSEDED TO TRUE
                           ADD 1 TO CNT-SUPERSEDED
                           MOVE 'SUPERSEDED BY A LATER RUN'
                               TO OUTCOME-TEXT
                   ELSE
                           IF OLD-RUN-DATE = FBSUS-RUN-DATE AND
                               OLD-RUN-SEQ = FBSUS-RUN-SEQ THEN
                                   SET FBSUS-IS-CLEARED TO TRUE
                                   ADD 1 TO CNT-REAPPLIED
                                   MOVE 'ALREADY ON MASTER'
                                       TO OUTCOME-TEXT
                           ELSE
                                   PERFORM L-PARA
                           END-IF
                   END-IF
           END-IF.

           F-PARA.
           IF HST-IS-OPEN THEN
                   MOVE FBSUS-RECORD-IMAGE TO FBHSTREC-RECORD
                   WRITE FBHSTREC-RECORD
                   MOVE HST-FILE-STATUS TO APPLY-STATUS
                   IF HST-FILE-STATUS = '00' THEN
                           SET APPLY-OK TO TRUE
                   END-IF
           ELSE
                   MOVE 'HISTORY FILE UNAVAILABLE' TO OUTCOME-TEXT
           END-IF.
           PERFORM P-PARA.

      * an extract line goes out on the extract resend feed, after
      * the trailer of any other run's lines written before it.
           G-PARA.
           IF EXT-IS-OPEN THEN
                   IF EXR-LINE-CNT > ZERO AND
                       (FBSUS-RUN-DATE NOT = EXR-RUN-DATE OR
                        FBSUS-RUN-SEQ NOT = EXR-RUN-SEQ) THEN
                           PERFORM O-PARA
                   END-IF
                   MOVE FBSUS-RUN-DATE TO EXR-RUN-DATE
                   MOVE FBSUS-RUN-SEQ TO EXR-RUN-SEQ
                   MOVE FBSUS-RECORD-IMAGE TO FBEXTRCT-RECORD
                   WRITE FBEXTRCT-RECORD
                   MOVE EXT-FILE-STATUS TO APPLY-STATUS
                   IF EXT-FILE-STATUS = '00' THEN
                           SET APPLY-OK TO TRUE
                           ADD 1 TO EXR-LINE-CNT
                           ADD 1 TO CNT-EXT-RESENT
                           IF SEQ-MATCHES-STATUS THEN
                                   ADD 1 TO
                                     STS-TBL-EXT-ADDED(STS-MATCH-SUB)
                           END-IF
                   END-IF
           ELSE
                   MOVE 'EXTRACT RESEND UNAVAILABLE' TO OUTCOME-TEXT
           END-IF.
           PERFORM P-PARA.

      * the run's FBDELTA trailer and FBSTS-DLT-RECS count only the
      * lines that reached FBDELTA, so a reapplied line goes out on
      * the delta resend feed and is balanced by a trailer there.
           H-PARA.
           IF DLT-IS-OPEN THEN
                   IF DLR-LINE-CNT > ZERO AND
                       (FBSUS-RUN-DATE NOT = DLR-RUN-DATE OR
                        FBSUS-RUN-SEQ NOT = DLR-RUN-SEQ) THEN
                           PERFORM V-PARA
                   END-IF
                   MOVE FBSUS-RUN-DATE TO DLR-RUN-DATE
                   MOVE FBSUS-RUN-SEQ TO DLR-RUN-SEQ
                   MOVE FBSUS-RECORD-IMAGE TO FBDLTREC-RECORD
                   WRITE FBDLTREC-RECORD
                   MOVE DLT-FILE-STATUS TO APPLY-STATUS
                   IF DLT-FILE-STATUS = '00' THEN
                           SET APPLY-OK TO TRUE
                           ADD 1 TO DLR-LINE-CNT
                           ADD 1 TO CNT-DLT-RESENT
                           IF SEQ-MATCHES-STATUS THEN
                                   ADD 1 TO
                                     STS-TBL-DLT-ADDED(STS-MATCH-SUB)
                           END-IF
                   END-IF
           ELSE
                   MOVE 'DELTA RESEND UNAVAILABLE' TO OUTCOME-TEXT
           END-IF.
           PERFORM P-PARA.

           I-PARA.
           MOVE FBSUS-COUNTER-NBR TO SUS-DTL-COUNTER.
           MOVE FBSUS-RUN-DATE TO SUS-DTL-RUN-DATE.
           MOVE FBSUS-RUN-SEQ TO SUS-DTL-RUN-SEQ.
           MOVE FBSUS-TARGET-FILE TO SUS-DTL-TARGET.
           MOVE FBSUS-FILE-STATUS TO SUS-DTL-STATUS.
           MOVE OUTCOME-TEXT TO SUS-DTL-OUTCOME.
           MOVE SUS-DETAIL-LINE TO FBRPT-LINE.
           PERFORM R-PARA.

           J-PARA.
           READ SUSPENSE-NEW-FILE
               AT END
                   SET SNW-EOF TO TRUE
               NOT AT END
                   MOVE FBSUSNEW-RECORD TO FBSUSREC-RECORD
           END-READ.

      * record the clearance of a run whose entries were cleared;
      * the run's own status row is left as the run wrote it. While
      * any entries stay open the run keeps FBU977E and code 12; once
      * none do it drops to the code its failed writes carried - 04,
      * or 08 if the run was stopped by the operator.
           K-PARA.
           IF STS-TOUCHED(SEQ-SUB) THEN
                   MOVE STS-TBL-ROW(SEQ-SUB) TO FBRUNSTS-RECORD
                   MOVE SPACES TO FBSCLREC-RECORD
                   MOVE FBSTS-RUN-DATE TO FBSCL-RUN-DATE
                   MOVE FBSTS-RUN-SEQ TO FBSCL-RUN-SEQ
                   MOVE RPT-RUN-DATE TO FBSCL-CLEAR-DATE
                   MOVE RPT-RUN-TIME TO FBSCL-CLEAR-TIME
                   MOVE STS-TBL-OPEN-LEFT(SEQ-SUB) TO FBSCL-SUSP-OPEN
                   MOVE FBSTS-COND-CODE TO FBSCL-COND-CODE
                   MOVE FBSTS-HIGH-MSG-ID TO FBSCL-HIGH-MSG-ID
                   MOVE STS-TBL-EXT-ADDED(SEQ-SUB) TO FBSCL-EXT-RESENT
                   MOVE STS-TBL-DLT-ADDED(SEQ-SUB) TO FBSCL-DLT-RESENT
                   IF STS-TBL-OPEN-LEFT(SEQ-SUB) = ZERO AND
                       FBSTS-HIGH-MSG-ID = 'FBU977E' THEN
                           IF FBSTS-COMPLETION-FLAG = 'S' THEN
                                   MOVE 8 TO FBSCL-COND-CODE
                                   MOVE 'FBU963I' TO FBSCL-HIGH-MSG-ID
                           ELSE
                                   MOVE 4 TO FBSCL-COND-CODE
                                   MOVE 'FBY010W' TO FBSCL-HIGH-MSG-ID
                           END-IF
                           DISPLAY 'FBY010W RUN ' FBSTS-RUN-DATE ' SEQ '
                               FBSTS-RUN-SEQ ' SUSPENSE CLEARED - '
                               'RUN NOW AT ' FBSCL-COND-CODE
                   END-IF
                   WRITE FBSCLREC-RECORD
                   ADD 1 TO CNT-CLR-WRITTEN
           END-IF.

      * the master row the run meant to write, and its history row:
      * the master's prior row as old, the suspended image as new.
           L-PARA.
           MOVE FBSUS-RECORD-IMAGE TO FBMSTREC-RECORD.
           SET APPLY-OK TO TRUE.
           IF OLD-ROW-FOUND THEN
                   REWRITE FBMSTREC-RECORD
                       INVALID KEY
                           MOVE 'N' TO APPLY-OK-SW
                   END-REWRITE
           ELSE
                   WRITE FBMSTREC-RECORD
                       INVALID KEY
                           MOVE 'N' TO APPLY-OK-SW
                   END-WRITE
           END-IF.
           MOVE MST-FILE-STATUS TO APPLY-STATUS.
           PERFORM P-PARA.
           IF APPLY-OK THEN
                   MOVE FBMST-COUNTER-NBR TO FBHST-COUNTER-NBR
                   MOVE OLD-CLASS-CODE TO FBHST-OLD-CLASS-CODE
                   MOVE OLD-CLASS-TEXT TO FBHST-OLD-CLASS-TEXT
                   MOVE FBMST-CLASS-CODE TO FBHST-NEW-CLASS-CODE
                   MOVE FBMST-CLASS-TEXT TO FBHST-NEW-CLASS-TEXT
                   MOVE FBMST-RUN-DATE TO FBHST-RUN-DATE
                   MOVE FBMST-RUN-SEQ TO FBHST-RUN-SEQ
                   MOVE FBMST-RULE-VERSION TO FBHST-RULE-VERSION
                   MOVE OLD-RUN-DATE TO FBHST-OLD-RUN-DATE
                   MOVE OLD-RUN-SEQ TO FBHST-OLD-RUN-SEQ
                   MOVE OLD-RULE-VERSION TO FBHST-OLD-RULE-VERSION
                   SET FBHST-IS-RUN-ROW TO TRUE
                   IF HST-IS-OPEN THEN
                           WRITE FBHSTREC-RECORD
                           MOVE HST-FILE-STATUS TO NEW-SUSP-STATUS
                   ELSE
                           MOVE '35' TO NEW-SUSP-STATUS
                   END-IF
                   IF NEW-SUSP-STATUS NOT = '00' THEN
                           SET NEW-SUSP-WANTED TO TRUE
                           MOVE FBHSTREC-RECORD TO NEW-SUSP-IMAGE
                           MOVE 'MASTER ON - HISTORY SUSPENDED'
                               TO OUTCOME-TEXT
                   END-IF
           END-IF.

      * a history row that could not go on with its master row is
      * opened as a suspense entry of its own, for the next pass.
           M-PARA.
           MOVE NEW-SUSP-IMAGE TO FBSUS-RECORD-IMAGE.
           SET FBSUS-FOR-HISTORY TO TRUE.
           MOVE NEW-SUSP-STATUS TO FBSUS-FILE-STATUS.
           SET FBSUS-IS-OPEN TO TRUE.
           MOVE ZERO TO FBSUS-CLEARED-DATE.
           MOVE FBSUSREC-RECORD TO FBSUSNEW-RECORD.
           WRITE FBSUSNEW-RECORD.
           ADD 1 TO CNT-NEW-SUSP.
           IF SEQ-MATCHES-STATUS THEN
                   ADD 1 TO STS-TBL-OPEN-LEFT(STS-MATCH-SUB)
           END-IF.

           N-PARA.
           IF FBSUS-IS-OPEN THEN
                   ADD 1 TO CNT-OUTSTANDING
                   MOVE 'OPEN' TO OUTCOME-TEXT
                   PERFORM I-PARA
           END-IF.
           PERFORM J-PARA.

      * close the run's lines on the extract resend feed with a
      * trailer naming the run they belong to.
           O-PARA.
           MOVE SPACES TO FBEXTRCT-RECORD.
           STRING 'TRL,' EXR-LINE-CNT ',' EXR-RUN-DATE ','
               EXR-RUN-SEQ
               DELIMITED BY SIZE INTO FBEXT-LINE.
           WRITE FBEXTRCT-RECORD.
           IF EXT-FILE-STATUS NOT = '00' THEN
                   DISPLAY 'FBY013E EXTRACT RESEND TRAILER FOR RUN '
                       EXR-RUN-DATE ' SEQ ' EXR-RUN-SEQ
                       ' NOT WRITTEN - STATUS ' EXT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE ZERO TO EXR-LINE-CNT.

      * the state an attempted entry is left in; one that fails again
      * takes the new status, one that goes on keeps the original.
           P-PARA.
           IF APPLY-OK THEN
                   SET FBSUS-IS-CLEARED TO TRUE
                   ADD 1 TO CNT-REAPPLIED
                   MOVE 'REAPPLIED' TO OUTCOME-TEXT
           ELSE
                   MOVE APPLY-STATUS TO FBSUS-FILE-STATUS
                   IF OUTCOME-TEXT = SPACES THEN
                           MOVE 'WRITE FAILED - LEFT OPEN'
                               TO OUTCOME-TEXT
                   END-IF
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

      * note the run of an open entry, once per run date and seq.
           S-PARA.
           IF FBSUS-IS-OPEN AND FBSUS-RUN-SEQ IS NUMERIC AND
               FBSUS-RUN-DATE IS NUMERIC THEN
                   MOVE FBSUS-RUN-DATE TO LOOKUP-DATE
                   MOVE FBSUS-RUN-SEQ TO LOOKUP-SEQ
                   PERFORM T-PARA
                   IF STS-MATCH-SUB = ZERO THEN
                           IF STS-COUNT < 200 THEN
                                   ADD 1 TO STS-COUNT
                                   MOVE FBSUS-RUN-DATE
                                       TO STS-TBL-RUN-DATE(STS-COUNT)
                                   MOVE FBSUS-RUN-SEQ
                                       TO STS-TBL-RUN-SEQ(STS-COUNT)
                           ELSE
                                   DISPLAY 'FBY012W MORE THAN 200 RUNS '
                                       'IN SUSPENSE - RUN '
                                       FBSUS-RUN-DATE ' SEQ '
                                       FBSUS-RUN-SEQ
                                       ' NO CLEARANCE ROW'
                           END-IF
                   END-IF
           END-IF.
           PERFORM C-PARA.

      * find the run LOOKUP-DATE/LOOKUP-SEQ; STS-MATCH-SUB is left on
      * its entry, or zero when it has none.
           T-PARA.
           MOVE ZERO TO STS-MATCH-SUB.
           PERFORM U-PARA VARYING SEQ-SUB FROM 1 BY 1
               UNTIL SEQ-SUB > STS-COUNT OR STS-MATCH-SUB > ZERO.

           U-PARA.
           IF STS-TBL-RUN-DATE(SEQ-SUB) = LOOKUP-DATE AND
               STS-TBL-RUN-SEQ(SEQ-SUB) = LOOKUP-SEQ THEN
                   MOVE SEQ-SUB TO STS-MATCH-SUB
           END-IF.

      * close the run's lines on the delta resend feed with a trailer
      * naming the run they belong to.
           V-PARA.
           MOVE SPACES TO FBDLTREC-RECORD.
           STRING 'TRL,' DLR-LINE-CNT ',' DLR-RUN-DATE ','
               DLR-RUN-SEQ
               DELIMITED BY SIZE INTO FBDLT-LINE.
           WRITE FBDLTREC-RECORD.
           IF DLT-FILE-STATUS NOT = '00' THEN
                   DISPLAY 'FBY014E DELTA RESEND TRAILER FOR RUN '
                       DLR-RUN-DATE ' SEQ ' DLR-RUN-SEQ
                       ' NOT WRITTEN - STATUS ' DLT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE ZERO TO DLR-LINE-CNT.
