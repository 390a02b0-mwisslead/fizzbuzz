           SELECT RULES-REPORT-FILE ASSIGN TO "FBRULRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT VERSION-CARD-FILE ASSIGN TO "RULVCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VCD-FILE-STATUS.
           SELECT RULE-LIBRARY-FILE ASSIGN TO "FBRULLIB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LIB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD RULES-REPORT-FILE.
               COPY FBRPTLIN.

           FD VERSION-CARD-FILE.
               COPY FBRLVCRD.

           FD RULE-LIBRARY-FILE.
               COPY FBRLBREC.

       WORKING-STORAGE SECTION.
           01 PRP-FILE-STATUS PIC X(2) VALUE '00'.
               88 PRP-FILE-FOUND VALUE '00'.
           01 CRT-FILE-STATUS PIC X(2) VALUE '00'.
           01 RPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 VCD-FILE-STATUS PIC X(2) VALUE '00'.
               88 VCD-FILE-FOUND VALUE '00'.
           01 LIB-FILE-STATUS PIC X(2) VALUE '00'.
               88 LIB-FILE-FOUND VALUE '00'.
               88 LIB-FILE-NOT-FOUND VALUE '05' '35'.
           01 LIB-EOF-SW PIC X(1) VALUE 'N'.
               88 LIB-EOF VALUE 'Y'.
           01 PRP-EOF-SW PIC X(1) VALUE 'N'.
               88 PRP-EOF VALUE 'Y'.
           01 PRP-TABLE.
           01 REJECT-CNT PIC 9(3) VALUE ZERO.
           01 ACCEPT-CNT PIC 9(3) VALUE ZERO.
           01 MAX-RULE-SLOT PIC 9(2).
      * rule-set install: the version card, whether the set may go
      * into the library, and why not when it may not.
           01 INSTALL-REQ-SW PIC X(1) VALUE 'N'.
               88 INSTALL-REQUESTED VALUE 'Y'.
           01 INSTALL-OK-SW PIC X(1) VALUE 'N'.
               88 INSTALL-IS-OK VALUE 'Y'.
               88 INSTALL-NOT-OK VALUE 'N'.
           01 INSTALL-REASON PIC X(40) VALUE SPACES.
           01 INSTALL-VERSION-ID PIC X(8) VALUE SPACES.
           01 INSTALL-EFF-DATE PIC 9(8) VALUE ZERO.
           01 VER-DATE-WORK.
               05 VER-YYYY PIC 9(4).
               05 VER-MM PIC 9(2).
               05 VER-DD PIC 9(2).
           01 VER-DATE-NUM REDEFINES VER-DATE-WORK PIC 9(8).
           01 MONTH-LAST-DAY PIC 9(2).
           01 LEAP-DIV PIC 9(4).
           01 LEAP-REM PIC 9(4).
           01 RPT-LINE-CNT PIC 9(4) VALUE ZERO.
           01 RPT-PAGE-CNT PIC 9(4) VALUE ZERO.
           01 RPT-LINES-PER-PAGE PIC 9(4) VALUE 50.
               05 RPT-HDG-TIME PIC 9(6).
           01 RPT-HEADING-2 PIC X(40)
               VALUE 'FIZZBUZZ RULES CERTIFICATION LISTING'.
           01 INS-RESULT-LINE.
               05 FILLER PIC X(17) VALUE 'RULE-SET VERSION '.
               05 INS-RES-VERSION PIC X(8).
               05 FILLER PIC X(11) VALUE ' EFFECTIVE '.
               05 INS-RES-EFF-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 INS-RES-VERDICT PIC X(13).
               05 FILLER PIC X(2) VALUE SPACES.
               05 INS-RES-REASON PIC X(40).
           01 RUL-LIST-LINE.
               05 FILLER PIC X(6) VALUE 'ENTRY '.
               05 RUL-LST-ENTRY PIC 9(3).
           COMPUTE MAX-RULE-SLOT = 2 + ACC-RULE-CNT.
           PERFORM E-PARA VARYING CUR-SUB FROM 1 BY 1
               UNTIL CUR-SUB > PRP-COUNT.
           PERFORM J-PARA.
           OPEN OUTPUT RULES-REPORT-FILE.
           PERFORM Q-PARA.
           PERFORM G-PARA VARYING CUR-SUB FROM 1 BY 1
           STRING 'ENTRIES REJECTED . . . . . . : ' REJECT-CNT
               DELIMITED BY SIZE INTO FBRPT-LINE.
           PERFORM R-PARA.
           IF INSTALL-REQUESTED THEN
                   IF INSTALL-IS-OK AND REJECT-CNT > ZERO THEN
                           SET INSTALL-NOT-OK TO TRUE
                           MOVE 'RULE SET NOT CERTIFIED CLEAN'
                               TO INSTALL-REASON
                   END-IF
                   IF INSTALL-IS-OK THEN
                           PERFORM K-PARA
                   END-IF
                   MOVE SPACES TO FBRPT-LINE
                   PERFORM R-PARA
                   MOVE INSTALL-VERSION-ID TO INS-RES-VERSION
                   MOVE INSTALL-EFF-DATE TO INS-RES-EFF-DATE
                   IF INSTALL-IS-OK THEN
                           MOVE 'INSTALLED' TO INS-RES-VERDICT
                           MOVE SPACES TO INS-RES-REASON
                   ELSE
                           MOVE 'NOT INSTALLED' TO INS-RES-VERDICT
                           MOVE INSTALL-REASON TO INS-RES-REASON
                   END-IF
                   MOVE INS-RESULT-LINE TO FBRPT-LINE
                   PERFORM R-PARA
           END-IF.
           CLOSE RULES-REPORT-FILE.
           OPEN OUTPUT CERTIFIED-RULE-FILE.
           PERFORM H-PARA VARYING CUR-SUB FROM 1 BY 1
           ELSE
                   DISPLAY 'FBM900I RULES CERTIFIED CLEAN'
           END-IF.
           IF INSTALL-REQUESTED THEN
                   IF INSTALL-IS-OK THEN
                           DISPLAY 'FBM905I RULE SET INSTALLED AS '
                               'VERSION ' INSTALL-VERSION-ID
                               ' EFFECTIVE ' INSTALL-EFF-DATE
                   ELSE
                           DISPLAY 'FBM906E RULE SET NOT INSTALLED - '
                               INSTALL-REASON
                           MOVE 8 TO RETURN-CODE
                   END-IF
           ELSE
                   DISPLAY 'FBM907I NO INSTALL CARD - RULE SET '
                       'CERTIFIED ONLY, LIBRARY UNCHANGED'
           END-IF.
           STOP RUN.

           B-PARA.
                   END-IF
           END-IF.

      * read the install card and check it against the library
      * before anything is written: a version id is used once, no
      * two versions share an effective date, and the date may not
      * be in the past, where it would change what a night already
      * run is supposed to have used.
           J-PARA.
           OPEN INPUT VERSION-CARD-FILE.
           IF VCD-FILE-FOUND THEN
                   READ VERSION-CARD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           SET INSTALL-REQUESTED TO TRUE
                   END-READ
                   CLOSE VERSION-CARD-FILE
           END-IF.
           IF INSTALL-REQUESTED THEN
                   SET INSTALL-IS-OK TO TRUE
                   MOVE FBRLV-VERSION-ID TO INSTALL-VERSION-ID
                   IF FBRLV-EFF-DATE IS NUMERIC THEN
                           MOVE FBRLV-EFF-DATE TO INSTALL-EFF-DATE
                   ELSE
                           MOVE ZERO TO INSTALL-EFF-DATE
                   END-IF
                   IF INSTALL-VERSION-ID = SPACES THEN
                           SET INSTALL-NOT-OK TO TRUE
                           MOVE 'BLANK VERSION ID' TO INSTALL-REASON
                   ELSE
                           IF FBRLV-EFF-DATE IS NOT NUMERIC THEN
                                   SET INSTALL-NOT-OK TO TRUE
                                   MOVE 'EFFECTIVE DATE NOT NUMERIC'
                                       TO INSTALL-REASON
                           ELSE
                                   PERFORM N-PARA
                           END-IF
                   END-IF
           END-IF.
           IF INSTALL-REQUESTED AND INSTALL-IS-OK THEN
                   IF INSTALL-EFF-DATE < RPT-RUN-DATE THEN
                           SET INSTALL-NOT-OK TO TRUE
                           MOVE 'EFFECTIVE DATE BEFORE TODAY'
                               TO INSTALL-REASON
                   END-IF
           END-IF.
           IF INSTALL-REQUESTED AND INSTALL-IS-OK THEN
                   MOVE 'N' TO LIB-EOF-SW
                   OPEN INPUT RULE-LIBRARY-FILE
                   IF LIB-FILE-FOUND THEN
                           PERFORM M-PARA UNTIL LIB-EOF
                           CLOSE RULE-LIBRARY-FILE
                   END-IF
           END-IF.

      * append the certified set to the library: the header row,
      * then one entry row per accepted record, in certified order.
           K-PARA.
           OPEN EXTEND RULE-LIBRARY-FILE.
           IF LIB-FILE-NOT-FOUND THEN
                   OPEN OUTPUT RULE-LIBRARY-FILE
           END-IF.
           IF LIB-FILE-STATUS NOT = '00' THEN
                   DISPLAY 'FBM003E RULE-SET LIBRARY UNAVAILABLE - '
                       'STATUS ' LIB-FILE-STATUS
                   SET INSTALL-NOT-OK TO TRUE
                   MOVE 'RULE-SET LIBRARY UNAVAILABLE'
                       TO INSTALL-REASON
           ELSE
                   MOVE SPACES TO FBRLBREC-RECORD
                   MOVE INSTALL-VERSION-ID TO FBRLB-VERSION-ID
                   MOVE INSTALL-EFF-DATE TO FBRLB-EFF-DATE
                   SET FBRLB-IS-HEADER TO TRUE
                   MOVE RPT-RUN-DATE TO FBRLB-CERT-DATE
                   MOVE RPT-RUN-TIME TO FBRLB-CERT-TIME
                   MOVE ACCEPT-CNT TO FBRLB-ENTRY-CNT
                   WRITE FBRLBREC-RECORD
                   PERFORM S-PARA
                   PERFORM L-PARA VARYING CUR-SUB FROM 1 BY 1
                       UNTIL CUR-SUB > PRP-COUNT OR INSTALL-NOT-OK
                   CLOSE RULE-LIBRARY-FILE
           END-IF.

           L-PARA.
           IF PRP-ACCEPTED(CUR-SUB) THEN
                   MOVE INSTALL-VERSION-ID TO FBRLB-VERSION-ID
                   MOVE INSTALL-EFF-DATE TO FBRLB-EFF-DATE
                   SET FBRLB-IS-ENTRY TO TRUE
                   MOVE PRP-RECORD-IMAGE(CUR-SUB)
                       TO FBRLB-RULE-IMAGE
                   WRITE FBRLBREC-RECORD
                   PERFORM S-PARA
           END-IF.

           M-PARA.
           READ RULE-LIBRARY-FILE
               AT END
                   SET LIB-EOF TO TRUE
               NOT AT END
                   IF FBRLB-IS-HEADER THEN
                           IF FBRLB-VERSION-ID = INSTALL-VERSION-ID
                               THEN
                                   SET INSTALL-NOT-OK TO TRUE
                                   MOVE 'VERSION ID ALREADY IN LIBRARY'
                                       TO INSTALL-REASON
                           END-IF
                           IF FBRLB-EFF-DATE = INSTALL-EFF-DATE THEN
                                   SET INSTALL-NOT-OK TO TRUE
                                   MOVE 'EFFECTIVE DATE ALREADY TAKEN'
                                       TO INSTALL-REASON
                           END-IF
                   END-IF
           END-READ.

           N-PARA.
           MOVE INSTALL-EFF-DATE TO VER-DATE-NUM.
           MOVE ZERO TO MONTH-LAST-DAY.
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
           END-EVALUATE.
           IF VER-DD < 1 OR VER-DD > MONTH-LAST-DAY THEN
                   SET INSTALL-NOT-OK TO TRUE
                   MOVE 'EFFECTIVE DATE NOT A VALID DATE'
                       TO INSTALL-REASON
           END-IF.

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

           Q-PARA.
           IF RPT-PAGE-CNT > 0 THEN
                   MOVE SPACES TO FBRPT-LINE
           END-IF.
           WRITE FBRPTLIN-RECORD.
           ADD 1 TO RPT-LINE-CNT.

      * a library row that did not go on leaves the version short of
      * the entries its header promises; no more are written for it.
           S-PARA.
           IF LIB-FILE-STATUS NOT = '00' THEN
                   DISPLAY 'FBM004E RULE-SET LIBRARY WRITE FAILED - '
                       'STATUS ' LIB-FILE-STATUS ' - VERSION '
                       INSTALL-VERSION-ID ' INCOMPLETE ON FBRULLIB'
                   SET INSTALL-NOT-OK TO TRUE
                   MOVE 'RULE-SET LIBRARY WRITE FAILED'
                       TO INSTALL-REASON
           END-IF.
