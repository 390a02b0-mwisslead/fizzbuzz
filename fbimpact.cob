           SELECT IMPACT-REPORT-FILE ASSIGN TO "FBIMPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT RULE-LIBRARY-FILE ASSIGN TO "FBRULLIB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LIB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD IMPACT-REPORT-FILE.
               COPY FBRPTLIN.

           FD RULE-LIBRARY-FILE.
               COPY FBRLBREC.

       WORKING-STORAGE SECTION.
           01 CTL-FILE-STATUS PIC X(2) VALUE '00'.
               88 CTL-FILE-FOUND VALUE '00'.
               88 RULE-EOF VALUE 'Y'.
           01 CRT-EOF-SW PIC X(1).
               88 CRT-EOF VALUE 'Y'.
      * the set in force today is the library version the nightly run
      * would load for today's date; FBRULES only when there is none.
           01 LIB-FILE-STATUS PIC X(2) VALUE '00'.
               88 LIB-FILE-FOUND VALUE '00'.
           01 LIB-EOF-SW PIC X(1).
               88 LIB-EOF VALUE 'Y'.
           01 CUR-RULE-VERSION PIC X(8) VALUE SPACES.
           01 CUR-VERSION-EFF PIC 9(8) VALUE ZERO.
           01 VERSION-LINE.
               05 FILLER PIC X(26) VALUE 'RULE-SET VERSION IN FORCE '.
               05 VER-LINE-ID PIC X(21).
               05 FILLER PIC X(11) VALUE ' EFFECTIVE '.
               05 VER-LINE-EFF PIC 9(8).
      * side 1 carries the rule set in force today (control card base
      * rules plus the library version or FBRULES); side 2 carries
      * the candidate set (same base rules plus the certified
      * FBRULCRT). Each counter in the card range is classified
      * under both sides and only the differences are accumulated.
           01 SIM-TABLES.
               05 SIM-SIDE-ENTRY OCCURS 2 TIMES.
                   10 SIM-RULE-COUNT PIC 9(2).
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM S-PARA.
           OPEN OUTPUT IMPACT-REPORT-FILE.
           PERFORM Q-PARA.
           IF CUR-RULE-VERSION = SPACES THEN
                   MOVE 'UNVERSIONED - FBRULES' TO VER-LINE-ID
           ELSE
                   MOVE CUR-RULE-VERSION TO VER-LINE-ID
           END-IF.
           MOVE CUR-VERSION-EFF TO VER-LINE-EFF.
           MOVE VERSION-LINE TO FBRPT-LINE.
           PERFORM R-PARA.
           PERFORM B-PARA.
           IF CTL-EOF THEN
                   DISPLAY 'FBI001E NO CONTROL CARD - '
           PERFORM E-PARA VARYING SIDE-SUB FROM 1 BY 1
               UNTIL SIDE-SUB > 2.
           MOVE 1 TO SIDE-SUB.
           IF CUR-RULE-VERSION = SPACES THEN
                   MOVE 'N' TO RULE-EOF-SW
                   OPEN INPUT RULE-FILE
                   IF RULE-FILE-FOUND THEN
                           PERFORM F-PARA UNTIL RULE-EOF
                           CLOSE RULE-FILE
                   END-IF
           ELSE
                   MOVE 'N' TO LIB-EOF-SW
                   OPEN INPUT RULE-LIBRARY-FILE
                   PERFORM U-PARA UNTIL LIB-EOF
                   CLOSE RULE-LIBRARY-FILE
           END-IF.
           MOVE 2 TO SIDE-SUB.
           MOVE 'N' TO CRT-EOF-SW.
           END-IF.
           WRITE FBRPTLIN-RECORD.
           ADD 1 TO RPT-LINE-CNT.

      * pick the library version in force today the same way the
      * nightly run does: latest effective date on or before today.
           S-PARA.
           MOVE 'N' TO LIB-EOF-SW.
           OPEN INPUT RULE-LIBRARY-FILE.
           IF LIB-FILE-FOUND THEN
                   PERFORM T-PARA UNTIL LIB-EOF
                   CLOSE RULE-LIBRARY-FILE
                   IF CUR-RULE-VERSION = SPACES THEN
                           DISPLAY 'FBI006W NO RULE-SET VERSION IN '
                               'FORCE - FBRULES USED AS CURRENT'
                   END-IF
           ELSE
                   DISPLAY 'FBI005W NO RULE-SET LIBRARY - '
                       'FBRULES USED AS CURRENT'
           END-IF.

           T-PARA.
           READ RULE-LIBRARY-FILE
               AT END
                   SET LIB-EOF TO TRUE
               NOT AT END
                   IF FBRLB-IS-HEADER AND
                       FBRLB-EFF-DATE <= RPT-RUN-DATE AND
                       FBRLB-EFF-DATE >= CUR-VERSION-EFF THEN
                           MOVE FBRLB-VERSION-ID TO CUR-RULE-VERSION
                           MOVE FBRLB-EFF-DATE TO CUR-VERSION-EFF
                   END-IF
           END-READ.

           U-PARA.
           READ RULE-LIBRARY-FILE
               AT END
                   SET LIB-EOF TO TRUE
               NOT AT END
                   IF FBRLB-IS-ENTRY AND
                       FBRLB-VERSION-ID = CUR-RULE-VERSION THEN
                           MOVE FBRLB-RULE-IMAGE TO FBRULREC-RECORD
                           PERFORM I-PARA
                   END-IF
           END-READ.
