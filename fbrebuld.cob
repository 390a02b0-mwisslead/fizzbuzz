               88 HST-IS-AVAILABLE VALUE 'Y'.
           01 OLD-CLASS-CODE PIC X(2).
           01 OLD-CLASS-TEXT PIC X(110).
           01 OLD-RUN-DATE PIC 9(8).
           01 OLD-RUN-SEQ PIC 9(2).
           01 OLD-RULE-VERSION PIC X(8).
           01 MST-UPD-OK-SW PIC X(1).
               88 MST-UPD-OK VALUE 'Y'.
           01 RPT-FILE-STATUS PIC X(2) VALUE '00'.
                   10 STS-TBL-RUN-DATE PIC 9(8) VALUE ZERO.
                   10 STS-TBL-OUT-RECS PIC 9(8) VALUE ZERO.
                   10 STS-TBL-REC-CNT PIC 9(8) VALUE ZERO.
                   10 STS-TBL-RULE-VERSION PIC X(8) VALUE SPACES.
           01 SEQ-SUB PIC 9(2).
           01 CNT-READ PIC 9(8) VALUE ZERO.
           01 CNT-ADDED PIC 9(8) VALUE ZERO.
                               TO STS-TBL-RUN-DATE(FBSTS-RUN-SEQ)
                           MOVE FBSTS-OUT-RECS
                               TO STS-TBL-OUT-RECS(FBSTS-RUN-SEQ)
                           MOVE FBSTS-RULE-VERSION
                               TO STS-TBL-RULE-VERSION(FBSTS-RUN-SEQ)
                   END-IF
           END-READ.

               INVALID KEY
                   MOVE SPACES TO OLD-CLASS-CODE
                   MOVE SPACES TO OLD-CLASS-TEXT
                   MOVE ZERO TO OLD-RUN-DATE
                   MOVE ZERO TO OLD-RUN-SEQ
                   MOVE SPACES TO OLD-RULE-VERSION
                   PERFORM F-PARA
                   WRITE FBMSTREC-RECORD
                       INVALID KEY
                   ELSE
                           MOVE FBMST-CLASS-CODE TO OLD-CLASS-CODE
                           MOVE FBMST-CLASS-TEXT TO OLD-CLASS-TEXT
                           MOVE FBMST-RUN-DATE TO OLD-RUN-DATE
                           MOVE FBMST-RUN-SEQ TO OLD-RUN-SEQ
                           MOVE FBMST-RULE-VERSION TO OLD-RULE-VERSION
                           PERFORM F-PARA
                           REWRITE FBMSTREC-RECORD
                               INVALID KEY
               STS-ROW-FOUND(FBOUT-RUN-SEQ) THEN
                   MOVE STS-TBL-RUN-DATE(FBOUT-RUN-SEQ)
                       TO FBMST-RUN-DATE
                   MOVE STS-TBL-RULE-VERSION(FBOUT-RUN-SEQ)
                       TO FBMST-RULE-VERSION
           ELSE
                   MOVE RPT-RUN-DATE TO FBMST-RUN-DATE
                   MOVE SPACES TO FBMST-RULE-VERSION
           END-IF.

           G-PARA.
                   MOVE FBOUT-CLASS-TEXT TO FBHST-NEW-CLASS-TEXT
                   MOVE FBMST-RUN-DATE TO FBHST-RUN-DATE
                   MOVE FBOUT-RUN-SEQ TO FBHST-RUN-SEQ
                   MOVE FBMST-RULE-VERSION TO FBHST-RULE-VERSION
                   MOVE OLD-RUN-DATE TO FBHST-OLD-RUN-DATE
                   MOVE OLD-RUN-SEQ TO FBHST-OLD-RUN-SEQ
                   MOVE OLD-RULE-VERSION TO FBHST-OLD-RULE-VERSION
                   SET FBHST-IS-RUN-ROW TO TRUE
                   WRITE FBHSTREC-RECORD
                   IF HST-FILE-STATUS NOT = '00' THEN
                           DISPLAY 'FBB008E HISTORY RECORD WRITE '
