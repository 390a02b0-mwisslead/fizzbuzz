       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBOvrMnt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVR-STORE-FILE ASSIGN TO "FBOVRMST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FBOVM-KEY
               FILE STATUS IS STO-FILE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "FBOVERRD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OVR-FILE-STATUS.
           SELECT ACTION-LOG-FILE ASSIGN TO "FBOVRLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD OVR-STORE-FILE.
               COPY FBOVMREC.

      * FBOVERRD is only open while it is loaded or rewritten; the
      * rest of the time its record area is the card being keyed.
           FD OVERRIDE-FILE.
               COPY FBOVRREC.

           FD ACTION-LOG-FILE.
               COPY FBOLGREC.

       WORKING-STORAGE SECTION.
           01 STO-FILE-STATUS PIC X(2) VALUE '00'.
               88 STO-FILE-NOT-FOUND VALUE '05' '35'.
           01 FAIL-FILE-STATUS PIC X(2) VALUE '00'.
           01 OVR-FILE-STATUS PIC X(2) VALUE '00'.
               88 OVR-FILE-FOUND VALUE '00'.
           01 LOG-FILE-STATUS PIC X(2) VALUE '00'.
               88 LOG-FILE-NOT-FOUND VALUE '05' '35'.
           01 STORE-EOF-SW PIC X(1) VALUE 'N'.
               88 STORE-EOF VALUE 'Y'.
           01 OVR-EOF-SW PIC X(1) VALUE 'N'.
               88 OVR-EOF VALUE 'Y'.
           01 STORE-NEW-SW PIC X(1) VALUE 'N'.
               88 STORE-IS-NEW VALUE 'Y'.
           01 SESSION-SW PIC X(1) VALUE 'N'.
               88 SESSION-ENDS VALUE 'Y'.
           01 REGEN-SW PIC X(1) VALUE 'N'.
               88 REGEN-NEEDED VALUE 'Y'.
           01 REPAIR-SW PIC X(1) VALUE 'N'.
               88 STORE-NEEDS-REPAIR VALUE 'Y'.
           01 LOG-ERROR-SW PIC X(1) VALUE 'N'.
               88 LOG-WRITE-FAILED VALUE 'Y'.
           01 OVR-WRITE-SW PIC X(1) VALUE 'N'.
               88 OVR-WRITE-FAILED VALUE 'Y'.
           01 ENTRY-OK-SW PIC X(1) VALUE 'Y'.
               88 ENTRY-IS-OK VALUE 'Y'.
               88 ENTRY-NOT-OK VALUE 'N'.
           01 OPR-USER-ID PIC X(8) VALUE SPACES.
      * the user ID as keyed at sign-on: one to eight characters,
      * starting in the first column.
           01 SIGNON-TEXT PIC X(30).
           01 SIGNON-PARTS REDEFINES SIGNON-TEXT.
               05 SIGNON-ID.
                   10 SIGNON-FIRST PIC X(1).
                   10 FILLER PIC X(7).
               05 SIGNON-OVER PIC X(22).
           01 TODAY-DATE PIC 9(8).
           01 NOW-DATE PIC 9(8).
           01 NOW-TIME PIC 9(6).
           01 MENU-CHOICE PIC X(1).
           01 DECISION PIC X(1).
           01 ERROR-TEXT PIC X(50) VALUE SPACES.
      * keyed entry: the text as typed, and the number found in it.
           01 PROMPT-TEXT PIC X(30).
           01 ENTRY-CURRENT PIC 9(8).
           01 ENTRY-TEXT PIC X(30).
           01 ENTRY-TEXT-PARTS REDEFINES ENTRY-TEXT.
               05 ENTRY-TEXT-CODE PIC X(2).
               05 ENTRY-TEXT-REST PIC X(28).
           01 ENTRY-DIGITS PIC X(8) JUSTIFIED RIGHT.
           01 ENTRY-NUMBER REDEFINES ENTRY-DIGITS PIC 9(8).
           01 ENTRY-REST PIC X(30).
           01 ENTRY-LEAD PIC 9(2).
           01 ENTRY-PTR PIC 9(2).
           01 ENTRY-LEN PIC 9(2).
      * what the store holds for the card being worked on.
           01 CUR-CARD-ID PIC 9(6) VALUE ZERO.
           01 CUR-HIGH-VER PIC 9(3) VALUE ZERO.
           01 CUR-APPROVED-VER PIC 9(3) VALUE ZERO.
           01 CUR-APPROVED-IMAGE PIC X(78) VALUE SPACES.
           01 CUR-PENDING-VER PIC 9(3) VALUE ZERO.
           01 CUR-PENDING-ACTION PIC X(1) VALUE SPACE.
           01 CUR-PENDING-MAKER PIC X(8) VALUE SPACES.
           01 CUR-PENDING-IMAGE PIC X(78) VALUE SPACES.
           01 NEW-VERSION PIC 9(3) VALUE ZERO.
           01 NEW-ACTION PIC X(1) VALUE SPACE.
           01 NEXT-CARD-ID PIC 9(6) VALUE ZERO.
      * a stored card seen through the FBOVRREC positions, used while
      * browsing so the card being keyed is left alone.
           01 CHK-CARD.
               05 CHK-TYPE PIC X(1).
               05 FILLER PIC X(64).
               05 CHK-EXP-DATE PIC 9(8).
               05 FILLER PIC X(5).
           01 CHK-LIVE-SW PIC X(1) VALUE 'N'.
               88 CHK-IS-LIVE VALUE 'Y'.
      * the nightly run holds 20 skip and 50 force cards (AG-PARA).
           01 SKIP-LIMIT PIC 9(3) VALUE 20.
           01 FORCE-LIMIT PIC 9(3) VALUE 50.
           01 LIVE-SKIP-CNT PIC 9(3) VALUE ZERO.
           01 LIVE-FORCE-CNT PIC 9(3) VALUE ZERO.
           01 SHOWN-CNT PIC 9(6) VALUE ZERO.
           01 STS-TEXT PIC X(8).
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
           01 CNT-LOADED PIC 9(6) VALUE ZERO.
           01 CNT-MADE PIC 9(6) VALUE ZERO.
           01 CNT-APPROVED PIC 9(6) VALUE ZERO.
           01 CNT-REJECTED PIC 9(6) VALUE ZERO.
           01 CNT-WRITTEN PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
      * every session starts by keying the user ID that stands as
      * maker or approver on everything done in it; the sign-on is
      * the first row the session writes to FBOVRLOG.
           A-PARA.
           DISPLAY 'FBOVRMNT  OVERRIDE MAINTENANCE - USER ID:'.
           MOVE SPACES TO SIGNON-TEXT.
           ACCEPT SIGNON-TEXT.
           INSPECT SIGNON-TEXT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF SIGNON-FIRST = SPACE OR SIGNON-OVER NOT = SPACES
               OR SIGNON-ID = 'FBOVERRD' THEN
                   DISPLAY 'FBO001E USER ID MUST BE 1 TO 8 CHARACTERS '
                       'FROM THE FIRST COLUMN - SESSION NOT STARTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE SIGNON-ID TO OPR-USER-ID.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN I-O OVR-STORE-FILE.
           IF STO-FILE-NOT-FOUND THEN
                   OPEN OUTPUT OVR-STORE-FILE
                   CLOSE OVR-STORE-FILE
                   OPEN I-O OVR-STORE-FILE
                   SET STORE-IS-NEW TO TRUE
           END-IF.
           IF STO-FILE-STATUS NOT = '00' THEN
                   DISPLAY 'FBO002E OVERRIDE STORE FBOVRMST OPEN '
                       'FAILED - STATUS ' STO-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN EXTEND ACTION-LOG-FILE.
           IF LOG-FILE-NOT-FOUND THEN
                   OPEN OUTPUT ACTION-LOG-FILE
           END-IF.
           IF LOG-FILE-STATUS NOT = '00' THEN
                   DISPLAY 'FBO003E ACTION LOG FBOVRLOG OPEN FAILED - '
                       'STATUS ' LOG-FILE-STATUS
                   CLOSE OVR-STORE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE 'S' TO FBOLG-ACTION.
           MOVE ZERO TO FBOLG-CARD-ID.
           MOVE ZERO TO FBOLG-VERSION.
           MOVE SPACE TO FBOLG-BEFORE-STATUS.
           MOVE SPACE TO FBOLG-AFTER-STATUS.
           MOVE SPACES TO FBOLG-BEFORE-IMAGE.
           MOVE SPACES TO FBOLG-AFTER-IMAGE.
           PERFORM W-PARA.
           IF LOG-WRITE-FAILED THEN
                   DISPLAY 'FBO008E SIGN-ON NOT LOGGED - SESSION NOT '
                       'STARTED'
                   CLOSE OVR-STORE-FILE
                   CLOSE ACTION-LOG-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           IF STORE-IS-NEW THEN
                   PERFORM B-PARA
           END-IF.
           PERFORM C-PARA UNTIL SESSION-ENDS.
           IF REGEN-NEEDED THEN
                   PERFORM AC-PARA
           END-IF.
           CLOSE OVR-STORE-FILE.
           CLOSE ACTION-LOG-FILE.
           DISPLAY 'FBO901I CARDS SAVED FOR APPROVAL . . : ' CNT-MADE.
           DISPLAY 'FBO902I CARDS APPROVED . . . . . . . : '
               CNT-APPROVED.
           DISPLAY 'FBO903I CARDS REJECTED . . . . . . . : '
               CNT-REJECTED.
           IF LOG-WRITE-FAILED THEN
                   DISPLAY 'FBO004E ACTION LOG INCOMPLETE - SEE '
                       'FBO031E MESSAGES ABOVE'
                   MOVE 8 TO RETURN-CODE
           ELSE
                   DISPLAY 'FBO900I OVERRIDE MAINTENANCE SESSION ENDED'
           END-IF.
           IF STORE-NEEDS-REPAIR THEN
                   MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * a new store starts from the cards already in FBOVERRD, each
      * taken on as approved so tonight's run sees no difference.
           B-PARA.
           MOVE ZERO TO NEXT-CARD-ID.
           OPEN INPUT OVERRIDE-FILE.
           IF OVR-FILE-FOUND THEN
                   PERFORM AE-PARA UNTIL OVR-EOF
                   CLOSE OVERRIDE-FILE
           END-IF.
           MOVE SPACES TO FBOVMREC-RECORD.
           MOVE ZERO TO FBOVM-CARD-ID.
           MOVE ZERO TO FBOVM-VERSION.
           MOVE ZERO TO FBOVM-MAKER-DATE.
           MOVE ZERO TO FBOVM-MAKER-TIME.
           MOVE ZERO TO FBOVM-CHECKER-DATE.
           MOVE ZERO TO FBOVM-CHECKER-TIME.
           MOVE NEXT-CARD-ID TO FBOVM-LAST-CARD-ID.
           WRITE FBOVMREC-RECORD
               INVALID KEY
                   DISPLAY 'FBO005E OVERRIDE STORE CONTROL RECORD '
                       'WRITE FAILED - STATUS ' STO-FILE-STATUS
           END-WRITE.
           DISPLAY 'FBO006I NEW OVERRIDE STORE - ' CNT-LOADED
               ' CARD(S) TAKEN ON FROM FBOVERRD'.

           C-PARA.
           DISPLAY ' '.
           DISPLAY 'FBOVRMNT  OVERRIDE MAINTENANCE   USER '
               OPR-USER-ID '   DATE ' TODAY-DATE.
           DISPLAY '  L  LIST CARDS          A  ADD A CARD'.
           DISPLAY '  C  CHANGE A CARD       X  EXPIRE A CARD'.
           DISPLAY '  P  PENDING CARDS - APPROVE OR REJECT'.
           DISPLAY '  Q  END (BLANK ALSO ENDS)'.
           DISPLAY 'OPTION:'.
           MOVE SPACE TO MENU-CHOICE.
           ACCEPT MENU-CHOICE.
           INSPECT MENU-CHOICE CONVERTING 'lacxpq' TO 'LACXPQ'.
           EVALUATE MENU-CHOICE
               WHEN 'L'
                   PERFORM D-PARA
               WHEN 'A'
                   PERFORM E-PARA
               WHEN 'C'
                   PERFORM F-PARA
               WHEN 'X'
                   PERFORM G-PARA
               WHEN 'P'
                   PERFORM H-PARA
               WHEN 'Q'
                   SET SESSION-ENDS TO TRUE
               WHEN SPACE
                   SET SESSION-ENDS TO TRUE
               WHEN OTHER
                   DISPLAY 'FBO010E UNKNOWN OPTION ' MENU-CHOICE
           END-EVALUATE.

      * list every card in force or waiting for approval.
           D-PARA.
           MOVE ZERO TO SHOWN-CNT.
           MOVE 1 TO FBOVM-CARD-ID.
           MOVE ZERO TO FBOVM-VERSION.
           PERFORM L-PARA.
           PERFORM J-PARA UNTIL STORE-EOF.
           IF SHOWN-CNT = ZERO THEN
                   DISPLAY 'NO OVERRIDE CARDS ON FILE'
           END-IF.

           E-PARA.
           SET ENTRY-IS-OK TO TRUE.
           MOVE SPACES TO ERROR-TEXT.
           MOVE SPACES TO FBOVRREC-RECORD.
           MOVE ZERO TO FBOVR-SKIP-START.
           MOVE ZERO TO FBOVR-SKIP-END.
           MOVE ZERO TO FBOVR-FORCE-COUNTER.
           MOVE ZERO TO FBOVR-EFF-DATE.
           MOVE ZERO TO FBOVR-EXP-DATE.
           DISPLAY 'CARD TYPE - 1 SKIP A RANGE, 2 FORCE A '
               'CLASSIFICATION:'.
           ACCEPT FBOVR-TYPE.
           IF NOT FBOVR-IS-SKIP AND NOT FBOVR-IS-FORCE THEN
                   SET ENTRY-NOT-OK TO TRUE
                   MOVE 'CARD TYPE MUST BE 1 OR 2' TO ERROR-TEXT
           END-IF.
           IF ENTRY-IS-OK THEN
                   PERFORM O-PARA
           END-IF.
           IF ENTRY-IS-OK THEN
                   PERFORM P-PARA
           END-IF.
           IF ENTRY-IS-OK THEN
                   MOVE ZERO TO FBOVM-CARD-ID
                   MOVE ZERO TO FBOVM-VERSION
                   READ OVR-STORE-FILE
                       INVALID KEY
                           SET ENTRY-NOT-OK TO TRUE
                           MOVE 'OVERRIDE STORE CONTROL RECORD MISSING'
                               TO ERROR-TEXT
                   END-READ
           END-IF.
           IF ENTRY-IS-OK THEN
                   ADD 1 TO FBOVM-LAST-CARD-ID GIVING CUR-CARD-ID
                   MOVE 1 TO NEW-VERSION
                   MOVE 'A' TO NEW-ACTION
                   MOVE SPACES TO CUR-APPROVED-IMAGE
                   MOVE ZERO TO CUR-APPROVED-VER
                   PERFORM V-PARA
           END-IF.
           IF ENTRY-IS-OK THEN
                   PERFORM AM-PARA
           END-IF.
           IF ENTRY-NOT-OK AND ERROR-TEXT NOT = SPACES THEN
                   DISPLAY 'FBO011E CARD NOT SAVED - ' ERROR-TEXT
           END-IF.

      * a change starts from the approved card; any field left blank
      * keeps its current value.
           F-PARA.
           PERFORM AG-PARA.
           IF ENTRY-IS-OK THEN
                   PERFORM AL-PARA
                   MOVE FBOVRREC-RECORD TO CHK-CARD
                   DISPLAY 'CARD IN FORCE:'
                   PERFORM K-PARA
                   DISPLAY 'ENTER NEW VALUES - BLANK KEEPS THE '
                       'VALUE SHOWN'
                   PERFORM O-PARA
           END-IF.
           IF ENTRY-IS-OK THEN
                   PERFORM P-PARA
           END-IF.
           IF ENTRY-IS-OK AND FBOVRREC-RECORD = CHK-CARD THEN
                   SET ENTRY-NOT-OK TO TRUE
                   MOVE 'NOTHING WAS CHANGED' TO ERROR-TEXT
           END-IF.
           IF ENTRY-IS-OK THEN
                   ADD 1 TO CUR-HIGH-VER GIVING NEW-VERSION
                   MOVE 'C' TO NEW-ACTION
                   PERFORM V-PARA
           END-IF.
           IF ENTRY-NOT-OK AND ERROR-TEXT NOT = SPACES THEN
                   DISPLAY 'FBO011E CARD NOT SAVED - ' ERROR-TEXT
           END-IF.

      * an expiry is a change to the expiry date alone; the date is
      * the last night the card is in force.
           G-PARA.
           PERFORM AG-PARA.
           IF ENTRY-IS-OK THEN
                   PERFORM AL-PARA
                   DISPLAY 'CARD IN FORCE:'
                   PERFORM K-PARA
                   MOVE 'LAST NIGHT IN FORCE' TO PROMPT-TEXT
                   MOVE TODAY-DATE TO ENTRY-CURRENT
                   PERFORM R-PARA
           END-IF.
           IF ENTRY-IS-OK THEN
                   MOVE ENTRY-NUMBER TO FBOVR-EXP-DATE
                   IF FBOVR-EXP-DATE = ZERO THEN
                           SET ENTRY-NOT-OK TO TRUE
                           MOVE 'AN EXPIRY NEEDS AN EXPIRY DATE'
                               TO ERROR-TEXT
                   END-IF
           END-IF.
           IF ENTRY-IS-OK THEN
                   PERFORM P-PARA
           END-IF.
           IF ENTRY-IS-OK THEN
                   ADD 1 TO CUR-HIGH-VER GIVING NEW-VERSION
                   MOVE 'X' TO NEW-ACTION
                   PERFORM V-PARA
           END-IF.
           IF ENTRY-NOT-OK AND ERROR-TEXT NOT = SPACES THEN
                   DISPLAY 'FBO011E CARD NOT SAVED - ' ERROR-TEXT
           END-IF.

      * show what is waiting and let a user other than its maker
      * approve or reject one card.
           H-PARA.
           MOVE ZERO TO SHOWN-CNT.
           MOVE 1 TO FBOVM-CARD-ID.
           MOVE ZERO TO FBOVM-VERSION.
           PERFORM L-PARA.
           PERFORM AF-PARA UNTIL STORE-EOF.
           IF SHOWN-CNT = ZERO THEN
                   DISPLAY 'NO CARDS ARE WAITING FOR APPROVAL'
           ELSE
                   SET ENTRY-IS-OK TO TRUE
                   MOVE 'CARD ID (BLANK RETURNS)' TO PROMPT-TEXT
                   MOVE ZERO TO ENTRY-CURRENT
                   PERFORM R-PARA
                   IF ENTRY-IS-OK AND ENTRY-NUMBER > ZERO THEN
                           PERFORM AH-PARA
                   END-IF
           END-IF.

           I-PARA.
           READ OVR-STORE-FILE NEXT RECORD
               AT END
                   SET STORE-EOF TO TRUE
           END-READ.

           J-PARA.
           IF FBOVM-IS-APPROVED OR FBOVM-IS-PENDING THEN
                   ADD 1 TO SHOWN-CNT
                   PERFORM AI-PARA
           END-IF.
           PERFORM I-PARA.

           K-PARA.
           IF FBOVR-IS-SKIP THEN
                   DISPLAY '    SKIP  ' FBOVR-SKIP-START ' - '
                       FBOVR-SKIP-END
           ELSE
                   DISPLAY '    FORCE ' FBOVR-FORCE-COUNTER ' TO '
                       FBOVR-FORCE-CODE ' ' FBOVR-FORCE-TEXT
           END-IF.
           DISPLAY '          EFFECTIVE ' FBOVR-EFF-DATE
               '  EXPIRES ' FBOVR-EXP-DATE.

      * position the store at FBOVM-KEY and read the first row.
           L-PARA.
           MOVE 'N' TO STORE-EOF-SW.
           START OVR-STORE-FILE KEY IS >= FBOVM-KEY
               INVALID KEY
                   SET STORE-EOF TO TRUE
           END-START.
           IF NOT STORE-EOF THEN
                   PERFORM I-PARA
           END-IF.

      * gather every version of CUR-CARD-ID.
           M-PARA.
           MOVE ZERO TO CUR-HIGH-VER.
           MOVE ZERO TO CUR-APPROVED-VER.
           MOVE SPACES TO CUR-APPROVED-IMAGE.
           MOVE ZERO TO CUR-PENDING-VER.
           MOVE SPACE TO CUR-PENDING-ACTION.
           MOVE SPACES TO CUR-PENDING-MAKER.
           MOVE SPACES TO CUR-PENDING-IMAGE.
           MOVE CUR-CARD-ID TO FBOVM-CARD-ID.
           MOVE ZERO TO FBOVM-VERSION.
           PERFORM L-PARA.
           PERFORM N-PARA UNTIL STORE-EOF.

           N-PARA.
           IF FBOVM-CARD-ID NOT = CUR-CARD-ID THEN
                   SET STORE-EOF TO TRUE
           ELSE
                   MOVE FBOVM-VERSION TO CUR-HIGH-VER
                   IF FBOVM-IS-APPROVED THEN
                           MOVE FBOVM-VERSION TO CUR-APPROVED-VER
                           MOVE FBOVM-CARD TO CUR-APPROVED-IMAGE
                   END-IF
                   IF FBOVM-IS-PENDING THEN
                           MOVE FBOVM-VERSION TO CUR-PENDING-VER
                           MOVE FBOVM-ACTION TO CUR-PENDING-ACTION
                           MOVE FBOVM-MAKER-ID TO CUR-PENDING-MAKER
                           MOVE FBOVM-CARD TO CUR-PENDING-IMAGE
                   END-IF
                   PERFORM I-PARA
           END-IF.

      * key the fields of the card in FBOVRREC-RECORD, showing each
      * current value.
           O-PARA.
           IF FBOVR-IS-SKIP THEN
                   MOVE 'FIRST COUNTER SKIPPED' TO PROMPT-TEXT
                   MOVE FBOVR-SKIP-START TO ENTRY-CURRENT
                   PERFORM R-PARA
                   IF ENTRY-IS-OK THEN
                           MOVE ENTRY-NUMBER TO FBOVR-SKIP-START
                           MOVE 'LAST COUNTER SKIPPED' TO PROMPT-TEXT
                           MOVE FBOVR-SKIP-END TO ENTRY-CURRENT
                           PERFORM R-PARA
                   END-IF
                   IF ENTRY-IS-OK THEN
                           MOVE ENTRY-NUMBER TO FBOVR-SKIP-END
                   END-IF
           ELSE
                   MOVE 'COUNTER TO FORCE' TO PROMPT-TEXT
                   MOVE FBOVR-FORCE-COUNTER TO ENTRY-CURRENT
                   PERFORM R-PARA
                   IF ENTRY-IS-OK THEN
                           MOVE ENTRY-NUMBER TO FBOVR-FORCE-COUNTER
                           DISPLAY 'CLASS CODE [' FBOVR-FORCE-CODE
                               ']:'
                           MOVE SPACES TO ENTRY-TEXT
                           ACCEPT ENTRY-TEXT
                           IF ENTRY-TEXT-REST NOT = SPACES THEN
                                   SET ENTRY-NOT-OK TO TRUE
                                   MOVE 'CLASS CODE IS TWO CHARACTERS'
                                       TO ERROR-TEXT
                           ELSE
                                   IF ENTRY-TEXT-CODE NOT = SPACES
                                       THEN
                                           MOVE ENTRY-TEXT-CODE
                                               TO FBOVR-FORCE-CODE
                                   END-IF
                           END-IF
                   END-IF
                   IF ENTRY-IS-OK THEN
                           DISPLAY 'CLASSIFICATION TEXT ['
                               FBOVR-FORCE-TEXT ']:'
                           MOVE SPACES TO ENTRY-TEXT
                           ACCEPT ENTRY-TEXT
                           IF ENTRY-TEXT NOT = SPACES THEN
                                   MOVE ENTRY-TEXT TO FBOVR-FORCE-TEXT
                           END-IF
                   END-IF
           END-IF.
           IF ENTRY-IS-OK THEN
                   MOVE 'EFFECTIVE DATE (0 = NOW)' TO PROMPT-TEXT
                   MOVE FBOVR-EFF-DATE TO ENTRY-CURRENT
                   PERFORM R-PARA
           END-IF.
           IF ENTRY-IS-OK THEN
                   MOVE ENTRY-NUMBER TO FBOVR-EFF-DATE
                   MOVE 'EXPIRY DATE (0 = OPEN)' TO PROMPT-TEXT
                   MOVE FBOVR-EXP-DATE TO ENTRY-CURRENT
                   PERFORM R-PARA
           END-IF.
           IF ENTRY-IS-OK THEN
                   MOVE ENTRY-NUMBER TO FBOVR-EXP-DATE
           END-IF.

      * the edits the nightly run would otherwise make in AG-PARA,
      * plus the dates.
           P-PARA.
           IF FBOVR-IS-SKIP AND FBOVR-SKIP-START = ZERO THEN
                   SET ENTRY-NOT-OK TO TRUE
                   MOVE 'FIRST SKIPPED COUNTER MUST BE GREATER THAN 0'
                       TO ERROR-TEXT
           END-IF.
           IF ENTRY-IS-OK AND FBOVR-IS-SKIP
               AND FBOVR-SKIP-END < FBOVR-SKIP-START THEN
                   SET ENTRY-NOT-OK TO TRUE
                   MOVE 'LAST SKIPPED COUNTER IS BEFORE THE FIRST'
                       TO ERROR-TEXT
           END-IF.
           IF ENTRY-IS-OK AND FBOVR-IS-FORCE
               AND FBOVR-FORCE-COUNTER = ZERO THEN
                   SET ENTRY-NOT-OK TO TRUE
                   MOVE 'FORCED COUNTER MUST BE GREATER THAN 0'
                       TO ERROR-TEXT
           END-IF.
           IF ENTRY-IS-OK AND FBOVR-IS-FORCE
               AND FBOVR-FORCE-CODE = SPACES THEN
                   SET ENTRY-NOT-OK TO TRUE
                   MOVE 'A FORCED CARD NEEDS A CLASS CODE'
                       TO ERROR-TEXT
           END-IF.
           IF ENTRY-IS-OK AND FBOVR-IS-FORCE
               AND FBOVR-FORCE-TEXT = SPACES THEN
                   SET ENTRY-NOT-OK TO TRUE
                   MOVE 'A FORCED CARD NEEDS CLASSIFICATION TEXT'
                       TO ERROR-TEXT
           END-IF.
           IF ENTRY-IS-OK AND FBOVR-EFF-DATE > ZERO THEN
                   MOVE FBOVR-EFF-DATE TO VER-DATE-NUM
                   PERFORM S-PARA
                   IF DATE-IS-INVALID THEN
                           SET ENTRY-NOT-OK TO TRUE
                           MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                               TO ERROR-TEXT
                   END-IF
           END-IF.
           IF ENTRY-IS-OK AND FBOVR-EXP-DATE > ZERO THEN
                   MOVE FBOVR-EXP-DATE TO VER-DATE-NUM
                   PERFORM S-PARA
                   IF DATE-IS-INVALID THEN
                           SET ENTRY-NOT-OK TO TRUE
                           MOVE 'EXPIRY DATE IS NOT A VALID DATE'
                               TO ERROR-TEXT
                   END-IF
           END-IF.
           IF ENTRY-IS-OK AND FBOVR-EXP-DATE > ZERO
               AND FBOVR-EXP-DATE < FBOVR-EFF-DATE THEN
                   SET ENTRY-NOT-OK TO TRUE
                   MOVE 'EXPIRY DATE IS BEFORE THE EFFECTIVE DATE'
                       TO ERROR-TEXT
           END-IF.
           IF ENTRY-IS-OK AND FBOVR-EXP-DATE > ZERO
               AND FBOVR-EXP-DATE < TODAY-DATE THEN
                   SET ENTRY-NOT-OK TO TRUE
                   MOVE 'EXPIRY DATE IS ALREADY PAST' TO ERROR-TEXT
           END-IF.

      * prompt for a number; blank keeps ENTRY-CURRENT.
           R-PARA.
           DISPLAY PROMPT-TEXT ' [' ENTRY-CURRENT ']:'.
           MOVE SPACES TO ENTRY-TEXT.
           ACCEPT ENTRY-TEXT.
           IF ENTRY-TEXT = SPACES THEN
                   MOVE ENTRY-CURRENT TO ENTRY-NUMBER
           ELSE
                   MOVE ZERO TO ENTRY-LEAD
                   INSPECT ENTRY-TEXT TALLYING ENTRY-LEAD
                       FOR LEADING SPACES
                   ADD 1 TO ENTRY-LEAD GIVING ENTRY-PTR
                   MOVE SPACES TO ENTRY-DIGITS
                   MOVE SPACES TO ENTRY-REST
                   MOVE ZERO TO ENTRY-LEN
                   UNSTRING ENTRY-TEXT DELIMITED BY ALL SPACE
                       INTO ENTRY-DIGITS COUNT IN ENTRY-LEN
                           ENTRY-REST
                       WITH POINTER ENTRY-PTR
                   END-UNSTRING
                   INSPECT ENTRY-DIGITS REPLACING LEADING SPACES
                       BY ZEROS
                   IF ENTRY-LEN > 8 OR ENTRY-REST NOT = SPACES
                       OR ENTRY-DIGITS IS NOT NUMERIC THEN
                           SET ENTRY-NOT-OK TO TRUE
                           MOVE SPACES TO ERROR-TEXT
                           DISPLAY 'FBO012E ' PROMPT-TEXT
                               ' MUST BE A NUMBER OF UP TO 8 DIGITS'
                   END-IF
           END-IF.

      * VER-DATE-NUM is a real calendar date.
           S-PARA.
           SET DATE-IS-VALID TO TRUE.
           PERFORM T-PARA.
           IF VER-YYYY < 1900 OR MONTH-LAST-DAY = ZERO
               OR VER-DD < 1 OR VER-DD > MONTH-LAST-DAY THEN
                   SET DATE-IS-INVALID TO TRUE
           END-IF.

           T-PARA.
           EVALUATE VER-MM
               WHEN 01 MOVE 31 TO MONTH-LAST-DAY
               WHEN 02 PERFORM U-PARA
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

           U-PARA.
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

      * save FBOVRREC-RECORD as a pending version of CUR-CARD-ID.
           V-PARA.
           PERFORM X-PARA.
           MOVE SPACES TO FBOVMREC-RECORD.
           MOVE CUR-CARD-ID TO FBOVM-CARD-ID.
           MOVE NEW-VERSION TO FBOVM-VERSION.
           SET FBOVM-IS-PENDING TO TRUE.
           MOVE NEW-ACTION TO FBOVM-ACTION.
           MOVE OPR-USER-ID TO FBOVM-MAKER-ID.
           MOVE NOW-DATE TO FBOVM-MAKER-DATE.
           MOVE NOW-TIME TO FBOVM-MAKER-TIME.
           MOVE ZERO TO FBOVM-CHECKER-DATE.
           MOVE ZERO TO FBOVM-CHECKER-TIME.
           MOVE FBOVRREC-RECORD TO FBOVM-CARD.
           WRITE FBOVMREC-RECORD
               INVALID KEY
                   SET ENTRY-NOT-OK TO TRUE
                   MOVE SPACES TO ERROR-TEXT
                   DISPLAY 'FBO013E OVERRIDE STORE WRITE FAILED - '
                       'STATUS ' STO-FILE-STATUS
           END-WRITE.
           IF ENTRY-IS-OK AND STO-FILE-STATUS NOT = '00' THEN
                   SET ENTRY-NOT-OK TO TRUE
                   MOVE SPACES TO ERROR-TEXT
                   DISPLAY 'FBO013E OVERRIDE STORE WRITE FAILED - '
                       'STATUS ' STO-FILE-STATUS
           END-IF.
           IF ENTRY-IS-OK THEN
                   MOVE NEW-ACTION TO FBOLG-ACTION
                   MOVE CUR-CARD-ID TO FBOLG-CARD-ID
                   MOVE NEW-VERSION TO FBOLG-VERSION
                   MOVE SPACE TO FBOLG-BEFORE-STATUS
                   MOVE 'P' TO FBOLG-AFTER-STATUS
                   MOVE CUR-APPROVED-IMAGE TO FBOLG-BEFORE-IMAGE
                   MOVE FBOVRREC-RECORD TO FBOLG-AFTER-IMAGE
                   PERFORM W-PARA
                   ADD 1 TO CNT-MADE
                   DISPLAY 'FBO020I CARD ' CUR-CARD-ID ' VERSION '
                       NEW-VERSION ' SAVED - PENDING APPROVAL BY '
                       'A SECOND USER'
           END-IF.

      * stamp and write the log row already built in FBOLGREC-RECORD.
           W-PARA.
           PERFORM X-PARA.
           MOVE NOW-DATE TO FBOLG-DATE.
           MOVE NOW-TIME TO FBOLG-TIME.
           MOVE OPR-USER-ID TO FBOLG-USER-ID.
           WRITE FBOLGREC-RECORD.
           IF LOG-FILE-STATUS NOT = '00' THEN
                   DISPLAY 'FBO031E ACTION LOG WRITE FAILED - STATUS '
                       LOG-FILE-STATUS ' - CARD ' FBOLG-CARD-ID
                       ' ACTION ' FBOLG-ACTION
                   SET LOG-WRITE-FAILED TO TRUE
           END-IF.

           X-PARA.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.

      * approve the pending version: the version it replaces is
      * superseded first, then the new one goes into force. If the
      * approval cannot be recorded the old version is put back in
      * force, so the card is never left with two versions or none.
           Y-PARA.
           SET ENTRY-IS-OK TO TRUE.
           MOVE CUR-PENDING-IMAGE TO FBOVRREC-RECORD.
           PERFORM P-PARA.
           IF ENTRY-NOT-OK THEN
                   DISPLAY 'FBO016E CARD CANNOT BE APPROVED - '
                       ERROR-TEXT
                   DISPLAY 'FBO016E REJECT IT AND KEY IT AGAIN'
           END-IF.
           IF ENTRY-IS-OK THEN
                   PERFORM AA-PARA
           END-IF.
           IF ENTRY-IS-OK AND CUR-APPROVED-VER > ZERO THEN
                   MOVE CUR-CARD-ID TO FBOVM-CARD-ID
                   MOVE CUR-APPROVED-VER TO FBOVM-VERSION
                   READ OVR-STORE-FILE
                       INVALID KEY
                           SET ENTRY-NOT-OK TO TRUE
                   END-READ
                   IF STO-FILE-STATUS NOT = '00' THEN
                           SET ENTRY-NOT-OK TO TRUE
                   END-IF
                   IF ENTRY-IS-OK THEN
                           SET FBOVM-IS-SUPERSEDED TO TRUE
                           REWRITE FBOVMREC-RECORD
                               INVALID KEY
                                   SET ENTRY-NOT-OK TO TRUE
                           END-REWRITE
                   END-IF
                   IF STO-FILE-STATUS NOT = '00' THEN
                           SET ENTRY-NOT-OK TO TRUE
                   END-IF
           END-IF.
           IF ENTRY-IS-OK THEN
                   MOVE CUR-CARD-ID TO FBOVM-CARD-ID
                   MOVE CUR-PENDING-VER TO FBOVM-VERSION
                   READ OVR-STORE-FILE
                       INVALID KEY
                           SET ENTRY-NOT-OK TO TRUE
                   END-READ
                   IF STO-FILE-STATUS NOT = '00' THEN
                           SET ENTRY-NOT-OK TO TRUE
                   END-IF
                   IF ENTRY-IS-OK THEN
                           PERFORM X-PARA
                           SET FBOVM-IS-APPROVED TO TRUE
                           MOVE OPR-USER-ID TO FBOVM-CHECKER-ID
                           MOVE NOW-DATE TO FBOVM-CHECKER-DATE
                           MOVE NOW-TIME TO FBOVM-CHECKER-TIME
                           REWRITE FBOVMREC-RECORD
                               INVALID KEY
                                   SET ENTRY-NOT-OK TO TRUE
                           END-REWRITE
                   END-IF
                   IF STO-FILE-STATUS NOT = '00' THEN
                           SET ENTRY-NOT-OK TO TRUE
                   END-IF
                   IF ENTRY-NOT-OK AND CUR-APPROVED-VER > ZERO THEN
                           MOVE STO-FILE-STATUS TO FAIL-FILE-STATUS
                           PERFORM AN-PARA
                           MOVE FAIL-FILE-STATUS TO STO-FILE-STATUS
                   END-IF
           END-IF.
           IF ENTRY-IS-OK THEN
                   MOVE 'V' TO FBOLG-ACTION
                   MOVE CUR-CARD-ID TO FBOLG-CARD-ID
                   MOVE CUR-PENDING-VER TO FBOLG-VERSION
                   MOVE 'P' TO FBOLG-BEFORE-STATUS
                   MOVE 'A' TO FBOLG-AFTER-STATUS
                   MOVE CUR-APPROVED-IMAGE TO FBOLG-BEFORE-IMAGE
                   MOVE CUR-PENDING-IMAGE TO FBOLG-AFTER-IMAGE
                   PERFORM W-PARA
                   ADD 1 TO CNT-APPROVED
                   SET REGEN-NEEDED TO TRUE
                   DISPLAY 'FBO021I CARD ' CUR-CARD-ID ' VERSION '
                       CUR-PENDING-VER ' APPROVED - FBOVERRD IS '
                       'REWRITTEN AT END OF SESSION'
           ELSE
                   IF ERROR-TEXT = SPACES THEN
                           DISPLAY 'FBO017E OVERRIDE STORE UPDATE '
                               'FAILED - STATUS ' STO-FILE-STATUS
                           DISPLAY 'FBO017E CARD ' CUR-CARD-ID
                               ' VERSION ' CUR-PENDING-VER
                               ' NOT APPROVED - STILL PENDING'
                           MOVE 'F' TO FBOLG-ACTION
                           MOVE CUR-CARD-ID TO FBOLG-CARD-ID
                           MOVE CUR-PENDING-VER TO FBOLG-VERSION
                           MOVE 'P' TO FBOLG-BEFORE-STATUS
                           MOVE 'P' TO FBOLG-AFTER-STATUS
                           MOVE CUR-APPROVED-IMAGE
                               TO FBOLG-BEFORE-IMAGE
                           MOVE CUR-PENDING-IMAGE TO FBOLG-AFTER-IMAGE
                           PERFORM W-PARA
                           IF RETURN-CODE < 8 THEN
                                   MOVE 8 TO RETURN-CODE
                           END-IF
                   END-IF
           END-IF.

           Z-PARA.
           SET ENTRY-IS-OK TO TRUE.
           MOVE CUR-CARD-ID TO FBOVM-CARD-ID.
           MOVE CUR-PENDING-VER TO FBOVM-VERSION.
           READ OVR-STORE-FILE
               INVALID KEY
                   SET ENTRY-NOT-OK TO TRUE
           END-READ.
           IF ENTRY-IS-OK THEN
                   PERFORM X-PARA
                   SET FBOVM-IS-REJECTED TO TRUE
                   MOVE OPR-USER-ID TO FBOVM-CHECKER-ID
                   MOVE NOW-DATE TO FBOVM-CHECKER-DATE
                   MOVE NOW-TIME TO FBOVM-CHECKER-TIME
                   REWRITE FBOVMREC-RECORD
                       INVALID KEY
                           SET ENTRY-NOT-OK TO TRUE
                   END-REWRITE
           END-IF.
           IF ENTRY-IS-OK THEN
                   MOVE 'R' TO FBOLG-ACTION
                   MOVE CUR-CARD-ID TO FBOLG-CARD-ID
                   MOVE CUR-PENDING-VER TO FBOLG-VERSION
                   MOVE 'P' TO FBOLG-BEFORE-STATUS
                   MOVE 'R' TO FBOLG-AFTER-STATUS
                   MOVE CUR-APPROVED-IMAGE TO FBOLG-BEFORE-IMAGE
                   MOVE CUR-PENDING-IMAGE TO FBOLG-AFTER-IMAGE
                   PERFORM W-PARA
                   ADD 1 TO CNT-REJECTED
                   DISPLAY 'FBO022I CARD ' CUR-CARD-ID ' VERSION '
                       CUR-PENDING-VER ' REJECTED'
           ELSE
                   DISPLAY 'FBO017E OVERRIDE STORE UPDATE FAILED - '
                       'STATUS ' STO-FILE-STATUS
           END-IF.

      * approving must not take FBOVERRD past what the nightly run
      * can hold; the card's own approved version is not counted.
           AA-PARA.
           MOVE ZERO TO LIVE-SKIP-CNT.
           MOVE ZERO TO LIVE-FORCE-CNT.
           MOVE 1 TO FBOVM-CARD-ID.
           MOVE ZERO TO FBOVM-VERSION.
           PERFORM L-PARA.
           PERFORM AB-PARA UNTIL STORE-EOF.
           MOVE CUR-PENDING-IMAGE TO CHK-CARD.
           PERFORM AD-PARA.
           IF CHK-IS-LIVE AND FBOVR-IS-SKIP
               AND LIVE-SKIP-CNT >= SKIP-LIMIT THEN
                   SET ENTRY-NOT-OK TO TRUE
                   MOVE 'NIGHTLY SKIP CARD LIMIT REACHED' TO ERROR-TEXT
                   DISPLAY 'FBO018E ' SKIP-LIMIT ' SKIP CARDS ARE '
                       'ALREADY IN FORCE - EXPIRE ONE FIRST'
           END-IF.
           IF CHK-IS-LIVE AND FBOVR-IS-FORCE
               AND LIVE-FORCE-CNT >= FORCE-LIMIT THEN
                   SET ENTRY-NOT-OK TO TRUE
                   MOVE 'NIGHTLY FORCE CARD LIMIT REACHED' TO ERROR-TEXT
                   DISPLAY 'FBO018E ' FORCE-LIMIT ' FORCE CARDS ARE '
                       'ALREADY IN FORCE - EXPIRE ONE FIRST'
           END-IF.

           AB-PARA.
           IF FBOVM-IS-APPROVED AND FBOVM-CARD-ID NOT = CUR-CARD-ID
               THEN
                   MOVE FBOVM-CARD TO CHK-CARD
                   PERFORM AD-PARA
                   IF CHK-IS-LIVE AND CHK-TYPE = '1' THEN
                           ADD 1 TO LIVE-SKIP-CNT
                   END-IF
                   IF CHK-IS-LIVE AND CHK-TYPE = '2' THEN
                           ADD 1 TO LIVE-FORCE-CNT
                   END-IF
           END-IF.
           PERFORM I-PARA.

      * rewrite FBOVERRD from the approved cards still in force.
           AC-PARA.
           MOVE ZERO TO CNT-WRITTEN.
           MOVE 'N' TO OVR-WRITE-SW.
           OPEN OUTPUT OVERRIDE-FILE.
           IF OVR-FILE-STATUS NOT = '00' THEN
                   DISPLAY 'FBO030E FBOVERRD OPEN FAILED - STATUS '
                       OVR-FILE-STATUS ' - APPROVED CARDS NOT YET '
                       'RELEASED'
                   MOVE 8 TO RETURN-CODE
           ELSE
                   MOVE 1 TO FBOVM-CARD-ID
                   MOVE ZERO TO FBOVM-VERSION
                   PERFORM L-PARA
                   PERFORM AJ-PARA UNTIL STORE-EOF
                   CLOSE OVERRIDE-FILE
                   IF OVR-WRITE-FAILED THEN
                           DISPLAY 'FBO033E FBOVERRD INCOMPLETE - SEE '
                               'FBO032E MESSAGES ABOVE'
                           MOVE 8 TO RETURN-CODE
                   ELSE
                           MOVE 'G' TO FBOLG-ACTION
                           MOVE ZERO TO FBOLG-CARD-ID
                           MOVE CNT-WRITTEN TO FBOLG-VERSION
                           MOVE SPACE TO FBOLG-BEFORE-STATUS
                           MOVE SPACE TO FBOLG-AFTER-STATUS
                           MOVE SPACES TO FBOLG-BEFORE-IMAGE
                           MOVE SPACES TO FBOLG-AFTER-IMAGE
                           PERFORM W-PARA
                           DISPLAY 'FBO023I FBOVERRD REWRITTEN - '
                               CNT-WRITTEN ' APPROVED CARD(S)'
                   END-IF
           END-IF.

      * a card is live unless its expiry date is already past.
           AD-PARA.
           MOVE 'Y' TO CHK-LIVE-SW.
           IF CHK-EXP-DATE IS NUMERIC AND CHK-EXP-DATE > ZERO
               AND CHK-EXP-DATE < TODAY-DATE THEN
                   MOVE 'N' TO CHK-LIVE-SW
           END-IF.

           AE-PARA.
           READ OVERRIDE-FILE
               AT END
                   SET OVR-EOF TO TRUE
               NOT AT END
                   IF FBOVR-IS-SKIP OR FBOVR-IS-FORCE THEN
                           PERFORM AK-PARA
                   ELSE
                           DISPLAY 'FBO007W FBOVERRD CARD WITH '
                               'INVALID TYPE NOT TAKEN ON'
                   END-IF
           END-READ.

           AF-PARA.
           IF FBOVM-IS-PENDING THEN
                   ADD 1 TO SHOWN-CNT
                   PERFORM AI-PARA
           END-IF.
           PERFORM I-PARA.

      * approve or reject one pending card.
           AH-PARA.
           MOVE ENTRY-NUMBER TO CUR-CARD-ID.
           IF ENTRY-NUMBER > 999999 THEN
                   MOVE ZERO TO CUR-CARD-ID
           END-IF.
           PERFORM M-PARA.
           IF CUR-PENDING-VER = ZERO THEN
                   DISPLAY 'FBO014E NO PENDING VERSION FOR CARD '
                       ENTRY-NUMBER
           ELSE
                   IF CUR-PENDING-MAKER = OPR-USER-ID THEN
                           DISPLAY 'FBO015E CARD ' CUR-CARD-ID
                               ' WAS KEYED BY YOU - A SECOND USER '
                               'MUST APPROVE IT'
                   ELSE
                           IF CUR-APPROVED-VER = ZERO THEN
                                   DISPLAY 'IN FORCE NOW: NONE - NEW '
                                       'CARD'
                           ELSE
                                   DISPLAY 'IN FORCE NOW:'
                                   MOVE CUR-APPROVED-IMAGE
                                       TO FBOVRREC-RECORD
                                   PERFORM K-PARA
                           END-IF
                           DISPLAY 'AFTER APPROVAL - ACTION '
                               CUR-PENDING-ACTION ':'
                           MOVE CUR-PENDING-IMAGE TO FBOVRREC-RECORD
                           PERFORM K-PARA
                           DISPLAY 'A APPROVE, R REJECT, BLANK LEAVES '
                               'IT PENDING:'
                           MOVE SPACE TO DECISION
                           ACCEPT DECISION
                           INSPECT DECISION CONVERTING 'ar' TO 'AR'
                           MOVE SPACES TO ERROR-TEXT
                           IF DECISION = 'A' THEN
                                   PERFORM Y-PARA
                           END-IF
                           IF DECISION = 'R' THEN
                                   PERFORM Z-PARA
                           END-IF
                   END-IF
           END-IF.

           AI-PARA.
           EVALUATE TRUE
               WHEN FBOVM-IS-APPROVED
                   MOVE 'APPROVED' TO STS-TEXT
               WHEN FBOVM-IS-PENDING
                   MOVE 'PENDING' TO STS-TEXT
               WHEN OTHER
                   MOVE FBOVM-STATUS TO STS-TEXT
           END-EVALUATE.
           DISPLAY 'CARD ' FBOVM-CARD-ID ' V' FBOVM-VERSION ' '
               STS-TEXT ' ' FBOVM-ACTION '  KEYED BY ' FBOVM-MAKER-ID
               ' ' FBOVM-MAKER-DATE '  APPROVED BY '
               FBOVM-CHECKER-ID.
           MOVE FBOVM-CARD TO FBOVRREC-RECORD.
           PERFORM K-PARA.

           AJ-PARA.
           IF FBOVM-IS-APPROVED THEN
                   MOVE FBOVM-CARD TO CHK-CARD
                   PERFORM AD-PARA
                   IF CHK-IS-LIVE THEN
                           MOVE FBOVM-CARD TO FBOVRREC-RECORD
                           WRITE FBOVRREC-RECORD
                           IF OVR-FILE-STATUS = '00' THEN
                                   ADD 1 TO CNT-WRITTEN
                           ELSE
                                   DISPLAY 'FBO032E FBOVERRD WRITE '
                                       'FAILED - STATUS '
                                       OVR-FILE-STATUS ' - CARD '
                                       FBOVM-CARD-ID ' NOT RELEASED'
                                   SET OVR-WRITE-FAILED TO TRUE
                           END-IF
                   END-IF
           END-IF.
           PERFORM I-PARA.

      * take one existing FBOVERRD card on as approved version 1.
           AK-PARA.
           ADD 1 TO NEXT-CARD-ID.
           PERFORM X-PARA.
           MOVE SPACES TO FBOVMREC-RECORD.
           MOVE NEXT-CARD-ID TO FBOVM-CARD-ID.
           MOVE 1 TO FBOVM-VERSION.
           SET FBOVM-IS-APPROVED TO TRUE.
           MOVE 'L' TO FBOVM-ACTION.
           MOVE 'FBOVERRD' TO FBOVM-MAKER-ID.
           MOVE NOW-DATE TO FBOVM-MAKER-DATE.
           MOVE NOW-TIME TO FBOVM-MAKER-TIME.
           MOVE OPR-USER-ID TO FBOVM-CHECKER-ID.
           MOVE NOW-DATE TO FBOVM-CHECKER-DATE.
           MOVE NOW-TIME TO FBOVM-CHECKER-TIME.
           MOVE FBOVRREC-RECORD TO FBOVM-CARD.
           WRITE FBOVMREC-RECORD
               INVALID KEY
                   DISPLAY 'FBO013E OVERRIDE STORE WRITE FAILED - '
                       'STATUS ' STO-FILE-STATUS
           END-WRITE.
           MOVE 'L' TO FBOLG-ACTION.
           MOVE NEXT-CARD-ID TO FBOLG-CARD-ID.
           MOVE 1 TO FBOLG-VERSION.
           MOVE SPACE TO FBOLG-BEFORE-STATUS.
           MOVE 'A' TO FBOLG-AFTER-STATUS.
           MOVE SPACES TO FBOLG-BEFORE-IMAGE.
           MOVE FBOVRREC-RECORD TO FBOLG-AFTER-IMAGE.
           PERFORM W-PARA.
           ADD 1 TO CNT-LOADED.

      * a change or expiry needs a card with an approved version and
      * nothing already waiting.
           AG-PARA.
           SET ENTRY-IS-OK TO TRUE.
           MOVE SPACES TO ERROR-TEXT.
           MOVE 'CARD ID (BLANK RETURNS)' TO PROMPT-TEXT.
           MOVE ZERO TO ENTRY-CURRENT.
           PERFORM R-PARA.
           IF ENTRY-IS-OK AND ENTRY-NUMBER = ZERO THEN
                   SET ENTRY-NOT-OK TO TRUE
           END-IF.
           IF ENTRY-IS-OK THEN
                   IF ENTRY-NUMBER > 999999 THEN
                           SET ENTRY-NOT-OK TO TRUE
                           MOVE 'NO SUCH CARD' TO ERROR-TEXT
                   ELSE
                           MOVE ENTRY-NUMBER TO CUR-CARD-ID
                           PERFORM M-PARA
                   END-IF
           END-IF.
           IF ENTRY-IS-OK AND CUR-PENDING-VER > ZERO THEN
                   SET ENTRY-NOT-OK TO TRUE
                   MOVE 'A VERSION IS ALREADY WAITING FOR APPROVAL'
                       TO ERROR-TEXT
           END-IF.
           IF ENTRY-IS-OK AND CUR-APPROVED-VER = ZERO THEN
                   SET ENTRY-NOT-OK TO TRUE
                   MOVE 'NO SUCH CARD IN FORCE' TO ERROR-TEXT
           END-IF.

      * cards keyed before the dates existed carry spaces; a change
      * starts from zeros so the edits and the compare see numbers.
           AL-PARA.
           MOVE CUR-APPROVED-IMAGE TO FBOVRREC-RECORD.
           IF FBOVR-SKIP-START IS NOT NUMERIC THEN
                   MOVE ZERO TO FBOVR-SKIP-START
           END-IF.
           IF FBOVR-SKIP-END IS NOT NUMERIC THEN
                   MOVE ZERO TO FBOVR-SKIP-END
           END-IF.
           IF FBOVR-FORCE-COUNTER IS NOT NUMERIC THEN
                   MOVE ZERO TO FBOVR-FORCE-COUNTER
           END-IF.
           IF FBOVR-EFF-DATE IS NOT NUMERIC THEN
                   MOVE ZERO TO FBOVR-EFF-DATE
           END-IF.
           IF FBOVR-EXP-DATE IS NOT NUMERIC THEN
                   MOVE ZERO TO FBOVR-EXP-DATE
           END-IF.

      * the new card is on file; only now is its ID taken from the
      * control record. Should that fail, the next add is refused as
      * a duplicate rather than overwriting this card.
           AM-PARA.
           MOVE ZERO TO FBOVM-CARD-ID.
           MOVE ZERO TO FBOVM-VERSION.
           READ OVR-STORE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF STO-FILE-STATUS = '00' THEN
                   MOVE CUR-CARD-ID TO FBOVM-LAST-CARD-ID
                   REWRITE FBOVMREC-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-IF.
           IF STO-FILE-STATUS NOT = '00' THEN
                   DISPLAY 'FBO024E OVERRIDE STORE CONTROL RECORD '
                       'UPDATE FAILED - STATUS ' STO-FILE-STATUS
                   DISPLAY 'FBO024E CARD ' CUR-CARD-ID ' IS SAVED BUT '
                       'FURTHER ADDS WILL BE REFUSED UNTIL IT IS SET'
                   IF RETURN-CODE < 8 THEN
                           MOVE 8 TO RETURN-CODE
                   END-IF
           END-IF.

      * the approval could not be recorded: put the version that was
      * superseded back in force.
           AN-PARA.
           MOVE CUR-CARD-ID TO FBOVM-CARD-ID.
           MOVE CUR-APPROVED-VER TO FBOVM-VERSION.
           READ OVR-STORE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF STO-FILE-STATUS = '00' THEN
                   IF FBOVM-IS-SUPERSEDED THEN
                           SET FBOVM-IS-APPROVED TO TRUE
                           REWRITE FBOVMREC-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-IF
           END-IF.
           IF STO-FILE-STATUS NOT = '00' THEN
                   DISPLAY 'FBO019E CARD ' CUR-CARD-ID ' VERSION '
                       CUR-APPROVED-VER ' COULD NOT BE PUT BACK IN '
                       'FORCE - STATUS ' STO-FILE-STATUS
                   DISPLAY 'FBO019E THE CARD HAS NO APPROVED VERSION '
                       '- REPAIR FBOVRMST BEFORE THE NIGHTLY RUN'
                   SET STORE-NEEDS-REPAIR TO TRUE
           END-IF.
