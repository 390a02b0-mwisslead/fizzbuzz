      * On a first-time WRITE the old class fields are spaces. Rows
      * are appended in processing order, so for one counter the
      * latest row with FBHST-RUN-DATE on or before an as-of date
      * names the classification in force on that date. A back-out
      * (FBBAKOUT) appends an 'R' reversal row dated the day of the
      * back-out, carrying the withdrawn class as old and the restored
      * class as new - spaces when the row was first created by the
      * run backed out and has been removed from the master. Its
      * old-run fields name the run that was backed out.
           01 FBHSTREC-RECORD.
               05 FBHST-COUNTER-NBR PIC 9(8).
               05 FBHST-OLD-CLASS-CODE PIC X(2).
               05 FBHST-NEW-CLASS-TEXT PIC X(110).
               05 FBHST-RUN-DATE PIC 9(8).
               05 FBHST-RUN-SEQ PIC 9(2).
      * rule-set version that produced the new classification;
      * spaces when the run loaded the unversioned FBRULES file.
               05 FBHST-RULE-VERSION PIC X(8).
      * run that produced the old classification, so a back-out can
      * put the master row back exactly; zero/spaces on a first-time
      * WRITE and on rows written before these fields were kept.
               05 FBHST-OLD-RUN-DATE PIC 9(8).
               05 FBHST-OLD-RUN-SEQ PIC 9(2).
               05 FBHST-OLD-RULE-VERSION PIC X(8).
               05 FBHST-ROW-TYPE PIC X(1).
                   88 FBHST-IS-RUN-ROW VALUE SPACE.
                   88 FBHST-IS-REVERSAL VALUE 'R'.
