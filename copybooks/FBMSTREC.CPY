               05 FBMST-CLASS-TEXT PIC X(110).
               05 FBMST-RUN-DATE PIC 9(8).
               05 FBMST-RUN-SEQ PIC 9(2).
      * rule-set version that produced the current classification;
      * spaces when the run loaded the unversioned FBRULES file.
               05 FBMST-RULE-VERSION PIC X(8).
