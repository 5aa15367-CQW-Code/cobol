      ******************************************************************
      *  TXLOGREC.CPY
      *  BEFORE/AFTER CHANGE-LOG RECORD WRITTEN BY TAXMAINT FOR EVERY
      *  ADD, CHANGE OR DELETE APPLIED TO TAX-RATE-FILE, THE SAME WAY
      *  GMLOGREC.CPY LOGS GL-ACCOUNT-FILE MAINTENANCE.
      ******************************************************************
       01  WS-TAXLOG-REC.
           05  TCL-CODE                PIC X.
           05  TCL-JURIS               PIC X(3).
           05  TCL-RUN-DATE            PIC 9(6).
           05  TCL-BEFORE-IMAGE.
               10  TCL-B-DESCRIP       PIC X(20).
               10  TCL-B-RATE          PIC 99V999.
           05  TCL-AFTER-IMAGE.
               10  TCL-A-DESCRIP       PIC X(20).
               10  TCL-A-RATE          PIC 99V999.
