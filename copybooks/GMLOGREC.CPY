      ******************************************************************
      *  GMLOGREC.CPY
      *  BEFORE/AFTER CHANGE-LOG RECORD WRITTEN BY GLMAINT FOR EVERY
      *  ADD, CHANGE OR DELETE APPLIED TO GL-ACCOUNT-FILE, THE SAME WAY
      *  PMLOGREC.CPY LOGS PRICE-FILE MAINTENANCE.
      ******************************************************************
       01  WS-GLMLOG-REC.
           05  GCL-CODE                PIC X.
           05  GCL-POSTTYPE            PIC X(4).
           05  GCL-RUN-DATE            PIC 9(6).
           05  GCL-BEFORE-IMAGE.
               10  GCL-B-DESCRIP       PIC X(20).
               10  GCL-B-DR-ACCT       PIC 9(8).
               10  GCL-B-CR-ACCT       PIC 9(8).
           05  GCL-AFTER-IMAGE.
               10  GCL-A-DESCRIP       PIC X(20).
               10  GCL-A-DR-ACCT       PIC 9(8).
               10  GCL-A-CR-ACCT       PIC 9(8).
