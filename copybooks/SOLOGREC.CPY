      ******************************************************************
      *  SOLOGREC.CPY
      *  BEFORE/AFTER CHANGE-LOG RECORD WRITTEN BY SOMAINT FOR EVERY
      *  ADD, CHANGE OR DEACTIVATE APPLIED TO STANDING-ORDER-FILE, THE
      *  SAME WAY CMLOGREC.CPY LOGS CUSTOMER-FILE MAINTENANCE.
      ******************************************************************
       01  WS-SOLOG-REC.
           05  SOL-CODE                PIC X.
           05  SOL-CUSTNO              PIC 9(6).
           05  SOL-ITEMNO              PIC 9(5).
           05  SOL-RUN-DATE            PIC 9(6).
           05  SOL-BEFORE-IMAGE.
               10  SOL-B-QUANORD       PIC 9(4).
               10  SOL-B-PAY           PIC 9.
               10  SOL-B-FREQ          PIC X.
               10  SOL-B-NEXTDUE       PIC 9(6).
               10  SOL-B-STARTDATE     PIC 9(6).
               10  SOL-B-ENDDATE       PIC 9(6).
               10  SOL-B-STATUS        PIC X.
           05  SOL-AFTER-IMAGE.
               10  SOL-A-QUANORD       PIC 9(4).
               10  SOL-A-PAY           PIC 9.
               10  SOL-A-FREQ          PIC X.
               10  SOL-A-NEXTDUE       PIC 9(6).
               10  SOL-A-STARTDATE     PIC 9(6).
               10  SOL-A-ENDDATE       PIC 9(6).
               10  SOL-A-STATUS        PIC X.
