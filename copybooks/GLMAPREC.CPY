      ******************************************************************
      *  GLMAPREC.CPY
      *  GENERAL-LEDGER ACCOUNT-MAPPING RECORD FOR GL-ACCOUNT-FILE
      *  (INDEXED, KEYED ON THE 4-CHARACTER POSTING TYPE), MAINTAINED
      *  BY GLMAINT.  EACH KIND OF POSTING THE SYSTEM MAKES CARRIES
      *  THE GL ACCOUNT IT DEBITS AND THE GL ACCOUNT IT CREDITS, SO
      *  GLEXTRCT NEVER HOLDS AN ACCOUNT NUMBER IN CODE.  THE POSTING
      *  TYPES IN USE ARE LISTED IN GLACTREC.CPY.
      ******************************************************************
       01  WS-GLMAP-REC.
           05  WS-GM-POSTTYPE          PIC X(4).
           05  WS-GM-DESCRIP           PIC X(20).
           05  WS-GM-DR-ACCT           PIC 9(8).
           05  WS-GM-CR-ACCT           PIC 9(8).
           05  FILLER                  PIC X(10).
