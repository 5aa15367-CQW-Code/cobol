      ******************************************************************
      *  GMTRNREC.CPY
      *  MAINTENANCE TRANSACTION RECORD FOR GLMAINT.  ONE RECORD ADDS,
      *  CHANGES OR DELETES ONE GL-ACCOUNT-FILE MAPPING, KEYED ON
      *  GT-POSTTYPE.  ON A CHANGE, A SPACE IN GT-DESCRIP OR A ZERO IN
      *  EITHER ACCOUNT LEAVES THAT FIELD AS IT STANDS.
      ******************************************************************
       01  WS-GLM-TRANS.
           05  GT-CODE                 PIC X.
               88  GT-ADD                          VALUE 'A'.
               88  GT-CHANGE                       VALUE 'C'.
               88  GT-DELETE                       VALUE 'D'.
           05  GT-POSTTYPE             PIC X(4).
               88  GT-KNOWN-TYPE                   VALUE 'SLAR' 'SLCS'
                       'COGS' 'CNTG' 'CNTL' 'RCPT' 'CASH' 'UNAP'
                       'RTRN' 'RTUA' 'RTCS' 'APVC' 'TXAR' 'TXCS'
                       'RTTX' 'FINC' 'APPU' 'APPF'.
           05  GT-DESCRIP              PIC X(20).
           05  GT-DR-ACCT              PIC 9(8).
           05  GT-CR-ACCT              PIC 9(8).
           05  FILLER                  PIC X(39).
