      ******************************************************************
      *  TXTRNREC.CPY
      *  MAINTENANCE TRANSACTION RECORD FOR TAXMAINT.  ONE RECORD ADDS,
      *  CHANGES OR DELETES ONE TAX-RATE-FILE JURISDICTION, KEYED ON
      *  TT-JURIS.  ON A CHANGE, A SPACE IN TT-DESCRIP OR AN ALL-SPACE
      *  TT-RATE LEAVES THAT FIELD AS IT STANDS (A KEYED ZERO RATE IS
      *  A REAL ZERO RATE).
      ******************************************************************
       01  WS-TAX-TRANS.
           05  TT-CODE                 PIC X.
               88  TT-ADD                          VALUE 'A'.
               88  TT-CHANGE                       VALUE 'C'.
               88  TT-DELETE                       VALUE 'D'.
           05  TT-JURIS                PIC X(3).
           05  TT-DESCRIP              PIC X(20).
           05  TT-RATE                 PIC 99V999.
           05  TT-RATE-X REDEFINES TT-RATE
                                       PIC X(5).
           05  FILLER                  PIC X(51).
