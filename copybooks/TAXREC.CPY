      ******************************************************************
      *  TAXREC.CPY
      *  SALES-TAX JURISDICTION RATE RECORD FOR TAX-RATE-FILE
      *  (INDEXED, KEYED ON THE 3-CHARACTER JURISDICTION CODE CARRIED
      *  AS CUST-TAXJUR ON CUSTOMER-FILE), MAINTAINED BY TAXMAINT.
      *  WS-TX-RATE IS A PERCENTAGE WITH THREE DECIMALS (07250 =
      *  7.250 PERCENT).  INVPRINT TAXES EACH INVOICE AT ITS
      *  CUSTOMER'S JURISDICTION RATE, RTRNPOST REVERSES AT THE SAME
      *  RATE, AND TAXRPT NAMES THE JURISDICTIONS FROM HERE.
      ******************************************************************
       01  WS-TAX-REC.
           05  WS-TX-JURIS             PIC X(3).
           05  WS-TX-DESCRIP           PIC X(20).
           05  WS-TX-RATE              PIC 99V999.
           05  FILLER                  PIC X(12).
