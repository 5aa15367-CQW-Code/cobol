      ******************************************************************
      *  APINVREC.CPY
      *  SUPPLIER-INVOICE TRANSACTION RECORD FOR APMATCH.  ONE RECORD
      *  CARRIES ONE LINE OF A SUPPLIER'S INVOICE - THE PO NUMBER AND
      *  ITEM BILLED, THE QUANTITY BILLED AND THE UNIT PRICE CHARGED -
      *  TO BE MATCHED AGAINST ITS OPENPO-FILE LINE.  WS-SI-INVDATE IS
      *  YYMMDD.
      ******************************************************************
       01  WS-SUPPINV-REC.
           05  WS-SI-SUPPNO            PIC 9(5).
           05  WS-SI-INVNO             PIC X(12).
           05  WS-SI-INVDATE           PIC 9(6).
           05  WS-SI-PONO              PIC 9(6).
           05  WS-SI-ITEMNO            PIC 9(5).
           05  WS-SI-QUANBILL          PIC 9(4).
           05  WS-SI-UNITPRC           PIC 9(3)V99.
           05  FILLER                  PIC X(37).
