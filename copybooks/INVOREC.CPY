      *  FROM (WS-T-ORDERNO, ASSIGNED AT ENTRY TIME), SO PICK LISTS
      *  AND INVOICES CAN GROUP A MULTI-LINE ORDER'S SHIPMENTS
      *  TOGETHER.
      *  WS-I-TAXAMT IS THE SALES TAX BILLED ON THE SHIPMENT.  ORDERS
      *  AND BKRELEAS WRITE IT AS ZERO; INVPRINT FIGURES IT AT THE
      *  CUSTOMER'S TAX-RATE-FILE JURISDICTION RATE (ZERO FOR A TAX-
      *  EXEMPT CUSTOMER) ON THE NUMBERED GENERATION, SO ARPOST PUTS
      *  THE TAXED TOTAL ON THE RECEIVABLE AND GLEXTRCT POSTS THE TAX.
      ******************************************************************
       01  WS-INVORD-REC.
           05  WS-I-ITEMNO             PIC 9(5).
               88  WS-I-CONTRACT-PRICED            VALUE 'C'.
           05  WS-I-INVNO              PIC 9(6).
           05  WS-I-ORDERNO            PIC 9(6).
           05  WS-I-TAXAMT             PIC 9(5)V99.
