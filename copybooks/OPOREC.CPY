      *  WRITTEN BY POEXTRCT WHEN THE PO EXTRACT IS PRODUCED AND
      *  RELIEVED BY RCPTPOST AS THE SUPPLIER DELIVERS.  A LINE WHOSE
      *  RECEIVED QUANTITY HAS CAUGHT UP WITH ITS ORDERED QUANTITY IS
      *  MARKED RECEIVED AND NO LONGER COUNTS AS OPEN.  WS-P-UNITCOST
      *  IS THE WS-R-PURCHPRC THE LINE WAS ORDERED AT, AND
      *  WS-P-QUANBILL IS THE QUANTITY SUPPLIER INVOICES HAVE ALREADY
      *  BEEN VOUCHERED FOR BY APMATCH (THE THREE-WAY MATCH).
      ******************************************************************
       01  WS-OPENPO-REC.
           05  WS-P-PONO               PIC 9(6).
           05  WS-P-STATUS             PIC X.
               88  WS-P-OPEN                       VALUE 'O'.
               88  WS-P-RECEIVED                   VALUE 'R'.
           05  WS-P-UNITCOST           PIC 9(3)V99.
           05  WS-P-QUANBILL           PIC 9(4).
           05  FILLER                  PIC X(34).
