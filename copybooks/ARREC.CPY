      *  MMDDYY) SO THE KEY SORTS CHRONOLOGICALLY.  WS-AR-INVNO IS
      *  THE INVOICE NUMBER INVPRINT ASSIGNED TO THE SHIPMENT, SO A
      *  REMITTANCE CAN REFERENCE THE INVOICE THE CUSTOMER WAS SENT
      *  INSTEAD OF AN ITEM/SHIP-DATE LINE.  WS-AR-ORIGAMT AND
      *  WS-AR-BALANCE INCLUDE THE SALES TAX INVPRINT BILLED ON THE
      *  SHIPMENT; WS-AR-TAXAMT IS THAT TAX, CARRIED SO THE STATEMENT
      *  CAN SHOW IT, AND WS-AR-QUANSHIP THE QUANTITY SHIPPED, SO
      *  RTRNPOST CAN CREDIT A RETURN'S SHARE OF THE TAX ACTUALLY
      *  BILLED (ITEMS WRITTEN BEFORE IT WAS CARRIED HOLD SPACES
      *  THERE).  WS-AR-TYPE TELLS A SHIPMENT FROM A FINANCE
      *  CHARGE FINCHG POSTS AT MONTH END; A FINANCE CHARGE IS KEYED
      *  ON ITS CHARGE DATE WITH ITEM ZERO AND NO INVOICE NUMBER, SO
      *  IT AGES FROM THE CHARGE DATE AND ARCASH RELIEVES IT IN THE
      *  SAME OLDEST-FIRST ORDER AS ANY OTHER OPEN ITEM.
      ******************************************************************
       01  WS-AR-REC.
           05  WS-AR-CUSTNO            PIC 9(6).
           05  WS-AR-ORIGAMT           PIC 9(7)V99.
           05  WS-AR-BALANCE           PIC 9(7)V99.
           05  WS-AR-INVNO             PIC 9(6).
           05  WS-AR-TAXAMT            PIC 9(5)V99.
           05  WS-AR-TYPE              PIC X.
               88  WS-AR-SHIPMENT                  VALUE SPACE.
               88  WS-AR-FINCHG                    VALUE 'F'.
           05  WS-AR-QUANSHIP          PIC 9(4).
           05  FILLER                  PIC X(7).
