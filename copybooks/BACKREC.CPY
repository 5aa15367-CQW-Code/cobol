      *  FORWARD SO A RELEASE STILL BELONGS TO THE ORDER IT CAME FROM
      *  AND STATINQ CAN ANSWER AN ORDER-NUMBER INQUIRY AGAINST THE
      *  BACKORDER QUEUE.
      *
      *  BACKORDS-FILE IS AN INDEXED FILE.  THE RECORD KEY IS
      *  WS-B-KEY - ITEM, DATE BACKORDERED, ORDER NUMBER AND CUSTOMER -
      *  SO AN ITEM'S BACKORDERS READ OLDEST FIRST, AND WS-B-CUSTNO IS
      *  AN ALTERNATE KEY WITH DUPLICATES FOR THE BY-CUSTOMER PATH.
      *  EVERY PROGRAM'S FD FOR BACKORDS-FILE MUST CARRY THE KEY
      *  FIELDS AT THE SAME OFFSETS AS WS-B-KEY (BYTES 1-23).
      *  WS-B-BODATE (YYMMDD) IS THE DATE ORDERS PUT THE LINE ON THE
      *  QUEUE AND NEVER CHANGES AFTERWARD, SO THE QUEUE CAN BE AGED.
      *  WS-B-ORIGQTY IS THE QUANTITY ORIGINALLY BACKORDERED;
      *  WS-B-BOQUAN IS WHAT IS STILL WAITING AFTER ANY PARTIAL
      *  RELEASES BY BKRELEAS.
      ******************************************************************
       01  WS-BACKORDS-REC.
           05  WS-B-KEY.
               10  WS-B-ITEMNO         PIC 9(5).
               10  WS-B-BODATE         PIC 9(6).
               10  WS-B-BODATE-R REDEFINES WS-B-BODATE.
                   15  WS-B-BO-YY      PIC 99.
                   15  WS-B-BO-MM      PIC 99.
                   15  WS-B-BO-DD      PIC 99.
               10  WS-B-ORDERNO        PIC 9(6).
               10  WS-B-CUSTNO         PIC 9(6).
           05  WS-B-DESCRIP            PIC X(20).
           05  WS-B-BOQUAN             PIC 9(4).
           05  WS-B-SALESPRC           PIC 9(3)V99.
           05  WS-B-PAY                PIC 9.
           05  WS-B-ORIGQTY            PIC 9(4).
           05  FILLER                  PIC X(3).
