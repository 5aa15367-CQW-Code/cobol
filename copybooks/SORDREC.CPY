      ******************************************************************
      *  SORDREC.CPY
      *  STANDING-ORDER MASTER RECORD FOR STANDING-ORDER-FILE (INDEXED,
      *  KEYED ON CUSTOMER NUMBER + ITEM NUMBER).  ONE RECORD IS ONE
      *  CUSTOMER'S RECURRING ORDER LINE FOR ONE ITEM, MAINTAINED BY
      *  SOMAINT.  SOGEN WRITES AN ORDER CARD (SEE OENTREC.CPY) INTO
      *  THE ORDENTRY BATCH FOR EVERY ACTIVE STANDING ORDER WHOSE
      *  WS-SO-NEXTDUE HAS COME ROUND, THEN MOVES WS-SO-NEXTDUE ON BY
      *  WS-SO-FREQ:
      *    W - WEEKLY            B - EVERY TWO WEEKS
      *    M - MONTHLY           Q - QUARTERLY
      *  A MONTHLY OR QUARTERLY ORDER FALLS ON THE DAY OF THE MONTH OF
      *  WS-SO-STARTDATE (OR THE LAST DAY OF A SHORTER MONTH).  NO
      *  ORDER IS GENERATED BEFORE WS-SO-STARTDATE OR AFTER
      *  WS-SO-ENDDATE; A ZERO END DATE MEANS THE ORDER STANDS UNTIL IT
      *  IS DEACTIVATED.  DEACTIVATED STANDING ORDERS STAY ON FILE
      *  (WS-SO-STATUS 'I') SO A CHANGE CAN REINSTATE THEM.
      *  WS-SO-LASTGEN IS THE DATE SOGEN LAST WROTE A CARD FOR THE
      *  ORDER AND WS-SO-GEN-CTR HOW MANY IT HAS WRITTEN.  ALL DATES
      *  ARE YYMMDD.
      ******************************************************************
       01  WS-STORD-REC.
           05  WS-SO-KEY.
               10  WS-SO-CUSTNO        PIC 9(6).
               10  WS-SO-ITEMNO        PIC 9(5).
           05  WS-SO-QUANORD           PIC 9(4).
           05  WS-SO-PAY               PIC 9.
               88  WS-SO-PAY-VALID                 VALUES 1 THRU 3.
           05  WS-SO-FREQ              PIC X.
               88  WS-SO-WEEKLY                    VALUE 'W'.
               88  WS-SO-BIWEEKLY                  VALUE 'B'.
               88  WS-SO-MONTHLY                   VALUE 'M'.
               88  WS-SO-QUARTERLY                 VALUE 'Q'.
               88  WS-SO-FREQ-VALID                VALUES 'W' 'B'
                                                          'M' 'Q'.
           05  WS-SO-NEXTDUE           PIC 9(6).
           05  WS-SO-STARTDATE         PIC 9(6).
           05  WS-SO-ENDDATE           PIC 9(6).
           05  WS-SO-STATUS            PIC X.
               88  WS-SO-ACTIVE                    VALUE 'A'.
               88  WS-SO-INACTIVE                  VALUE 'I'.
           05  WS-SO-LASTGEN           PIC 9(6).
           05  WS-SO-GEN-CTR           PIC 9(5).
           05  FILLER                  PIC X(13).
