      ******************************************************************
      *  APOPNREC.CPY
      *  OPEN-PAYABLES (APPROVED VOUCHER) RECORD FOR AP-OPEN-FILE
      *  (INDEXED, KEYED ON SUPPLIER + SUPPLIER INVOICE NUMBER + PO
      *  NUMBER + ITEM - ONE RECORD PER MATCHED INVOICE LINE).  WRITTEN
      *  BY APMATCH WHEN AN INVOICE LINE PASSES THE THREE-WAY MATCH
      *  AND AGED BY SUPPLIER BY APAGE.  WS-AP-INVDATE (YYMMDD) IS THE
      *  SUPPLIER'S INVOICE DATE, WHICH THE AGING RUNS FROM.
      ******************************************************************
       01  WS-APOPEN-REC.
           05  WS-AP-SUPPNO            PIC 9(5).
           05  WS-AP-INVNO             PIC X(12).
           05  WS-AP-PONO              PIC 9(6).
           05  WS-AP-ITEMNO            PIC 9(5).
           05  WS-AP-INVDATE.
               10  WS-AP-YY            PIC 99.
               10  WS-AP-MM            PIC 99.
               10  WS-AP-DD            PIC 99.
           05  WS-AP-QUANBILL          PIC 9(4).
           05  WS-AP-UNITPRC           PIC 9(3)V99.
           05  WS-AP-AMOUNT            PIC 9(7)V99.
           05  WS-AP-BALANCE           PIC 9(7)V99.
           05  WS-AP-APPRDATE          PIC 9(6).
           05  WS-AP-STATUS            PIC X.
               88  WS-AP-OPEN                      VALUE 'O'.
               88  WS-AP-PAID                      VALUE 'P'.
           05  FILLER                  PIC X(12).
