      ******************************************************************
      *  GLACTREC.CPY
      *  GENERAL-LEDGER POSTING-ACTIVITY RECORD.  THE POSTING RUNS
      *  WHOSE DOLLARS ARE NOT ALREADY ON A DAILY FILE OF THEIR OWN
      *  APPEND ONE OF THESE TO GL-ACTIVITY-FILE FOR EVERY AMOUNT THEY
      *  POST, AND GLEXTRCT PICKS THE DAY'S RECORDS UP, MAPS EACH
      *  POSTING TYPE TO ITS DEBIT AND CREDIT ACCOUNTS THROUGH
      *  GL-ACCOUNT-FILE (SEE GLMAPREC.CPY) AND EMPTIES THE FILE ONCE
      *  THE JOURNAL PROVES.  WS-GA-DATE IS YYMMDD.  POSTING TYPES:
      *    SLAR - ON-ACCOUNT SALES (GLEXTRCT, FROM INVORD-FILE)
      *    SLCS - CASH SALES (GLEXTRCT, FROM INVORD-FILE)
      *    TXAR - SALES TAX BILLED ON ACCOUNT (GLEXTRCT, FROM
      *           INVORD-FILE)
      *    TXCS - SALES TAX ON CASH SALES (GLEXTRCT, FROM INVORD-FILE)
      *    COGS - COST OF GOODS SHIPPED (GLEXTRCT, FROM INVORD-FILE)
      *    CNTG - CYCLE-COUNT GAIN AT COST (CNTPOST)
      *    CNTL - CYCLE-COUNT LOSS AT COST (CNTPOST)
      *    RCPT - SUPPLIER RECEIPTS AT PO COST (RCPTPOST)
      *    CASH - CASH APPLIED TO RECEIVABLES (ARCASH)
      *    UNAP - UNAPPLIED REMITTANCES (ARCASH)
      *    RTRN - CREDIT MEMOS APPLIED TO RECEIVABLES (RTRNPOST)
      *    RTUA - CREDIT MEMOS LEFT UNAPPLIED (RTRNPOST)
      *    RTCS - RETURNED STOCK BACK TO INVENTORY AT COST (RTRNPOST)
      *    RTTX - SALES TAX REVERSED ON CREDIT MEMOS (RTRNPOST)
      *    APVC - SUPPLIER INVOICES VOUCHERED TO PAYABLES AT PO COST
      *           (APMATCH)
      *    APPU - PURCHASE PRICE VARIANCE, INVOICE OVER PO COST
      *           (APMATCH)
      *    APPF - PURCHASE PRICE VARIANCE, INVOICE UNDER PO COST
      *           (APMATCH)
      *    FINC - FINANCE CHARGES BILLED ON PAST-DUE RECEIVABLES
      *           (FINCHG)
      ******************************************************************
       01  WS-GLACT-REC.
           05  WS-GA-POSTTYPE          PIC X(4).
           05  WS-GA-DATE              PIC 9(6).
           05  WS-GA-AMOUNT            PIC 9(7)V99.
           05  WS-GA-PROGRAM           PIC X(8).
           05  WS-GA-ITEMNO            PIC 9(5).
           05  WS-GA-CUSTNO            PIC 9(6).
           05  FILLER                  PIC X(2).
