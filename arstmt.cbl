      * ORDER AND PRINTS ONE STATEMENT PER CUSTOMER, EACH ON ITS OWN
      * PAGE: THE CUSTOMER'S NAME FROM CUSTOMER-FILE, ONE LINE PER
      * OPEN ITEM (SHIP DATE, THE INVOICE NUMBER INVPRINT ASSIGNED,
      * ITEM, ORIGINAL AMOUNT PER WS-AR-ORIGAMT, THE SALES TAX
      * INCLUDED IN IT (WS-AR-TAXAMT),
      * REMAINING WS-AR-BALANCE), THE BALANCE AGED ACROSS THE SAME
      * CURRENT / 31-60 / 61-90 / OVER-90 BUCKETS ARAGE USES, AND A
      * DUNNING MESSAGE THAT ESCALATES BY THE OLDEST NONZERO BUCKET -
      * A REMINDER AT 31-60 DAYS, A FIRMER NOTICE AT 61-90, AND A
      * FINAL DEMAND OVER 90.  THE DAY COUNT IS THE SAME 30-DAY-MONTH
      * APPROXIMATION ARAGE USES.  A FINANCE CHARGE FINCHG POSTED
      * (WS-AR-FINCHG) PRINTS AS A FINANCE CHARGE IN PLACE OF THE
      * INVOICE AND ITEM, DATED AND AGED FROM ITS CHARGE DATE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(15)
                   VALUE 'ORIGINAL AMT'.
           05  FILLER                  PIC X(11)   VALUE 'SALES TAX'.
           05  FILLER                  PIC X(12)   VALUE 'BALANCE DUE'.
       01  STMT-DETAIL.
           05  SD-DATESHIP             PIC 99/99/99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  SD-REF.
               10  SD-INVNO            PIC 9(6).
               10  FILLER              PIC X(2)    VALUE SPACES.
               10  SD-ITEMNO           PIC 9(5).
               10  FILLER              PIC X(3)    VALUE SPACES.
           05  SD-REF-TEXT REDEFINES SD-REF PIC X(16).
           05  SD-ORIGAMT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  SD-TAXAMT               PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  SD-BALANCE              PIC Z,ZZZ,ZZ9.99.
       01  AGED-COLUMNS.
           05  FILLER                  PIC X(14)   VALUE SPACES.
           EXIT.
      ******************************************************************
      *  PRINT ONE OPEN ITEM AND AGE ITS BALANCE INTO THE CUSTOMER'S
      *  BUCKETS, THE SAME 30-DAY-MONTH DAY COUNT ARAGE USES.  A
      *  FINANCE CHARGE HAS NO INVOICE OR ITEM AND IS CAPTIONED AS ONE.
      ******************************************************************
       0500-ITEM-LINE.
           MOVE WS-AR-MM TO SD-DATESHIP (1:2).
           MOVE WS-AR-DD TO SD-DATESHIP (4:2).
           MOVE WS-AR-YY TO SD-DATESHIP (7:2).
           MOVE SPACES TO SD-REF-TEXT.
           IF WS-AR-FINCHG
               MOVE 'FINANCE CHARGE' TO SD-REF-TEXT
           ELSE
               MOVE WS-AR-INVNO TO SD-INVNO
               MOVE WS-AR-ITEMNO TO SD-ITEMNO.
           MOVE WS-AR-ORIGAMT TO SD-ORIGAMT.
           IF WS-AR-TAXAMT NUMERIC
               MOVE WS-AR-TAXAMT TO SD-TAXAMT
           ELSE
               MOVE 0 TO SD-TAXAMT.
           MOVE WS-AR-BALANCE TO SD-BALANCE.
           WRITE STATEMENT-REC FROM STMT-DETAIL
               AFTER ADVANCING 1 LINE.
