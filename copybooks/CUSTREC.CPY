      *  THROUGH CUSTMAIN AND ENFORCED BY PREEDIT'S CREDIT CHECK
      *  (ORDER VALUE PLUS THE OPEN AR-FILE BALANCE AGAINST THE
      *  LIMIT).  A ZERO LIMIT MEANS NO LIMIT IS ON FILE AND THE
      *  CREDIT CHECK IS SKIPPED FOR THAT CUSTOMER.  CUST-TAXJUR IS
      *  THE SALES-TAX JURISDICTION (A TAX-RATE-FILE CODE, SEE
      *  TAXREC.CPY) INVPRINT TAXES THE CUSTOMER'S INVOICES AT.  A
      *  CUSTOMER FLAGGED CUST-TAX-EXEMPT IS BILLED NO TAX AND MUST
      *  HAVE AN EXEMPTION CERTIFICATE NUMBER ON FILE; THEIR SALES ARE
      *  STILL REPORTED AS EXEMPT SALES UNDER THE JURISDICTION.  A
      *  CUSTOMER FLAGGED CUST-FC-EXEMPT IS NEVER ASSESSED A FINANCE
      *  CHARGE BY THE MONTH-END FINCHG RUN.
      ******************************************************************
       01  WS-CUST-REC.
           05  CUST-NO                 PIC 9(6).
               88  CUST-ACTIVE                     VALUE 'A'.
               88  CUST-INACTIVE                   VALUE 'I'.
           05  CUST-CRLIMIT             PIC 9(7)V99.
           05  CUST-TAXJUR              PIC X(3).
           05  CUST-TAXEXEMPT           PIC X.
               88  CUST-TAX-EXEMPT                 VALUE 'Y'.
           05  CUST-EXEMPTCERT          PIC X(12).
           05  CUST-FCEXEMPT            PIC X.
               88  CUST-FC-EXEMPT                  VALUE 'Y'.
           05  FILLER                   PIC X(2).
