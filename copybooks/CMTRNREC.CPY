      *  CHANGES OR DEACTIVATES ONE CUSTOMER-FILE CUSTOMER, KEYED ON
      *  CT-CUSTNO.  ON A CHANGE, A SPACE IN CT-NAME OR CT-STATUS
      *  LEAVES THAT FIELD AS IT STANDS, AND A ZERO CT-CRLIMIT LEAVES
      *  THE CREDIT LIMIT AS IT STANDS.  THE SAME GOES FOR A SPACE IN
      *  CT-TAXJUR, CT-TAXEXEMPT OR CT-EXEMPTCERT; CT-TAXEXEMPT 'N'
      *  TAKES THE CUSTOMER OFF EXEMPT AND CLEARS THE CERTIFICATE.
      *  CT-FCEXEMPT 'Y' EXEMPTS THE CUSTOMER FROM FINANCE CHARGES AND
      *  'N' REMOVES THE EXEMPTION; A SPACE LEAVES IT AS IT STANDS.
      ******************************************************************
       01  WS-CUST-TRANS.
           05  CT-CODE                 PIC X.
           05  CT-NAME                 PIC X(25).
           05  CT-STATUS               PIC X.
           05  CT-CRLIMIT              PIC 9(7)V99.
           05  CT-TAXJUR               PIC X(3).
           05  CT-TAXEXEMPT            PIC X.
           05  CT-EXEMPTCERT           PIC X(12).
           05  CT-FCEXEMPT             PIC X.
           05  FILLER                  PIC X(21).
