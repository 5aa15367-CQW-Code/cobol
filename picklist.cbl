       FD  INVORD-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  INV-ORD-REC                 PIC X(68).
      *    SW-INVORD-REC MIRRORS INVOREC.CPY'S BYTE LAYOUT (ITEMNO 1-5,
      *    ... PAY 47, FILLOC 48, PRCSOURCE 49, INVNO 50-55, ORDERNO
      *    56-61, TAXAMT 62-68) SO THE SORT KEYS BELOW LINE UP WITH
      *    THE REAL WS-I-FILLOC/WS-I-ORDERNO/WS-I-ITEMNO BYTES.
       SD  SORT-WORK-FILE.
       01  SW-INVORD-REC.
           05  SW-I-ITEMNO             PIC 9(5).
           05  SW-I-FILLOC             PIC 9.
           05  FILLER                  PIC X(7).
           05  SW-I-ORDERNO            PIC 9(6).
           05  FILLER                  PIC X(7).
       FD  SORTED-PICK-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  SORTED-PICK-REC             PIC X(68).
       FD  PICK-LIST-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
