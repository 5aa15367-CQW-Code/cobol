       FD  INVORD-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  INV-ORD-REC                 PIC X(68).
       SD  SORT-WORK-FILE.
       01  SW-INVORD-REC.
           05  SW-I-ITEMNO             PIC 9(5).
           05  SW-I-DESCRIP            PIC X(20).
           05  SW-I-CUSTNO             PIC 9(6).
           05  SW-I-REST               PIC X(37).
       FD  SORTED-INVORD-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  SORTED-INVORD-REC           PIC X(68).
       FD  INVREG-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
