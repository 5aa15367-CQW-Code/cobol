      ******************************************************************
      *  RCVHREC.CPY
      *  SUPPLIER RECEIPT-HISTORY RECORD FOR RECEIPT-HIST-FILE.
      *  RCPTPOST APPENDS ONE RECORD FOR EVERY OPEN-PO LINE A POSTED
      *  RECEIPT IS APPLIED TO, CARRYING THE PO LINE'S ORDER DATE,
      *  DUE DATE AND ORDERED QUANTITY ALONGSIDE THE RECEIPT, SO
      *  SUPPSCOR CAN SCORE EACH SUPPLIER ON TIMELINESS, LEAD TIME AND
      *  FILL RATE LONG AFTER THE PO LINE ITSELF HAS BEEN RECEIVED.
      *  WS-RH-LINERECV IS THE LINE'S TOTAL RECEIVED AFTER THIS
      *  RECEIPT AND WS-RH-CLOSED IS 'Y' ON THE RECEIPT THAT CLOSED THE
      *  LINE.  ANY QUANTITY DELIVERED OVER WHAT THE SUPPLIER'S OPEN
      *  LINES CALLED FOR IS CREDITED TO THE LAST LINE THE RECEIPT
      *  CLOSED; A RECEIPT WITH NO OPEN PO LINE AT ALL IS RECORDED
      *  WITH WS-RH-PONO, THE DATES AND WS-RH-QUANORD ZERO.  ALL DATES
      *  ARE YYMMDD.  THE FILE IS EXTENDED, NOT REWRITTEN, SO THE
      *  MONTHS ACCUMULATE.
      ******************************************************************
       01  WS-RCVH-REC.
           05  WS-RH-REPLNO            PIC 9(5).
           05  WS-RH-PONO              PIC 9(6).
           05  WS-RH-ITEMNO            PIC 9(5).
           05  WS-RH-QUANRECV          PIC 9(4).
           05  WS-RH-RCPTDATE          PIC 9(6).
           05  WS-RH-RCPTDATE-R REDEFINES WS-RH-RCPTDATE.
               10  WS-RH-RC-YY         PIC 99.
               10  WS-RH-RC-MM         PIC 99.
               10  WS-RH-RC-DD         PIC 99.
           05  WS-RH-ORDDATE           PIC 9(6).
           05  WS-RH-ORDDATE-R REDEFINES WS-RH-ORDDATE.
               10  WS-RH-OD-YY         PIC 99.
               10  WS-RH-OD-MM         PIC 99.
               10  WS-RH-OD-DD         PIC 99.
           05  WS-RH-DUEDATE           PIC 9(6).
           05  WS-RH-DUEDATE-R REDEFINES WS-RH-DUEDATE.
               10  WS-RH-DD-YY         PIC 99.
               10  WS-RH-DD-MM         PIC 99.
               10  WS-RH-DD-DD         PIC 99.
           05  WS-RH-QUANORD           PIC 9(4).
           05  WS-RH-LINERECV          PIC 9(4).
           05  WS-RH-CLOSED            PIC X.
               88  WS-RH-LINE-CLOSED               VALUE 'Y'.
           05  FILLER                  PIC X(3).
