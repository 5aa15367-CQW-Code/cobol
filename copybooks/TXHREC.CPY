      ******************************************************************
      *  TXHREC.CPY
      *  SALES-TAX HISTORY RECORD FOR TAX-HIST-FILE, APPENDED ONE PER
      *  INVOICE BY INVPRINT (TYPE 'S') AND ONE PER CREDIT MEMO BY
      *  RTRNPOST (TYPE 'R', WHOSE AMOUNTS COME OFF THE JURISDICTION'S
      *  TOTALS).  TAXRPT SUMMARIZES A MONTH OF THESE BY JURISDICTION
      *  FOR FILING.  WS-TH-TAXABLE IS THE SALES THE TAX WAS FIGURED
      *  ON, WS-TH-EXEMPT THE SALES TO TAX-EXEMPT CUSTOMERS, AND
      *  WS-TH-DATE (YYMMDD) THE RUN DATE THE TAX WAS BILLED OR
      *  REVERSED.
      ******************************************************************
       01  WS-TAXH-REC.
           05  WS-TH-JURIS             PIC X(3).
           05  WS-TH-DATE.
               10  WS-TH-YY            PIC 99.
               10  WS-TH-MM            PIC 99.
               10  WS-TH-DD            PIC 99.
           05  WS-TH-TYPE              PIC X.
               88  WS-TH-SALE                      VALUE 'S'.
               88  WS-TH-RETURN                    VALUE 'R'.
           05  WS-TH-CUSTNO            PIC 9(6).
           05  WS-TH-INVNO             PIC 9(6).
           05  WS-TH-TAXABLE           PIC 9(7)V99.
           05  WS-TH-EXEMPT            PIC 9(7)V99.
           05  WS-TH-TAXAMT            PIC 9(5)V99.
           05  FILLER                  PIC X(3).
