      * THE CUSTOMER SEES IS THE NUMBER ON THE OPEN ITEM WHEN THEIR
      * REMITTANCE COMES IN.  RUN THIS AFTER ORDERS AND BKRELEAS AND
      * BEFORE ARPOST.
      * SALES TAX IS BILLED HERE.  EACH INVOICE IS TAXED AT THE RATE
      * TAX-RATE-FILE CARRIES FOR THE CUSTOMER'S JURISDICTION
      * (CUST-TAXJUR); A TAX-EXEMPT CUSTOMER IS BILLED NO TAX AND THEIR
      * EXEMPTION CERTIFICATE NUMBER PRINTS IN ITS PLACE.  THE TAX ON
      * EACH SHIPMENT IS CARRIED IN WS-I-TAXAMT ON THE NUMBERED
      * GENERATION, SO ARPOST OPENS THE RECEIVABLE FOR THE TAXED
      * TOTAL, AND ONE TAX-HIST-FILE RECORD PER INVOICE (SEE
      * TXHREC.CPY) FEEDS TAXRPT'S MONTH-END JURISDICTION REPORT.  A
      * CUSTOMER WHOSE JURISDICTION IS MISSING OR NOT ON TAX-RATE-FILE
      * IS INVOICED WITHOUT TAX AND COUNTED IN THE RUN TOTALS SO THE
      * CUSTOMER RECORD CAN BE CORRECTED THROUGH CUSTMAIN.
      * THE RUN IS CHECKED AGAINST CYCLE-CTL-FILE (SEE CYCLREC.CPY): IT
      * NUMBERS THE CYCLE'S INVORD-FILE ONCE, AFTER BKRELEAS HAS ADDED
      * ITS RELEASES - A RERUN WOULD BILL THE SAME SHIPMENTS UNDER NEW
      * INVOICE NUMBERS - UNLESS AN OVERRIDE CARD IS SUPPLIED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                ACCESS IS RANDOM
                RECORD KEY IS CUST-NO
                FILE STATUS IS CUST-STAT.
           SELECT TAX-RATE-FILE       ASSIGN TAXRATE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS TX-JURIS
                FILE STATUS IS TAX-STAT.
           SELECT OPTIONAL TAX-HIST-FILE ASSIGN TAXHIST.
           SELECT OPTIONAL INV-CONTROL-FILE ASSIGN INVCTL.
           SELECT INVOICE-DOC-FILE    ASSIGN INVDOC.
           SELECT OPTIONAL CYCLE-CTL-FILE ASSIGN CYCLCTL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CY-KEY
                FILE STATUS IS CYC-STAT.
           SELECT OPTIONAL CYCLE-OVR-FILE ASSIGN CYCOVR.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD  INVORD-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  INV-ORD-REC                 PIC X(68).
      *    SW-INVORD-REC MIRRORS INVOREC.CPY'S BYTE LAYOUT (ITEMNO 1-5,
      *    DESCRIP 6-25, CUSTNO 26-31, ..., ORDERNO 56-61, TAXAMT
      *    62-68) SO THE KEY FIELDS BELOW ACTUALLY LINE UP WITH THE
      *    REAL WS-I-CUSTNO/WS-I-ORDERNO/WS-I-ITEMNO BYTES.
       SD  SORT-WORK-FILE.
       01  SW-INVORD-REC.
           05  SW-I-ITEMNO             PIC 9(5).
           05  SW-I-CUSTNO             PIC 9(6).
           05  SW-I-REST               PIC X(24).
           05  SW-I-ORDERNO            PIC 9(6).
           05  FILLER                  PIC X(7).
       FD  SORTED-INVORD-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  SORTED-INVORD-REC           PIC X(68).
       FD  NEW-INVORD-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  NEW-INVORD-REC              PIC X(68).
       FD  CUSTOMER-FILE.
       01  VCUST-REC.
           05  CUST-NO                 PIC 9(6).
           05  FILLER                  PIC X(54).
       FD  TAX-RATE-FILE.
       01  VTAX-REC.
           05  TX-JURIS                PIC X(3).
           05  FILLER                  PIC X(37).
       FD  TAX-HIST-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  TAX-HIST-REC                PIC X(50).
       FD  INV-CONTROL-FILE
               LABEL RECORDS ARE STANDARD.
       01  INV-CTL-REC                 PIC X(20).
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  INVOICE-DOC-REC             PIC X(132).
       FD  CYCLE-CTL-FILE.
       01  CYCLE-CTL-REC.
           05  CY-KEY.
               10  CY-GEN              PIC 9(5).
               10  CY-STEP             PIC X(8).
           05  FILLER                  PIC X(87).
       FD  CYCLE-OVR-FILE
               LABEL RECORDS ARE STANDARD.
       01  CYCLE-OVR-REC               PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
           05  WS-INVOICE-CTR          PIC 9(5)    VALUE 0.
           05  WS-LINE-CTR             PIC 9(5)    VALUE 0.
           05  WS-TOTAL-BILLED         PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-TAX            PIC 9(9)V99 VALUE 0.
           05  WS-NORATE-CTR           PIC 9(5)    VALUE 0.
       01  WORK-AREA.
           05  CUST-STAT               PIC XX.
           05  WS-SAVE-CUSTNO          PIC 9(6)    VALUE 0.
           05  WS-EXTPRICE             PIC 9(7)V99.
           05  WS-INV-TOTAL            PIC 9(9)V99 VALUE 0.
           05  TAX-STAT                PIC XX.
           05  WS-TAX-RATE             PIC 99V999  VALUE 0.
           05  WS-INV-TAXABLE          PIC 9(7)V99 VALUE 0.
           05  WS-INV-EXEMPT           PIC 9(7)V99 VALUE 0.
           05  WS-INV-TAX              PIC 9(7)V99 VALUE 0.
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
      ******************************************************************
      *  DAILY CYCLE CONTROL - SEE 0110-CYCLE-CHECK AND CYCLREC.CPY.
      ******************************************************************
       01  CYCLE-CONTROL.
           05  CYC-STEP                PIC X(8)    VALUE 'INVPRINT'.
           05  CYC-PRED-STEP           PIC X(8)    VALUE 'BKRELEAS'.
           05  CYC-GEN                 PIC 9(5)    VALUE 0.
           05  CYC-STAT                PIC XX.
           05  CYC-MSG.
               10  CYC-MSG-TEXT        PIC X(32).
               10  CYC-MSG-STEP        PIC X(8).
           05  CYC-REFUSE-SW           PIC X       VALUE 'N'.
               88  CYC-REFUSED                     VALUE 'Y'.
           05  CYC-ENTRY-SW            PIC X       VALUE 'N'.
               88  CYC-ENTRY-FOUND                 VALUE 'Y'.
       COPY CYCLREC.
       COPY CYOVREC.
       COPY INVOREC.
       COPY CUSTREC.
       COPY TAXREC.
       COPY TXHREC.
      ******************************************************************
      *  LAST INVOICE NUMBER ASSIGNED, CARRIED ON INVOICE-CONTROL-FILE
      *  FROM RUN TO RUN SO INVOICE NUMBERS NEVER RESTART.
           05  ID-SALESPRC             PIC ZZZ.99.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  ID-EXTPRICE             PIC Z,ZZZ,ZZ9.99.
       01  INV-SUBTOTAL-LINE.
           05  FILLER                  PIC X(41)   VALUE SPACES.
           05  FILLER                  PIC X(14)   VALUE 'SUBTOTAL'.
           05  IS-SUBTOTAL             PIC Z,ZZZ,ZZ9.99.
       01  INV-TAX-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  IX-JURIS-DESC           PIC X(31).
           05  FILLER                  PIC X(14)   VALUE 'SALES TAX'.
           05  IX-TAXAMT               PIC Z,ZZZ,ZZ9.99.
       01  INV-TAX-RATE-DESC.
           05  IR-DESCRIP              PIC X(20).
           05  FILLER                  PIC X       VALUE SPACE.
           05  IR-RATE                 PIC Z9.999.
           05  FILLER                  PIC X(4)    VALUE ' PCT'.
       01  INV-TAX-EXEMPT-DESC.
           05  FILLER                  PIC X(13)   VALUE 'EXEMPT CERT '.
           05  IE-CERTNO               PIC X(12).
           05  FILLER                  PIC X(6)    VALUE SPACES.
       01  INV-TOTAL-LINE.
           05  FILLER                  PIC X(41)   VALUE SPACES.
           05  FILLER                  PIC X(14)
      *  LAST INVOICE NUMBER ASSIGNED.
      ******************************************************************
       0100-INIT.
           PERFORM 0110-CYCLE-CHECK THRU 0110-CYCLE-CHECK-EXIT.
           ACCEPT CURRDATE FROM DATE.
           MOVE C-MM TO IH-MM.
           MOVE C-DD TO IH-DD.
           OPEN OUTPUT NEW-INVORD-FILE
                       INVOICE-DOC-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT TAX-RATE-FILE
               IF TAX-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN TAX RATE FILE ' TAX-STAT
                   STOP RUN.
           OPEN EXTEND TAX-HIST-FILE.
           OPEN INPUT INV-CONTROL-FILE.
           READ INV-CONTROL-FILE INTO WS-INV-CTL-REC
               AT END
       0100-INIT-EXIT.
           EXIT.
      ******************************************************************
      *  DAILY CYCLE CHECK (SEE CYCLREC.CPY).  THIS STEP RUNS ONCE IN
      *  EACH CYCLE, AND ONLY AFTER CYC-PRED-STEP HAS COMPLETED IN THE
      *  SAME CYCLE.  A RERUN OR AN EARLY RUN IS REFUSED WITH RETURN
      *  CODE 16 UNLESS AN OVERRIDE CARD NAMING THIS STEP IS ON CYCOVR.
      *  THE STEP'S ENTRY IS STAMPED RUNNING BEFORE ANY FILE IS TOUCHED.
      ******************************************************************
       0110-CYCLE-CHECK.
           OPEN I-O CYCLE-CTL-FILE
               IF CYC-STAT NOT = '00' AND CYC-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN CYCLE CONTROL FILE '
                       CYC-STAT
                   STOP RUN.
           OPEN INPUT CYCLE-OVR-FILE.
           READ CYCLE-OVR-FILE INTO WS-CYCLE-OVR
               AT END
                   MOVE SPACES TO WS-CYCLE-OVR.
           CLOSE CYCLE-OVR-FILE.
           IF WS-CO-STEP NOT = CYC-STEP
               MOVE SPACES TO WS-CYCLE-OVR.
           MOVE 0 TO CY-GEN.
           MOVE 'CONTROL' TO CY-STEP.
           READ CYCLE-CTL-FILE INTO WS-CYCLE-REC
               INVALID KEY
                   MOVE 0 TO WS-CC-CURR-GEN.
           MOVE WS-CC-CURR-GEN TO CYC-GEN.
           IF CYC-GEN = 0
               MOVE 'NO DAILY CYCLE HAS BEEN OPENED' TO CYC-MSG
               PERFORM 0140-CYCLE-REFUSE THRU 0140-CYCLE-REFUSE-EXIT
           ELSE
               PERFORM 0120-CYCLE-PRED THRU 0120-CYCLE-PRED-EXIT.
           PERFORM 0130-CYCLE-RERUN THRU 0130-CYCLE-RERUN-EXIT.
           PERFORM 0150-CYCLE-START THRU 0150-CYCLE-START-EXIT.
       0110-CYCLE-CHECK-EXIT.
           EXIT.
      ******************************************************************
      *  THE PREDECESSOR STEP MUST HAVE COMPLETED IN THIS CYCLE.
      ******************************************************************
       0120-CYCLE-PRED.
           MOVE CYC-GEN TO CY-GEN.
           MOVE CYC-PRED-STEP TO CY-STEP.
           READ CYCLE-CTL-FILE INTO WS-CYCLE-REC
               INVALID KEY
                   MOVE SPACE TO WS-CY-STATUS.
           IF NOT WS-CY-COMPLETE
               MOVE 'PREDECESSOR HAS NOT COMPLETED:' TO CYC-MSG
               MOVE CYC-PRED-STEP TO CYC-MSG-STEP
               PERFORM 0140-CYCLE-REFUSE THRU 0140-CYCLE-REFUSE-EXIT.
       0120-CYCLE-PRED-EXIT.
           EXIT.
      ******************************************************************
      *  THIS STEP MUST NOT ALREADY HAVE RUN IN THIS CYCLE.  AN ENTRY
      *  LEFT RUNNING IS A RUN THAT DIED PART WAY THROUGH AND MAY HAVE
      *  POSTED SOME OF ITS INPUT, SO IT IS REFUSED THE SAME AS A
      *  COMPLETED ONE.  ONLY A FAILED ENTRY MAY BE RERUN FREELY.
      ******************************************************************
       0130-CYCLE-RERUN.
           MOVE CYC-GEN TO CY-GEN.
           MOVE CYC-STEP TO CY-STEP.
           MOVE 'Y' TO CYC-ENTRY-SW.
           READ CYCLE-CTL-FILE INTO WS-CYCLE-REC
               INVALID KEY
                   MOVE 'N' TO CYC-ENTRY-SW.
           IF CYC-ENTRY-FOUND AND NOT WS-CY-FAILED
               MOVE 'STEP HAS ALREADY RUN THIS CYCLE' TO CYC-MSG
               PERFORM 0140-CYCLE-REFUSE THRU 0140-CYCLE-REFUSE-EXIT.
           IF NOT CYC-ENTRY-FOUND
               MOVE SPACES TO WS-CYCLE-REC
               INITIALIZE WS-CYCLE-REC
               MOVE CYC-GEN TO WS-CY-GEN
               MOVE CYC-STEP TO WS-CY-STEP.
       0130-CYCLE-RERUN-EXIT.
           EXIT.
      ******************************************************************
      *  NOTE WHY THE STEP SHOULD NOT RUN.
      ******************************************************************
       0140-CYCLE-REFUSE.
           MOVE 'Y' TO CYC-REFUSE-SW.
           DISPLAY CYC-STEP ' CYCLE ' CYC-GEN ' - ' CYC-MSG.
       0140-CYCLE-REFUSE-EXIT.
           EXIT.
      ******************************************************************
      *  STOP A REFUSED RUN THAT HAS NO OVERRIDE CARD; OTHERWISE STAMP
      *  THE STEP'S ENTRY RUNNING, MARKED OVERRIDDEN IF IT WAS REFUSED.
      ******************************************************************
       0150-CYCLE-START.
           IF CYC-REFUSED
               IF WS-CO-STEP = SPACES
                   DISPLAY CYC-STEP ' NOT RUN - AN OVERRIDE CARD ON '
                       'CYCOVR IS NEEDED TO RUN IT'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CYCLE-CTL-FILE
                   STOP RUN
               ELSE
                   DISPLAY CYC-STEP ' RUN UNDER OVERRIDE BY '
                       WS-CO-INIT ' - ' WS-CO-REASON
                   MOVE 'Y' TO WS-CY-OVERRIDE
                   MOVE WS-CO-INIT TO WS-CY-OVR-INIT
                   MOVE WS-CO-REASON TO WS-CY-OVR-REASON.
           ACCEPT WS-CY-RUN-DATE FROM DATE.
           ACCEPT WS-CY-START-TIME FROM TIME.
           MOVE 0 TO WS-CY-END-TIME WS-CY-IN-COUNT WS-CY-OUT-COUNT.
           MOVE 'R' TO WS-CY-STATUS.
           ADD 1 TO WS-CY-RUN-CTR.
           IF CYC-ENTRY-FOUND
               REWRITE CYCLE-CTL-REC FROM WS-CYCLE-REC
           ELSE
               WRITE CYCLE-CTL-REC FROM WS-CYCLE-REC.
           IF CYC-STAT NOT = '00'
               DISPLAY 'UNABLE TO STAMP CYCLE CONTROL FILE ' CYC-STAT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
       0150-CYCLE-START-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT SORTED SHIPMENT RECORD.
      ******************************************************************
       0200-READ-SORTED.
      *  START A NEW INVOICE PAGE - ASSIGN THE NEXT PERSISTENT
      *  INVOICE NUMBER AND HEAD IT WITH THE CUSTOMER'S NAME.  A
      *  CUSTOMER NO LONGER ON FILE STILL GETS AN INVOICE, WITH THE
      *  NAME LEFT BLANK FOR BILLING TO RESOLVE.  THE INVOICE'S TAX
      *  RATE IS SETTLED HERE, ONCE PER CUSTOMER - ZERO FOR AN EXEMPT
      *  CUSTOMER, OTHERWISE THEIR JURISDICTION'S TAX-RATE-FILE RATE,
      *  OR ZERO (COUNTED) WHEN NO RATE IS ON FILE FOR IT.
      ******************************************************************
       0400-START-INVOICE.
           ADD 1 TO IC-LASTINV.
           MOVE WS-I-CUSTNO TO CUST-NO IN VCUST-REC.
           READ CUSTOMER-FILE INTO WS-CUST-REC
               INVALID KEY
                   MOVE SPACES TO CUST-NAME
                   MOVE SPACES TO CUST-TAXJUR
                   MOVE SPACES TO CUST-TAXEXEMPT
                   MOVE SPACES TO CUST-EXEMPTCERT.
           MOVE 0 TO WS-TAX-RATE.
           IF CUST-TAX-EXEMPT
               MOVE CUST-EXEMPTCERT TO IE-CERTNO
               MOVE INV-TAX-EXEMPT-DESC TO IX-JURIS-DESC
           ELSE
               MOVE CUST-TAXJUR TO TX-JURIS
               READ TAX-RATE-FILE INTO WS-TAX-REC
                   INVALID KEY
                       MOVE SPACES TO WS-TX-DESCRIP
                       MOVE 0 TO WS-TX-RATE
                       ADD 1 TO WS-NORATE-CTR
               END-READ
               MOVE WS-TX-RATE TO WS-TAX-RATE
               MOVE WS-TX-DESCRIP TO IR-DESCRIP
               MOVE WS-TX-RATE TO IR-RATE
               MOVE INV-TAX-RATE-DESC TO IX-JURIS-DESC.
           MOVE WS-I-CUSTNO TO IC-CUSTNO.
           MOVE CUST-NAME TO IC-NAME.
           WRITE INVOICE-DOC-REC FROM INV-HEADER-LINE
           WRITE INVOICE-DOC-REC FROM INV-COLUMNS
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO WS-INV-TOTAL.
           MOVE 0 TO WS-INV-TAXABLE.
           MOVE 0 TO WS-INV-EXEMPT.
           MOVE 0 TO WS-INV-TAX.
       0400-START-INVOICE-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT ONE SHIPMENT LINE WITH ITS EXTENDED AMOUNT, AND FIGURE
      *  THE SHIPMENT'S TAX AT THE INVOICE'S RATE INTO WS-I-TAXAMT.
      ******************************************************************
       0500-INVOICE-LINE.
           COMPUTE WS-EXTPRICE = WS-I-QUANSHIP * WS-I-SALESPRC.
           COMPUTE WS-I-TAXAMT ROUNDED =
               WS-EXTPRICE * WS-TAX-RATE / 100.
           IF CUST-TAX-EXEMPT
               ADD WS-EXTPRICE TO WS-INV-EXEMPT
           ELSE
               ADD WS-EXTPRICE TO WS-INV-TAXABLE.
           ADD WS-I-TAXAMT TO WS-INV-TAX.
           MOVE WS-I-ORDERNO TO ID-ORDERNO.
           MOVE WS-I-ITEMNO TO ID-ITEMNO.
           MOVE WS-I-DESCRIP TO ID-DESCRIP.
           WRITE INVOICE-DOC-REC FROM INV-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD WS-EXTPRICE TO WS-INV-TOTAL.
           ADD WS-EXTPRICE WS-I-TAXAMT TO WS-TOTAL-BILLED.
           ADD WS-I-TAXAMT TO WS-TOTAL-TAX.
           ADD 1 TO WS-LINE-CTR.
       0500-INVOICE-LINE-EXIT.
           EXIT.
      ******************************************************************
      *  CLOSE THE INVOICE JUST COMPLETED WITH ITS MERCHANDISE
      *  SUBTOTAL, SALES TAX, TAXED TOTAL AND THE REMITTANCE-REFERENCE
      *  LINE, AND RECORD THE INVOICE'S TAX ON TAX-HIST-FILE.
      ******************************************************************
       0600-CLOSE-INVOICE.
           MOVE WS-INV-TOTAL TO IS-SUBTOTAL.
           WRITE INVOICE-DOC-REC FROM INV-SUBTOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-INV-TAX TO IX-TAXAMT.
           WRITE INVOICE-DOC-REC FROM INV-TAX-LINE
               AFTER ADVANCING 1 LINE.
           ADD WS-INV-TAX TO WS-INV-TOTAL.
           MOVE WS-INV-TOTAL TO IT-TOTAL.
           WRITE INVOICE-DOC-REC FROM INV-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-TAXH-REC.
           MOVE CUST-TAXJUR TO WS-TH-JURIS.
           MOVE CURRDATE TO WS-TH-DATE.
           MOVE 'S' TO WS-TH-TYPE.
           MOVE WS-SAVE-CUSTNO TO WS-TH-CUSTNO.
           MOVE IC-LASTINV TO WS-TH-INVNO.
           MOVE WS-INV-TAXABLE TO WS-TH-TAXABLE.
           MOVE WS-INV-EXEMPT TO WS-TH-EXEMPT.
           MOVE WS-INV-TAX TO WS-TH-TAXAMT.
           WRITE TAX-HIST-REC FROM WS-TAXH-REC.
           WRITE INVOICE-DOC-REC FROM INV-TERMS-LINE
               AFTER ADVANCING 2 LINES.
       0600-CLOSE-INVOICE-EXIT.
           DISPLAY WS-INVOICE-CTR ' INVOICES PRINTED.'.
           DISPLAY WS-LINE-CTR    ' SHIPMENT LINES BILLED.'.
           DISPLAY WS-TOTAL-BILLED ' TOTAL BILLED.'.
           DISPLAY WS-TOTAL-TAX   ' SALES TAX BILLED.'.
           DISPLAY WS-NORATE-CTR  ' INVOICES WITH NO TAX RATE ON FILE.'.
           CLOSE SORTED-INVORD-FILE
                 NEW-INVORD-FILE
                 CUSTOMER-FILE
                 TAX-RATE-FILE
                 TAX-HIST-FILE
                 INVOICE-DOC-FILE.
           MOVE WS-LINE-CTR TO WS-CY-IN-COUNT.
           MOVE WS-INVOICE-CTR TO WS-CY-OUT-COUNT.
           PERFORM 0950-CYCLE-STAMP THRU 0950-CYCLE-STAMP-EXIT.
       0900-EOJ-EXIT.
           EXIT.
      ******************************************************************
      *  STAMP THIS STEP'S CYCLE ENTRY COMPLETE WITH ITS RECORD COUNTS.
      *  AN ENTRY ALREADY MARKED FAILED IS LEFT FAILED.
      ******************************************************************
       0950-CYCLE-STAMP.
           ACCEPT WS-CY-END-TIME FROM TIME.
           IF WS-CY-RUNNING
               MOVE 'C' TO WS-CY-STATUS.
           REWRITE CYCLE-CTL-REC FROM WS-CYCLE-REC.
           IF CYC-STAT NOT = '00'
               DISPLAY 'UNABLE TO STAMP CYCLE CONTROL FILE ' CYC-STAT.
           CLOSE CYCLE-CTL-FILE.
       0950-CYCLE-STAMP-EXIT.
           EXIT.
