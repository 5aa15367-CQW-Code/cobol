      *     TO MASTER-JRNL-FILE LIKE EVERY OTHER MASTER UPDATE
      *   - VALUES THE CREDIT THROUGH PRICE-FILE THE SAME WAY THE
      *     SHIPMENT WAS PRICED (CONTRACT, ELSE THE BREAK TIER THE
      *     RETURNED QUANTITY REACHES, ELSE LIST), PLUS THE SALES TAX
      *     BILLED ON IT - THE RETURNED SHIPMENT'S OWN WS-AR-TAXAMT,
      *     PRORATED BY QUANTITY RETURNED OVER QUANTITY SHIPPED, SO A
      *     LATER RATE, EXEMPTION OR JURISDICTION CHANGE CANNOT MAKE
      *     THE CREDIT DIFFER FROM THE INVOICE.  ONLY WHEN THAT OPEN
      *     ITEM IS NO LONGER ON AR-FILE (PAID, A CASH SALE, OR
      *     POSTED BEFORE THE SHIPPED QUANTITY WAS CARRIED) IS THE TAX
      *     FIGURED AT THE CUSTOMER'S CURRENT TAX-RATE-FILE
      *     JURISDICTION RATE (NONE FOR A TAX-EXEMPT CUSTOMER), AND THE
      *     REGISTER LINE IS MARKED 'TAX AT CURRENT RATE'.  THE
      *     REVERSED TAX IS RECORDED ON TAX-HIST-FILE (TYPE 'R') SO
      *     TAXRPT NETS IT OUT OF THE JURISDICTION'S MONTH
      *   - REDUCES THE CUSTOMER'S OPEN AR-FILE BALANCE THE WAY
      *     ARCASH APPLIES CASH - THE RETURNED SHIPMENT'S OWN OPEN
      *     ITEM FIRST (CUSTOMER + SHIP DATE + ITEM), THEN OLDEST
      *   - POSTS A TYPE-'R' RECORD TO DEMAND-HIST-FILE SO DMDANAL
      *     SUBTRACTS THE RETURN FROM DEMAND.
      * RETURNS THAT FAIL VALIDATION ARE REJECTED TO THE RETURN ERROR
      * FILE AND ARE NOT POSTED.  EVERY POSTED RETURN IS ALSO APPENDED
      * TO GL-ACTIVITY-FILE (SEE GLACTREC.CPY) FOR GLEXTRCT: THE
      * CREDIT APPLIED TO RECEIVABLES (TYPE 'RTRN'), ANY CREDIT LEFT
      * UNAPPLIED (TYPE 'RTUA'), THE RETURNED STOCK AT ITS
      * WS-M-PURCHPRC COST (TYPE 'RTCS'), AND THE SALES TAX PORTION
      * OF THE CREDIT (TYPE 'RTTX') SO THE LEDGER TAKES IT BACK OUT
      * OF TAX PAYABLE RATHER THAN SALES RETURNS.
      * THE RUN IS CHECKED AGAINST CYCLE-CTL-FILE (SEE CYCLREC.CPY): IT
      * POSTS ONE RETURN BATCH PER CYCLE, ONCE ORDERS HAS OPENED THE
      * CYCLE, UNLESS AN OVERRIDE CARD IS SUPPLIED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                ACCESS IS DYNAMIC
                RECORD KEY IS PR-KEY
                FILE STATUS IS PRC-STAT.
           SELECT TAX-RATE-FILE       ASSIGN TAXRATE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS TX-JURIS
                FILE STATUS IS TAX-STAT.
           SELECT AR-FILE             ASSIGN ARFILE
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
           SELECT RETURN-ERROR-FILE   ASSIGN RTRNERR.
           SELECT OPTIONAL DEMAND-HIST-FILE ASSIGN DMDHIST.
           SELECT OPTIONAL MASTER-JRNL-FILE ASSIGN MJOURNAL.
           SELECT OPTIONAL GL-ACTIVITY-FILE ASSIGN GLACTIV.
           SELECT OPTIONAL TAX-HIST-FILE ASSIGN TAXHIST.
           SELECT OPTIONAL CYCLE-CTL-FILE ASSIGN CYCLCTL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CY-KEY
                FILE STATUS IS CYC-STAT.
           SELECT OPTIONAL CYCLE-OVR-FILE ASSIGN CYCOVR.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
               10  PR-CUSTNO           PIC 9(6).
               10  PR-MINQTY           PIC 9(4).
           05  FILLER                  PIC X(24).
       FD  TAX-RATE-FILE.
       01  VTAX-REC.
           05  TX-JURIS                PIC X(3).
           05  FILLER                  PIC X(37).
       FD  AR-FILE.
       01  VAR-REC.
           05  AR-KEY.
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  MJRNL-REC                   PIC X(263).
       FD  GL-ACTIVITY-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  GL-ACTIVITY-REC             PIC X(40).
       FD  TAX-HIST-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  TAX-HIST-REC                PIC X(50).
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
               88  PRICE-EOF                       VALUE 'Y'.
           05  AR-EOF-SW               PIC X       VALUE 'N'.
               88  AR-EOF                          VALUE 'Y'.
           05  ORIG-SW                 PIC X       VALUE 'N'.
               88  ORIG-ITEM-FOUND                 VALUE 'Y'.
           05  TAX-BASIS-SW            PIC X       VALUE 'B'.
               88  TAX-AS-BILLED                   VALUE 'B' 'N'.
               88  TAX-BILLED-NONE                 VALUE 'N'.
               88  TAX-AT-CURRENT                  VALUE 'C'.
       01  COUNTERS-ACCUMULATORS.
           05  PG-CTR                  PIC 999     VALUE 0.
           05  LINE-CTR                PIC 99      VALUE 99.
           05  WS-UNITS-CTR            PIC 9(7)    VALUE 0.
           05  WS-CREDIT-TOTAL         PIC 9(9)V99 VALUE 0.
           05  WS-UNAPPLIED-TOTAL      PIC 9(9)V99 VALUE 0.
           05  WS-TAX-TOTAL            PIC 9(9)V99 VALUE 0.
           05  WS-JRNL-SEQ             PIC 9(7)    VALUE 0.
       01  WORK-AREA.
           05  VSAM-STAT               PIC XX.
           05  CUST-STAT               PIC XX.
           05  PRC-STAT                PIC XX.
           05  AR-STAT                 PIC XX.
           05  TAX-STAT                PIC XX.
           05  WS-EDIT-MSG             PIC X(40).
           05  WS-USE-PRICE            PIC 9(3)V99.
           05  WS-GOODS-AMT            PIC 9(7)V99.
           05  WS-RTAX-AMT             PIC 9(7)V99.
           05  WS-CREDIT-AMT           PIC 9(7)V99.
           05  WS-REMAIN-AMT           PIC 9(7)V99.
           05  WS-APPLY-AMT            PIC 9(7)V99.
           05  WS-SHIP-YYMMDD          PIC 9(6).
           05  WS-EXT-COST             PIC 9(7)V99.
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
      ******************************************************************
      *  DAILY CYCLE CONTROL - SEE 0110-CYCLE-CHECK AND CYCLREC.CPY.
      ******************************************************************
       01  CYCLE-CONTROL.
           05  CYC-STEP                PIC X(8)    VALUE 'RTRNPOST'.
           05  CYC-PRED-STEP           PIC X(8)    VALUE 'ORDERS'.
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
       COPY MASTREC.
       COPY CUSTREC.
       COPY PRICEREC.
       COPY RTRNREC.
       COPY DMDHREC.
       COPY MJRNLREC.
       COPY GLACTREC.
       COPY TAXREC.
       COPY TXHREC.
       01  WS-MAST-BEFORE              PIC X(118).
       01  WS-RTRN-ERR-REC.
           05  ERRMSG                  PIC X(40).
           05  FILLER                  PIC X(5)    VALUE 'QUAN'.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'UNIT PRC'.
           05  FILLER                  PIC X(11)   VALUE 'SALES TAX'.
           05  FILLER                  PIC X(13)   VALUE 'CREDIT AMT'.
           05  FILLER                  PIC X(13)   VALUE 'APPLIED'.
           05  FILLER                  PIC X(4)    VALUE 'LOC'.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-UNITPRC              PIC ZZZ.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-TAXAMT               PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-CREDITAMT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-APPLIED              PIC Z,ZZZ,ZZ9.99.
           05  DL-LOC                  PIC 9.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-REASON               PIC X(20).
       01  CURRENT-TAX-LINE.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05  CT-CUSTNO               PIC 9(6).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE 'TAX AT CURRENT RATE - NO OPEN ITEM'.
       01  UNAPPLIED-LINE.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05  UA-CUSTNO               PIC 9(6).
           05  FILLER                  PIC X(28)
                   VALUE 'TOTAL CREDIT UNAPPLIED:   '.
           05  T2-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
       01  TRAILER-LINE3.
           05  FILLER                  PIC X(28)
                   VALUE 'TOTAL SALES TAX CREDITED: '.
           05  T3-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *  OPEN ALL FILES.
      ******************************************************************
       0100-INIT.
           PERFORM 0110-CYCLE-CHECK THRU 0110-CYCLE-CHECK-EXIT.
           ACCEPT CURRDATE FROM DATE.
           MOVE C-MM TO H1-MM.
           MOVE C-DD TO H1-DD.
               IF PRC-STAT NOT = '00' AND PRC-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN PRICE FILE ' PRC-STAT
                   STOP RUN.
           OPEN INPUT TAX-RATE-FILE
               IF TAX-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN TAX RATE FILE ' TAX-STAT
                   STOP RUN.
           OPEN INPUT  CUSTOMER-FILE
                       RETURN-TRANS-FILE.
           OPEN OUTPUT CREDIT-REG-FILE
                       RETURN-ERROR-FILE.
           OPEN EXTEND DEMAND-HIST-FILE
                       MASTER-JRNL-FILE
                       GL-ACTIVITY-FILE
                       TAX-HIST-FILE.
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
      *  READ THE NEXT RETURN TRANSACTION.
      ******************************************************************
       0200-READ-RETURN.
                       THRU 0600-APPLY-CREDIT-EXIT
                   PERFORM 0700-POST-DEMAND
                       THRU 0700-POST-DEMAND-EXIT
                   PERFORM 0710-POST-TAX-HIST
                       THRU 0710-POST-TAX-HIST-EXIT
                   PERFORM 0720-WRITE-GLACT
                       THRU 0720-WRITE-GLACT-EXIT
                   ADD 1 TO WS-POSTED-CTR
                   ADD WS-RT-QUANRET TO WS-UNITS-CTR.
       0500-POST-MASTER-EXIT.
      *  VALUE THE CREDIT AT THE PRICE THE CUSTOMER WAS BILLED UNDER
      *  CURRENT PRICING - CONTRACT FIRST, ELSE THE BREAK TIER THE
      *  RETURNED QUANTITY REACHES, ELSE THE LIST PRICE - THE SAME
      *  ORDER OF PRECEDENCE ORDERS' 0975-PRICE-SHIPMENT USES - AND
      *  ADD BACK THE SALES TAX BILLED ON THOSE GOODS.  THE RETURNED
      *  SHIPMENT'S OPEN ITEM IS LOOKED UP FIRST, SINCE THE TAX COMES
      *  FROM WHAT IT WAS BILLED WHEREVER IT CAN.
      ******************************************************************
       0550-PRICE-CREDIT.
           MOVE WS-M-SALESPRC TO WS-USE-PRICE.
               MOVE WS-PR-PRICE TO WS-USE-PRICE
           ELSE
               PERFORM 0560-BREAK-PRICE THRU 0560-BREAK-PRICE-EXIT.
           COMPUTE WS-GOODS-AMT = WS-RT-QUANRET * WS-USE-PRICE.
           PERFORM 0540-FIND-ORIGINAL THRU 0540-FIND-ORIGINAL-EXIT.
           PERFORM 0580-RETURN-TAX THRU 0580-RETURN-TAX-EXIT.
           COMPUTE WS-CREDIT-AMT = WS-GOODS-AMT + WS-RTAX-AMT.
       0550-PRICE-CREDIT-EXIT.
           EXIT.
      ******************************************************************
      *  LOOK UP THE RETURNED SHIPMENT'S OWN OPEN ITEM (CUSTOMER +
      *  SHIP DATE + ITEM).  IT IS LEFT IN WS-AR-REC FOR THE TAX
      *  AND FOR 0600-APPLY-CREDIT TO PAY DOWN FIRST.
      ******************************************************************
       0540-FIND-ORIGINAL.
           MOVE WS-RT-YY TO WS-SHIP-YYMMDD (1:2).
           MOVE WS-RT-MM TO WS-SHIP-YYMMDD (3:2).
           MOVE WS-RT-DD TO WS-SHIP-YYMMDD (5:2).
           MOVE WS-RT-CUSTNO TO AR-CUSTNO.
           MOVE WS-SHIP-YYMMDD TO AR-DATESHIP.
           MOVE WS-RT-ITEMNO TO AR-ITEMNO.
           MOVE 'Y' TO ORIG-SW.
           READ AR-FILE INTO WS-AR-REC
               INVALID KEY
                   MOVE 'N' TO ORIG-SW.
       0540-FIND-ORIGINAL-EXIT.
           EXIT.
      ******************************************************************
      *  WALK THE ITEM'S QUANTITY-BREAK TIERS IN ASCENDING MINQTY
      *  ORDER, KEEPING THE LAST TIER THE RETURNED QUANTITY REACHES.
      ******************************************************************
       0570-READ-BREAK-EXIT.
           EXIT.
      ******************************************************************
      *  FIGURE THE SALES TAX ON THE RETURNED GOODS.  WITH THE OPEN
      *  ITEM IN HAND IT IS THE TAX THAT SHIPMENT WAS BILLED, PRORATED
      *  BY QUANTITY RETURNED OVER QUANTITY SHIPPED AND NEVER MORE
      *  THAN WAS BILLED.  OTHERWISE IT IS FIGURED AT THE CURRENT
      *  RATE: A TAX-EXEMPT CUSTOMER IS CREDITED NONE, AND NEITHER IS
      *  ONE WHOSE JURISDICTION HAS NO RATE ON TAX-RATE-FILE.
      ******************************************************************
       0580-RETURN-TAX.
           MOVE 0 TO WS-RTAX-AMT.
           MOVE 'C' TO TAX-BASIS-SW.
           IF ORIG-ITEM-FOUND AND WS-AR-QUANSHIP NUMERIC
                   AND WS-AR-QUANSHIP > 0
               IF WS-AR-TAXAMT > 0
                   MOVE 'B' TO TAX-BASIS-SW
               ELSE
                   MOVE 'N' TO TAX-BASIS-SW
               END-IF
               IF WS-RT-QUANRET NOT < WS-AR-QUANSHIP
                   MOVE WS-AR-TAXAMT TO WS-RTAX-AMT
               ELSE
                   COMPUTE WS-RTAX-AMT ROUNDED =
                       WS-AR-TAXAMT * WS-RT-QUANRET / WS-AR-QUANSHIP.
           IF TAX-AT-CURRENT AND NOT CUST-TAX-EXEMPT
               MOVE CUST-TAXJUR TO TX-JURIS
               READ TAX-RATE-FILE INTO WS-TAX-REC
                   INVALID KEY
                       MOVE 'N' TO TAX-STAT
               END-READ
               IF TAX-STAT = '00'
                   COMPUTE WS-RTAX-AMT ROUNDED =
                       WS-GOODS-AMT * WS-TX-RATE / 100.
       0580-RETURN-TAX-EXIT.
           EXIT.
      ******************************************************************
      *  APPLY THE CREDIT AGAINST THE CUSTOMER'S OPEN RECEIVABLES THE
      *  WAY ARCASH APPLIES CASH: THE RETURNED SHIPMENT'S OWN OPEN
      *  ITEM FIRST, THEN OLDEST FIRST FOR ANY REMAINDER.  A CREDIT
      *  THE OPEN ITEMS CANNOT ABSORB (A CASH SALE, OR AN ITEM
      *  ALREADY PAID) IS FLAGGED UNAPPLIED FOR THE CREDIT MANAGER,
      *  AND A CREDIT WHOSE TAX HAD TO BE FIGURED AT THE CURRENT RATE
      *  IS MARKED SO ON THE REGISTER.
      ******************************************************************
       0600-APPLY-CREDIT.
           MOVE WS-CREDIT-AMT TO WS-REMAIN-AMT.
           IF ORIG-ITEM-FOUND
               PERFORM 0650-PAY-DOWN THRU 0650-PAY-DOWN-EXIT.
           IF WS-REMAIN-AMT > 0
               PERFORM 0620-SWEEP-OLDEST THRU 0620-SWEEP-OLDEST-EXIT.
           PERFORM 0750-PRINT-DETAIL THRU 0750-PRINT-DETAIL-EXIT.
           IF TAX-AT-CURRENT
               MOVE WS-RT-CUSTNO TO CT-CUSTNO
               WRITE CREDIT-REG-REC FROM CURRENT-TAX-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CTR.
           IF WS-REMAIN-AMT > 0
               MOVE WS-RT-CUSTNO TO UA-CUSTNO
               MOVE WS-REMAIN-AMT TO UA-AMOUNT
               ADD 1 TO LINE-CTR
               ADD WS-REMAIN-AMT TO WS-UNAPPLIED-TOTAL.
           ADD WS-CREDIT-AMT TO WS-CREDIT-TOTAL.
           ADD WS-RTAX-AMT TO WS-TAX-TOTAL.
       0600-APPLY-CREDIT-EXIT.
           EXIT.
      ******************************************************************
       0700-POST-DEMAND-EXIT.
           EXIT.
      ******************************************************************
      *  RECORD THE RETURN ON TAX-HIST-FILE UNDER THE CUSTOMER'S
      *  JURISDICTION, DATED WITH THE RUN DATE, SO THE MONTH'S TAX
      *  REPORT NETS IT OUT OF TAXABLE (OR EXEMPT) SALES AND TAX.
      *  WHERE THE TAX CAME FROM THE INVOICE, THE GOODS ARE TAXABLE OR
      *  EXEMPT ACCORDING TO WHETHER THAT INVOICE CARRIED TAX, NOT THE
      *  CUSTOMER'S EXEMPTION AS IT STANDS TODAY.
      ******************************************************************
       0710-POST-TAX-HIST.
           MOVE SPACES TO WS-TAXH-REC.
           MOVE CUST-TAXJUR TO WS-TH-JURIS.
           MOVE CURRDATE TO WS-TH-DATE.
           MOVE 'R' TO WS-TH-TYPE.
           MOVE WS-RT-CUSTNO TO WS-TH-CUSTNO.
           MOVE 0 TO WS-TH-INVNO.
           IF TAX-AS-BILLED
               IF TAX-BILLED-NONE
                   MOVE 0 TO WS-TH-TAXABLE
                   MOVE WS-GOODS-AMT TO WS-TH-EXEMPT
               ELSE
                   MOVE WS-GOODS-AMT TO WS-TH-TAXABLE
                   MOVE 0 TO WS-TH-EXEMPT
               END-IF
           ELSE
               IF CUST-TAX-EXEMPT
                   MOVE 0 TO WS-TH-TAXABLE
                   MOVE WS-GOODS-AMT TO WS-TH-EXEMPT
               ELSE
                   MOVE WS-GOODS-AMT TO WS-TH-TAXABLE
                   MOVE 0 TO WS-TH-EXEMPT.
           MOVE WS-RTAX-AMT TO WS-TH-TAXAMT.
           WRITE TAX-HIST-REC FROM WS-TAXH-REC.
       0710-POST-TAX-HIST-EXIT.
           EXIT.
      ******************************************************************
      *  RECORD THE CREDIT MEMO FOR THE GENERAL LEDGER, DATED WITH THE
      *  RUN DATE: THE PART APPLIED TO RECEIVABLES, THE PART LEFT
      *  UNAPPLIED, THE RETURNED STOCK BACK INTO INVENTORY AT COST,
      *  AND THE SALES TAX INCLUDED IN THE CREDIT.
      ******************************************************************
       0720-WRITE-GLACT.
           MOVE SPACES TO WS-GLACT-REC.
           MOVE CURRDATE TO WS-GA-DATE.
           MOVE 'RTRNPOST' TO WS-GA-PROGRAM.
           MOVE WS-RT-ITEMNO TO WS-GA-ITEMNO.
           MOVE WS-RT-CUSTNO TO WS-GA-CUSTNO.
           COMPUTE WS-APPLY-AMT = WS-CREDIT-AMT - WS-REMAIN-AMT.
           IF WS-APPLY-AMT > 0
               MOVE 'RTRN' TO WS-GA-POSTTYPE
               MOVE WS-APPLY-AMT TO WS-GA-AMOUNT
               WRITE GL-ACTIVITY-REC FROM WS-GLACT-REC.
           IF WS-REMAIN-AMT > 0
               MOVE 'RTUA' TO WS-GA-POSTTYPE
               MOVE WS-REMAIN-AMT TO WS-GA-AMOUNT
               WRITE GL-ACTIVITY-REC FROM WS-GLACT-REC.
           COMPUTE WS-EXT-COST = WS-RT-QUANRET * WS-M-PURCHPRC.
           IF WS-EXT-COST > 0
               MOVE 'RTCS' TO WS-GA-POSTTYPE
               MOVE WS-EXT-COST TO WS-GA-AMOUNT
               WRITE GL-ACTIVITY-REC FROM WS-GLACT-REC.
           IF WS-RTAX-AMT > 0
               MOVE 'RTTX' TO WS-GA-POSTTYPE
               MOVE WS-RTAX-AMT TO WS-GA-AMOUNT
               WRITE GL-ACTIVITY-REC FROM WS-GLACT-REC.
       0720-WRITE-GLACT-EXIT.
           EXIT.
      ******************************************************************
      *  FORMAT AND WRITE ONE CREDIT-MEMO REGISTER LINE, HEADING A
      *  NEW PAGE AS NEEDED.
      ******************************************************************
           MOVE WS-RT-CUSTNO TO DL-CUSTNO.
           MOVE WS-RT-QUANRET TO DL-QUANRET.
           MOVE WS-USE-PRICE TO DL-UNITPRC.
           MOVE WS-RTAX-AMT TO DL-TAXAMT.
           MOVE WS-CREDIT-AMT TO DL-CREDITAMT.
           COMPUTE WS-APPLY-AMT = WS-CREDIT-AMT - WS-REMAIN-AMT.
           MOVE WS-APPLY-AMT TO DL-APPLIED.
       0900-EOJ.
           MOVE WS-CREDIT-TOTAL TO T1-AMOUNT.
           MOVE WS-UNAPPLIED-TOTAL TO T2-AMOUNT.
           MOVE WS-TAX-TOTAL TO T3-AMOUNT.
           WRITE CREDIT-REG-REC FROM TRAILER-LINE1
               AFTER ADVANCING 3 LINES.
           WRITE CREDIT-REG-REC FROM TRAILER-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE CREDIT-REG-REC FROM TRAILER-LINE3
               AFTER ADVANCING 1 LINE.
           DISPLAY WS-READ-CTR   ' RETURNS READ.'.
           DISPLAY WS-POSTED-CTR ' RETURNS POSTED.'.
           DISPLAY WS-REJECT-CTR ' RETURNS REJECTED.'.
           DISPLAY WS-UNITS-CTR  ' UNITS RETURNED TO STOCK.'.
           DISPLAY WS-CREDIT-TOTAL ' TOTAL CREDITS ISSUED.'.
           DISPLAY WS-TAX-TOTAL  ' SALES TAX CREDITED.'.
           CLOSE MASTER-FILE
                 CUSTOMER-FILE
                 TAX-RATE-FILE
                 PRICE-FILE
                 AR-FILE
                 RETURN-TRANS-FILE
                 CREDIT-REG-FILE
                 RETURN-ERROR-FILE
                 DEMAND-HIST-FILE
                 MASTER-JRNL-FILE
                 GL-ACTIVITY-FILE
                 TAX-HIST-FILE.
           MOVE WS-READ-CTR TO WS-CY-IN-COUNT.
           MOVE WS-POSTED-CTR TO WS-CY-OUT-COUNT.
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
