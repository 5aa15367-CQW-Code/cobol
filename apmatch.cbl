      ****************************
      * IDENTIFICATION DIVISION
      ****************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      APMATCH.
       AUTHOR.          MAINTENANCE TEAM.
      ******************************************************************
      * THIS PROGRAM IS THE ACCOUNTS-PAYABLE THREE-WAY MATCH.  IT READS
      * A FILE OF SUPPLIER-INVOICE LINES (SEE APINVREC.CPY) AND HOLDS
      * EACH ONE AGAINST THE OPENPO-FILE LINE IT BILLS FOR (PO NUMBER
      * AND ITEM): THE SUPPLIER MUST BE THE SUPPLIER THE PO WAS CUT
      * TO, THE QUANTITY BILLED MUST NOT EXCEED WHAT RCPTPOST HAS
      * RECEIVED (WS-P-QUANRECV) LESS WHAT EARLIER INVOICES HAVE
      * ALREADY BEEN VOUCHERED FOR (WS-P-QUANBILL), AND THE UNIT PRICE
      * BILLED MUST BE WITHIN THE PRICE TOLERANCE OF THE UNIT COST THE
      * LINE WAS ORDERED AT (WS-P-UNITCOST, KEPT BY POEXTRCT).
      *
      * A LINE THAT MATCHES BECOMES AN APPROVED VOUCHER ON AP-OPEN-FILE
      * (SEE APOPNREC.CPY), ITS QUANTITY IS ADDED TO WS-P-QUANBILL SO
      * THE SAME RECEIPT CANNOT BE BILLED TWICE, AND THE VOUCHER IS
      * APPENDED TO GL-ACTIVITY-FILE FOR GLEXTRCT.  A TYPE 'APVC'
      * POSTING MOVES THE QUANTITY BILLED AT WS-P-UNITCOST - THE COST
      * RCPTPOST ACCRUED THE RECEIPT AT - FROM ACCRUED PAYABLES TO
      * ACCOUNTS PAYABLE, SO THE ACCRUAL CLEARS EXACTLY.  WHATEVER THE
      * INVOICE PRICE ADDS TO OR TAKES OFF THAT IS POSTED AS A
      * PURCHASE PRICE VARIANCE: TYPE 'APPU' WHEN THE SUPPLIER BILLED
      * OVER THE PO COST, 'APPF' WHEN UNDER.  A LINE THAT DOES NOT
      * MATCH IS PRINTED ON THE DISCREPANCY REPORT FOR PURCHASING
      * WITH THE PO AND RECEIVING
      * FIGURES IT WAS HELD TO AND IS NOT VOUCHERED.  INVOICE LINES
      * THAT FAIL EDIT (MISSING OR NON-NUMERIC FIELDS, SUPPLIER NOT ON
      * SUPPLIER-FILE) ARE REJECTED TO THE MATCH ERROR FILE.
      *
      * THE PRICE TOLERANCE IS A PERCENTAGE OF THE PO UNIT COST TAKEN
      * FROM A ONE-CARD CONTROL FILE; WITH NO CARD THE PRICE MUST
      * MATCH EXACTLY.  APAGE AGES THE VOUCHERS THIS RUN APPROVES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             IBM-370.
       OBJECT-COMPUTER.             IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPENPO-FILE ASSIGN OPENPO
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS P-POKEY
                FILE STATUS IS OPO-STAT.
           SELECT SUPPLIER-FILE       ASSIGN SUPPFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS SUPP-KEY
                FILE STATUS IS SUPP-STAT.
           SELECT OPTIONAL AP-OPEN-FILE ASSIGN APOPEN
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS AP-KEY
                FILE STATUS IS AP-STAT.
           SELECT OPTIONAL APMATCH-CTL-FILE ASSIGN APMCTL.
           SELECT SUPP-INVOICE-FILE   ASSIGN SUPINV.
           SELECT DISCREP-REPORT-FILE ASSIGN APDISC.
           SELECT APMATCH-ERROR-FILE  ASSIGN APMERR.
           SELECT OPTIONAL GL-ACTIVITY-FILE ASSIGN GLACTIV.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  OPENPO-FILE.
       01  VOPENPO-REC.
           05  P-POKEY.
               10  P-PONO              PIC 9(6).
               10  P-ITEMNO            PIC 9(5).
           05  FILLER                  PIC X(69).
       FD  SUPPLIER-FILE.
       01  VSUPP-REC.
           05  SUPP-KEY                PIC 9(5).
           05  FILLER                  PIC X(75).
       FD  AP-OPEN-FILE.
       01  VAPOPEN-REC.
           05  AP-KEY.
               10  AP-SUPPNO           PIC 9(5).
               10  AP-INVNO            PIC X(12).
               10  AP-PONO             PIC 9(6).
               10  AP-ITEMNO           PIC 9(5).
           05  FILLER                  PIC X(52).
       FD  APMATCH-CTL-FILE
               LABEL RECORDS ARE STANDARD.
       01  APMATCH-CTL-REC             PIC X(80).
       FD  SUPP-INVOICE-FILE
               LABEL RECORDS ARE STANDARD.
       01  SUPP-INVOICE-REC            PIC X(80).
       FD  DISCREP-REPORT-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  DISCREP-REPORT-REC          PIC X(132).
       FD  APMATCH-ERROR-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  APMATCH-ERR-REC             PIC X(120).
       FD  GL-ACTIVITY-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  GL-ACTIVITY-REC             PIC X(40).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  SWITCHES.
           05  EOF-SW                  PIC X       VALUE 'N'.
               88  INVOICE-EOF                     VALUE 'Y'.
           05  VALID-SW                PIC X       VALUE 'Y'.
               88  INVOICE-VALID                   VALUE 'Y'.
           05  MATCH-SW                PIC X       VALUE 'Y'.
               88  LINE-MATCHED                    VALUE 'Y'.
       01  COUNTERS-ACCUMULATORS.
           05  PG-CTR                  PIC 999     VALUE 0.
           05  LINE-CTR                PIC 99      VALUE 99.
           05  WS-READ-CTR             PIC 9(5)    VALUE 0.
           05  WS-APPROVED-CTR         PIC 9(5)    VALUE 0.
           05  WS-DISCREP-CTR          PIC 9(5)    VALUE 0.
           05  WS-REJECT-CTR           PIC 9(5)    VALUE 0.
           05  WS-VOUCHER-TOT          PIC 9(9)V99 VALUE 0.
       01  WORK-AREA.
           05  OPO-STAT                PIC XX.
           05  SUPP-STAT               PIC XX.
           05  AP-STAT                 PIC XX.
           05  WS-EDIT-MSG             PIC X(40).
           05  WS-DISCREP-MSG          PIC X(30).
           05  WS-PREV-BILLED          PIC 9(4).
           05  WS-BILL-AVAIL           PIC 9(4).
           05  WS-PRICE-DIFF           PIC 9(3)V99.
           05  WS-PRICE-TOL            PIC 9(3)V99.
           05  WS-LINE-AMOUNT          PIC 9(7)V99.
           05  WS-ACCRUE-AMT           PIC 9(7)V99.
           05  WS-PPV-AMT              PIC 9(7)V99.
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
      ******************************************************************
      *  ONE-CARD CONTROL RECORD - THE PRICE TOLERANCE AS A PERCENTAGE
      *  OF THE PO UNIT COST (0250 = 2.50 PERCENT).
      ******************************************************************
       01  WS-APMATCH-CTL.
           05  AM-PRICE-TOL-PCT        PIC 99V99.
           05  FILLER                  PIC X(76).
       COPY APINVREC.
       COPY APOPNREC.
       COPY OPOREC.
       COPY SUPPREC.
       COPY GLACTREC.
       01  WS-APMATCH-ERR-REC.
           05  ERRMSG                  PIC X(40).
           05  ERRRECIMAGE             PIC X(80).
       01  HEADER1.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(13)
                   VALUE 'REPORT DATE:'.
           05  FILLER                  PIC X       VALUE SPACE.
           05  H1-MM                   PIC Z9.
           05  FILLER                  PIC X       VALUE '/'.
           05  H1-DD                   PIC Z9.
           05  FILLER                  PIC X       VALUE '/'.
           05  H1-YY                   PIC 99.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(34)
                   VALUE 'SUPPLIER INVOICE MATCH DISCREPANCY'.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE 'PAGE '.
           05  H1-PAGE                 PIC ZZ9.
       01  HEADER2.
           05  FILLER                  PIC X(7)    VALUE 'SUPPL'.
           05  FILLER                  PIC X(14)   VALUE 'INVOICE NO'.
           05  FILLER                  PIC X(8)    VALUE 'PO NO'.
           05  FILLER                  PIC X(8)    VALUE 'ITEM'.
           05  FILLER                  PIC X(8)    VALUE 'ORDR'.
           05  FILLER                  PIC X(8)    VALUE 'RECV'.
           05  FILLER                  PIC X(8)    VALUE 'PREV'.
           05  FILLER                  PIC X(6)    VALUE 'BILL'.
           05  FILLER                  PIC X(10)   VALUE 'PO COST'.
           05  FILLER                  PIC X(9)    VALUE 'BILLED'.
           05  FILLER                  PIC X(6)    VALUE 'REASON'.
       01  DETAIL-LINE.
           05  DL-SUPPNO               PIC 9(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-INVNO                PIC X(12).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-PONO                 PIC 9(6).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-ITEMNO               PIC 9(5).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DL-QUANORD              PIC ZZZ9.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  DL-QUANRECV             PIC ZZZ9.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  DL-QUANPREV             PIC ZZZ9.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  DL-QUANBILL             PIC ZZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DL-POCOST               PIC ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DL-BILLPRC              PIC ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DL-REASON               PIC X(30).
       01  TRAILER-LINE1.
           05  FILLER                  PIC X(25)
                   VALUE 'INVOICE LINES VOUCHERED: '.
           05  TL-APPROVED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'AMOUNT: '.
           05  TL-VOUCHER-TOT          PIC ZZZ,ZZZ,ZZ9.99.
       01  TRAILER-LINE2.
           05  FILLER                  PIC X(25)
                   VALUE 'LINES IN DISCREPANCY:    '.
           05  TL-DISCREP              PIC ZZ,ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAINLINE SECTION.
           PERFORM 0100-INIT THRU 0100-INIT-EXIT.
           PERFORM 0200-READ-INVOICE THRU 0200-READ-INVOICE-EXIT.
           PERFORM 0300-MATCH-ONE THRU 0300-MATCH-ONE-EXIT
               UNTIL INVOICE-EOF.
           PERFORM 0900-EOJ THRU 0900-EOJ-EXIT.
           STOP RUN.
      ******************************************************************
      *  READ THE PRICE-TOLERANCE CARD AND OPEN ALL FILES.
      ******************************************************************
       0100-INIT.
           ACCEPT CURRDATE FROM DATE.
           MOVE C-MM TO H1-MM.
           MOVE C-DD TO H1-DD.
           MOVE C-YY TO H1-YY.
           OPEN INPUT APMATCH-CTL-FILE.
           READ APMATCH-CTL-FILE INTO WS-APMATCH-CTL
               AT END
                   MOVE 0 TO AM-PRICE-TOL-PCT.
           CLOSE APMATCH-CTL-FILE.
           IF AM-PRICE-TOL-PCT NOT NUMERIC
               MOVE 0 TO AM-PRICE-TOL-PCT.
           DISPLAY 'PRICE TOLERANCE PERCENT ' AM-PRICE-TOL-PCT.
           OPEN I-O OPENPO-FILE
               IF OPO-STAT NOT = '00' AND OPO-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN OPEN-PO FILE ' OPO-STAT
                   STOP RUN.
           OPEN INPUT SUPPLIER-FILE
               IF SUPP-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN SUPPLIER FILE ' SUPP-STAT
                   STOP RUN.
           OPEN I-O AP-OPEN-FILE
               IF AP-STAT NOT = '00' AND AP-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN OPEN PAYABLES FILE ' AP-STAT
                   STOP RUN.
           OPEN INPUT  SUPP-INVOICE-FILE
           OPEN OUTPUT DISCREP-REPORT-FILE
                       APMATCH-ERROR-FILE.
           OPEN EXTEND GL-ACTIVITY-FILE.
       0100-INIT-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT SUPPLIER-INVOICE LINE.
      ******************************************************************
       0200-READ-INVOICE.
           READ SUPP-INVOICE-FILE INTO WS-SUPPINV-REC
               AT END
                   MOVE 'Y' TO EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR.
       0200-READ-INVOICE-EXIT.
           EXIT.
      ******************************************************************
      *  EDIT ONE INVOICE LINE, MATCH IT TO ITS PO LINE AND EITHER
      *  VOUCHER IT OR REPORT THE DISCREPANCY.
      ******************************************************************
       0300-MATCH-ONE.
           PERFORM 0400-EDIT-INVOICE THRU 0400-EDIT-INVOICE-EXIT.
           IF INVOICE-VALID
               PERFORM 0500-MATCH-PO THRU 0500-MATCH-PO-EXIT
               IF LINE-MATCHED
                   PERFORM 0600-VOUCHER THRU 0600-VOUCHER-EXIT
               ELSE
                   PERFORM 0650-PRINT-DISCREP
                       THRU 0650-PRINT-DISCREP-EXIT
               END-IF
           ELSE
               PERFORM 0800-REJECT THRU 0800-REJECT-EXIT.
           PERFORM 0200-READ-INVOICE THRU 0200-READ-INVOICE-EXIT.
       0300-MATCH-ONE-EXIT.
           EXIT.
      ******************************************************************
      *  VALIDATE THE INVOICE FIELDS.  THE SUPPLIER MUST BE ON
      *  SUPPLIER-FILE; AN INACTIVE SUPPLIER CAN STILL BE PAID FOR
      *  WHAT IT HAS ALREADY DELIVERED.
      ******************************************************************
       0400-EDIT-INVOICE.
           MOVE 'Y' TO VALID-SW.
           IF WS-SI-INVNO = SPACES
               MOVE 'N' TO VALID-SW
               MOVE 'SUPPLIER INVOICE NUMBER MISSING' TO WS-EDIT-MSG.
           IF INVOICE-VALID
               IF WS-SI-INVDATE NOT NUMERIC OR WS-SI-INVDATE = 0
                   MOVE 'N' TO VALID-SW
                   MOVE 'INVOICE DATE ZERO OR NOT NUMERIC'
                       TO WS-EDIT-MSG.
           IF INVOICE-VALID
               IF WS-SI-PONO NOT NUMERIC OR WS-SI-ITEMNO NOT NUMERIC
                   MOVE 'N' TO VALID-SW
                   MOVE 'PO NUMBER OR ITEM NOT NUMERIC' TO WS-EDIT-MSG.
           IF INVOICE-VALID
               IF WS-SI-QUANBILL NOT NUMERIC OR WS-SI-QUANBILL = 0
                   MOVE 'N' TO VALID-SW
                   MOVE 'QUANTITY BILLED ZERO OR NOT NUMERIC'
                       TO WS-EDIT-MSG.
           IF INVOICE-VALID
               IF WS-SI-UNITPRC NOT NUMERIC
                   MOVE 'N' TO VALID-SW
                   MOVE 'UNIT PRICE NOT NUMERIC' TO WS-EDIT-MSG.
           IF INVOICE-VALID
               IF WS-SI-SUPPNO NOT NUMERIC
                   MOVE 'N' TO VALID-SW
                   MOVE 'SUPPLIER NUMBER NOT NUMERIC' TO WS-EDIT-MSG
               ELSE
                   MOVE WS-SI-SUPPNO TO SUPP-KEY
                   READ SUPPLIER-FILE INTO WS-SUPP-REC
                       INVALID KEY
                           MOVE 'N' TO SUPP-STAT
                   END-READ
                   IF SUPP-STAT NOT = '00'
                       MOVE 'N' TO VALID-SW
                       MOVE 'SUPPLIER NOT ON SUPPLIER FILE'
                           TO WS-EDIT-MSG.
       0400-EDIT-INVOICE-EXIT.
           EXIT.
      ******************************************************************
      *  THE THREE-WAY MATCH.  LOOK UP THE PO LINE BILLED AND HOLD THE
      *  INVOICE TO IT: SAME SUPPLIER, NO MORE BILLED THAN RECEIVED
      *  AND NOT YET VOUCHERED, PRICE WITHIN TOLERANCE OF THE PO UNIT
      *  COST.  THE FIRST TEST FAILED IS THE REASON REPORTED.
      ******************************************************************
       0500-MATCH-PO.
           MOVE 'Y' TO MATCH-SW.
           MOVE SPACES TO WS-DISCREP-MSG.
           MOVE WS-SI-PONO TO P-PONO.
           MOVE WS-SI-ITEMNO TO P-ITEMNO.
           READ OPENPO-FILE INTO WS-OPENPO-REC
               INVALID KEY
                   MOVE 'N' TO OPO-STAT
           END-READ.
           IF OPO-STAT NOT = '00'
               MOVE 'N' TO MATCH-SW
               MOVE 'NO SUCH PO LINE ON FILE' TO WS-DISCREP-MSG
               MOVE SPACES TO WS-OPENPO-REC
               MOVE 0 TO WS-P-QUANORD WS-P-QUANRECV WS-P-UNITCOST
                         WS-PREV-BILLED
           ELSE
               IF WS-P-QUANBILL NUMERIC
                   MOVE WS-P-QUANBILL TO WS-PREV-BILLED
               ELSE
                   MOVE 0 TO WS-PREV-BILLED
               END-IF
               IF WS-P-UNITCOST NOT NUMERIC
                   MOVE 0 TO WS-P-UNITCOST.
           IF LINE-MATCHED AND WS-SI-SUPPNO NOT = WS-P-REPLNO
               MOVE 'N' TO MATCH-SW
               MOVE 'PO WAS NOT CUT TO THIS SUPPLIER' TO WS-DISCREP-MSG.
           IF LINE-MATCHED
               IF WS-PREV-BILLED NOT < WS-P-QUANRECV
                   MOVE 0 TO WS-BILL-AVAIL
               ELSE
                   COMPUTE WS-BILL-AVAIL =
                       WS-P-QUANRECV - WS-PREV-BILLED
               END-IF
               IF WS-SI-QUANBILL > WS-BILL-AVAIL
                   MOVE 'N' TO MATCH-SW
                   MOVE 'BILLED MORE THAN RECEIVED' TO WS-DISCREP-MSG.
           IF LINE-MATCHED AND WS-P-UNITCOST = 0
               MOVE 'N' TO MATCH-SW
               MOVE 'NO UNIT COST ON PO LINE' TO WS-DISCREP-MSG.
           IF LINE-MATCHED
               IF WS-SI-UNITPRC > WS-P-UNITCOST
                   COMPUTE WS-PRICE-DIFF =
                       WS-SI-UNITPRC - WS-P-UNITCOST
               ELSE
                   COMPUTE WS-PRICE-DIFF =
                       WS-P-UNITCOST - WS-SI-UNITPRC
               END-IF
               COMPUTE WS-PRICE-TOL ROUNDED =
                   WS-P-UNITCOST * AM-PRICE-TOL-PCT / 100
               IF WS-PRICE-DIFF > WS-PRICE-TOL
                   MOVE 'N' TO MATCH-SW
                   MOVE 'PRICE DIFFERS FROM PO COST' TO WS-DISCREP-MSG.
       0500-MATCH-PO-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE THE APPROVED VOUCHER, MARK THE QUANTITY BILLED ON THE PO
      *  LINE AND RECORD THE VOUCHER FOR THE GENERAL LEDGER.  AN
      *  INVOICE LINE ALREADY ON AP-OPEN-FILE IS A DUPLICATE BILL AND
      *  GOES TO THE DISCREPANCY REPORT INSTEAD.
      ******************************************************************
       0600-VOUCHER.
           COMPUTE WS-LINE-AMOUNT = WS-SI-QUANBILL * WS-SI-UNITPRC.
           MOVE SPACES TO WS-APOPEN-REC.
           MOVE WS-SI-SUPPNO TO WS-AP-SUPPNO.
           MOVE WS-SI-INVNO TO WS-AP-INVNO.
           MOVE WS-SI-PONO TO WS-AP-PONO.
           MOVE WS-SI-ITEMNO TO WS-AP-ITEMNO.
           MOVE WS-SI-INVDATE TO WS-AP-INVDATE.
           MOVE WS-SI-QUANBILL TO WS-AP-QUANBILL.
           MOVE WS-SI-UNITPRC TO WS-AP-UNITPRC.
           MOVE WS-LINE-AMOUNT TO WS-AP-AMOUNT.
           MOVE WS-LINE-AMOUNT TO WS-AP-BALANCE.
           MOVE CURRDATE TO WS-AP-APPRDATE.
           MOVE 'O' TO WS-AP-STATUS.
           WRITE VAPOPEN-REC FROM WS-APOPEN-REC
               INVALID KEY
                   MOVE 'INVOICE LINE ALREADY VOUCHERED'
                       TO WS-DISCREP-MSG
                   PERFORM 0650-PRINT-DISCREP
                       THRU 0650-PRINT-DISCREP-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-APPROVED-CTR
                   ADD WS-LINE-AMOUNT TO WS-VOUCHER-TOT
                   PERFORM 0620-POST-BILLED THRU 0620-POST-BILLED-EXIT
                   PERFORM 0630-WRITE-GLACT THRU 0630-WRITE-GLACT-EXIT.
       0600-VOUCHER-EXIT.
           EXIT.
      ******************************************************************
      *  ADD THE QUANTITY JUST VOUCHERED TO THE PO LINE'S BILLED
      *  QUANTITY SO A LATER INVOICE CANNOT BILL THE SAME RECEIPT.
      ******************************************************************
       0620-POST-BILLED.
           COMPUTE WS-P-QUANBILL = WS-PREV-BILLED + WS-SI-QUANBILL.
           REWRITE VOPENPO-REC FROM WS-OPENPO-REC
               INVALID KEY
                   DISPLAY 'UNABLE TO REWRITE OPEN PO '
                       WS-P-PONO ' ITEM ' WS-P-ITEMNO.
       0620-POST-BILLED-EXIT.
           EXIT.
      ******************************************************************
      *  RECORD THE VOUCHER FOR THE GENERAL LEDGER, DATED WITH THE
      *  APPROVAL DATE - ACCRUED PAYABLES AGAINST ACCOUNTS PAYABLE AT
      *  THE PO COST THE RECEIPT WAS ACCRUED AT, AND ANY DIFFERENCE
      *  BETWEEN THAT AND THE VOUCHER AMOUNT AS A PRICE VARIANCE.
      ******************************************************************
       0630-WRITE-GLACT.
           COMPUTE WS-ACCRUE-AMT = WS-SI-QUANBILL * WS-P-UNITCOST.
           MOVE SPACES TO WS-GLACT-REC.
           MOVE 'APVC' TO WS-GA-POSTTYPE.
           MOVE CURRDATE TO WS-GA-DATE.
           MOVE WS-ACCRUE-AMT TO WS-GA-AMOUNT.
           MOVE 'APMATCH' TO WS-GA-PROGRAM.
           MOVE WS-SI-ITEMNO TO WS-GA-ITEMNO.
           MOVE 0 TO WS-GA-CUSTNO.
           WRITE GL-ACTIVITY-REC FROM WS-GLACT-REC.
           IF WS-LINE-AMOUNT > WS-ACCRUE-AMT
               COMPUTE WS-PPV-AMT = WS-LINE-AMOUNT - WS-ACCRUE-AMT
               MOVE 'APPU' TO WS-GA-POSTTYPE
               MOVE WS-PPV-AMT TO WS-GA-AMOUNT
               WRITE GL-ACTIVITY-REC FROM WS-GLACT-REC.
           IF WS-LINE-AMOUNT < WS-ACCRUE-AMT
               COMPUTE WS-PPV-AMT = WS-ACCRUE-AMT - WS-LINE-AMOUNT
               MOVE 'APPF' TO WS-GA-POSTTYPE
               MOVE WS-PPV-AMT TO WS-GA-AMOUNT
               WRITE GL-ACTIVITY-REC FROM WS-GLACT-REC.
       0630-WRITE-GLACT-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT ONE DISCREPANCY LINE WITH THE PO AND RECEIVING FIGURES
      *  THE INVOICE WAS HELD TO, HEADING A NEW PAGE AS NEEDED.
      ******************************************************************
       0650-PRINT-DISCREP.
           IF LINE-CTR > 54
               PERFORM 0700-HEADINGS THRU 0700-HEADINGS-EXIT.
           MOVE WS-SI-SUPPNO TO DL-SUPPNO.
           MOVE WS-SI-INVNO TO DL-INVNO.
           MOVE WS-SI-PONO TO DL-PONO.
           MOVE WS-SI-ITEMNO TO DL-ITEMNO.
           MOVE WS-P-QUANORD TO DL-QUANORD.
           MOVE WS-P-QUANRECV TO DL-QUANRECV.
           MOVE WS-PREV-BILLED TO DL-QUANPREV.
           MOVE WS-SI-QUANBILL TO DL-QUANBILL.
           MOVE WS-P-UNITCOST TO DL-POCOST.
           MOVE WS-SI-UNITPRC TO DL-BILLPRC.
           MOVE WS-DISCREP-MSG TO DL-REASON.
           WRITE DISCREP-REPORT-REC FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
           ADD 1 TO WS-DISCREP-CTR.
       0650-PRINT-DISCREP-EXIT.
           EXIT.
      ******************************************************************
      *  HEADING ROUTINE FOR A NEW PAGE.
      ******************************************************************
       0700-HEADINGS.
           ADD 1 TO PG-CTR.
           MOVE PG-CTR TO H1-PAGE.
           WRITE DISCREP-REPORT-REC FROM HEADER1
               AFTER ADVANCING PAGE.
           WRITE DISCREP-REPORT-REC FROM HEADER2
               AFTER ADVANCING 2 LINES.
           MOVE 4 TO LINE-CTR.
       0700-HEADINGS-EXIT.
           EXIT.
      ******************************************************************
      *  REJECT AN INVOICE LINE THAT FAILED EDIT.
      ******************************************************************
       0800-REJECT.
           MOVE WS-EDIT-MSG TO ERRMSG.
           MOVE WS-SUPPINV-REC TO ERRRECIMAGE.
           WRITE APMATCH-ERR-REC FROM WS-APMATCH-ERR-REC.
           ADD 1 TO WS-REJECT-CTR.
       0800-REJECT-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT THE REPORT TRAILER, CLOSE ALL FILES AND DISPLAY THE RUN
      *  TOTALS.
      ******************************************************************
       0900-EOJ.
           IF PG-CTR = 0
               PERFORM 0700-HEADINGS THRU 0700-HEADINGS-EXIT.
           MOVE WS-APPROVED-CTR TO TL-APPROVED.
           MOVE WS-VOUCHER-TOT TO TL-VOUCHER-TOT.
           MOVE WS-DISCREP-CTR TO TL-DISCREP.
           WRITE DISCREP-REPORT-REC FROM TRAILER-LINE1
               AFTER ADVANCING 3 LINES.
           WRITE DISCREP-REPORT-REC FROM TRAILER-LINE2
               AFTER ADVANCING 1 LINE.
           DISPLAY WS-READ-CTR     ' INVOICE LINES READ.'.
           DISPLAY WS-APPROVED-CTR ' INVOICE LINES VOUCHERED.'.
           DISPLAY WS-DISCREP-CTR  ' INVOICE LINES IN DISCREPANCY.'.
           DISPLAY WS-REJECT-CTR   ' INVOICE LINES REJECTED.'.
           DISPLAY WS-VOUCHER-TOT  ' TOTAL VOUCHERED.'.
           CLOSE OPENPO-FILE
                 SUPPLIER-FILE
                 AP-OPEN-FILE
                 SUPP-INVOICE-FILE
                 DISCREP-REPORT-FILE
                 APMATCH-ERROR-FILE
                 GL-ACTIVITY-FILE.
       0900-EOJ-EXIT.
           EXIT.
