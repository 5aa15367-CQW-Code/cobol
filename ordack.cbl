      ****************************
      * IDENTIFICATION DIVISION
      ****************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      ORDACK.
       AUTHOR.          MAINTENANCE TEAM.
      ******************************************************************
      * CUSTOMER ORDER ACKNOWLEDGEMENT, RUN AFTER ORDERS AND BKRELEAS.
      * ONE ACKNOWLEDGEMENT IS PRINTED PER CUSTOMER ORDER NUMBER
      * (WS-T-ORDERNO, CARRIED THROUGH TO INVORD-FILE AND
      * BACKORDS-FILE), TELLING THE CUSTOMER WHAT HAPPENED TO EVERY
      * LINE OF THE ORDER:
      *   SHIPPED      - THE NIGHT'S INVORD-FILE SHIPMENTS, WITH THE
      *                  QUANTITY AND THE WS-I-SALESPRC BILLED.
      *   BACKORDERED  - THE BACKORDS-FILE LINES BACKORDERED ON THE
      *                  ACKNOWLEDGEMENT DATE (WS-B-BODATE - THE QUEUE
      *                  ALSO HOLDS OLDER LINES, WHICH WERE ACKNOWLEDGED
      *                  THE DAY THEY WENT SHORT), WITH THE
      *                  WS-B-BOQUAN WAITING AND THE EXPECTED
      *                  AVAILABILITY DATE - THE EARLIEST WS-P-DUEDATE
      *                  OF ANY STILL-OPEN OPENPO-FILE LINE FOR THE
      *                  ITEM, OR 'NO PO PLACED' WHEN NONE IS OPEN.
      *   UNDER REVIEW - ORDER LINES (CODE 30) REJECTED TO SUSPENSE-FILE
      *                  OR HELD ON CREDIT-HOLD-FILE ON THE
      *                  ACKNOWLEDGEMENT DATE.  NO REASON IS PRINTED -
      *                  THE CUSTOMER IS TOLD ONLY THAT THE LINE HAS NOT
      *                  BEEN DROPPED.
      * THE LINES ARE GATHERED ONTO A WORK FILE, SORTED INTO ORDER
      * NUMBER / LINE STATUS / ITEM SEQUENCE AND PRINTED ONE ORDER TO
      * A PAGE, HEADED WITH THE CUSTOMER'S NAME FROM CUSTOMER-FILE.
      * OPENPO-FILE IS SEARCHED FROM THE TOP FOR EACH BACKORDERED
      * LINE.  THE ACKNOWLEDGEMENT DATE IS THE RUN DATE UNLESS A
      * CONTROL CARD ON ACKCTL NAMES ANOTHER (YYMMDD IN COLUMNS 1-6),
      * SO A RUN AFTER MIDNIGHT STILL PICKS UP THE NIGHT'S BACKORDER,
      * SUSPENSE AND CREDIT-HOLD RECORDS.  THE RUN
      * ONLY PRINTS, SO IT MAY BE RERUN FREELY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             IBM-370.
       OBJECT-COMPUTER.             IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVORD-FILE         ASSIGN INVFILE.
           SELECT OPTIONAL BACKORDS-FILE ASSIGN BKORDS
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS B-KEY
                ALTERNATE RECORD KEY IS B-CUSTNO WITH DUPLICATES
                FILE STATUS IS BKO-STAT.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN SUSPFILE.
           SELECT OPTIONAL CREDIT-HOLD-FILE ASSIGN CRHOLD.
           SELECT OPENPO-FILE         ASSIGN OPENPO
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS P-POKEY
                FILE STATUS IS OPO-STAT.
           SELECT MASTER-FILE         ASSIGN MASTFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS M-ITEMNO
                FILE STATUS IS VSAM-STAT.
           SELECT CUSTOMER-FILE       ASSIGN CUSTFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CUST-NO
                FILE STATUS IS CUST-STAT.
           SELECT OPTIONAL ACK-CTL-FILE ASSIGN ACKCTL.
           SELECT ACK-WORK-FILE       ASSIGN ACKWORK.
           SELECT SORT-WORK-FILE      ASSIGN SORTWK1.
           SELECT SORTED-ACK-FILE     ASSIGN SRTDACK.
           SELECT ACK-DOC-FILE        ASSIGN ACKDOC.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  INVORD-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  INV-ORD-REC                 PIC X(68).
       FD  BACKORDS-FILE.
       01  BACKORDS-REC.
           05  B-KEY.
               10  B-ITEMNO            PIC 9(5).
               10  B-BODATE            PIC 9(6).
               10  B-ORDERNO           PIC 9(6).
               10  B-CUSTNO            PIC 9(6).
           05  FILLER                  PIC X(37).
       FD  SUSPENSE-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  SUSP-REC                    PIC X(130).
       FD  CREDIT-HOLD-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  CRHOLD-REC                  PIC X(120).
       FD  OPENPO-FILE.
       01  VOPENPO-REC.
           05  P-POKEY.
               10  P-PONO              PIC 9(6).
               10  P-ITEMNO            PIC 9(5).
           05  FILLER                  PIC X(69).
       FD  MASTER-FILE.
       01  VMAST-REC.
           05  M-ITEMNO                PIC 9(5).
           05  FILLER                  PIC X(113).
       FD  CUSTOMER-FILE.
       01  VCUST-REC.
           05  CUST-NO                 PIC 9(6).
           05  FILLER                  PIC X(54).
       FD  ACK-CTL-FILE
               LABEL RECORDS ARE STANDARD.
       01  ACK-CTL-REC                 PIC X(80).
       FD  ACK-WORK-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  ACK-WORK-REC                PIC X(60).
      *    SW-ACK-REC MIRRORS WS-ACK-REC'S BYTE LAYOUT (ORDER NUMBER
      *    1-6, LINE TYPE 7, ITEM 8-12, ...) SO THE SORT KEYS BELOW
      *    LINE UP WITH THE REAL AK-ORDERNO/AK-LINETYPE/AK-ITEMNO BYTES.
       SD  SORT-WORK-FILE.
       01  SW-ACK-REC.
           05  SW-AK-ORDERNO           PIC 9(6).
           05  SW-AK-LINETYPE          PIC X.
           05  SW-AK-ITEMNO            PIC 9(5).
           05  FILLER                  PIC X(48).
       FD  SORTED-ACK-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  SORTED-ACK-REC              PIC X(60).
       FD  ACK-DOC-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  ACK-DOC-REC                 PIC X(132).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  SWITCHES.
           05  INVORD-EOF-SW           PIC X       VALUE 'N'.
               88  INVORD-EOF                      VALUE 'Y'.
           05  BACKORDS-EOF-SW         PIC X       VALUE 'N'.
               88  BACKORDS-EOF                    VALUE 'Y'.
           05  SUSP-EOF-SW             PIC X       VALUE 'N'.
               88  SUSP-EOF                        VALUE 'Y'.
           05  CRHOLD-EOF-SW           PIC X       VALUE 'N'.
               88  CRHOLD-EOF                      VALUE 'Y'.
           05  OPO-EOF-SW              PIC X       VALUE 'N'.
               88  OPO-EOF                         VALUE 'Y'.
           05  EOF-SW                  PIC X       VALUE 'N'.
               88  SORTED-EOF                      VALUE 'Y'.
           05  FIRST-REC-SW            PIC X       VALUE 'Y'.
               88  FIRST-RECORD                    VALUE 'Y'.
       01  COUNTERS-ACCUMULATORS.
           05  LINE-CTR                PIC 99      VALUE 99.
           05  WS-ACK-CTR              PIC 9(5)    VALUE 0.
           05  WS-SHIP-CTR             PIC 9(5)    VALUE 0.
           05  WS-BO-CTR               PIC 9(5)    VALUE 0.
           05  WS-NOPO-CTR             PIC 9(5)    VALUE 0.
           05  WS-REVIEW-CTR           PIC 9(5)    VALUE 0.
           05  WS-TOTAL-SHIPPED        PIC 9(9)V99 VALUE 0.
       01  WORK-AREA.
           05  OPO-STAT                PIC XX.
           05  VSAM-STAT               PIC XX.
           05  CUST-STAT               PIC XX.
           05  BKO-STAT                PIC XX.
           05  WS-ACK-DATE             PIC 9(6).
           05  WS-ACK-YYMMDD REDEFINES WS-ACK-DATE.
               10  WS-ACK-YY           PIC 99.
               10  WS-ACK-MM           PIC 99.
               10  WS-ACK-DD           PIC 99.
           05  WS-SAVE-ORDERNO         PIC 9(6)    VALUE 0.
           05  WS-BEST-DUE             PIC 9(6)    VALUE 0.
           05  WS-EXTPRICE             PIC 9(7)V99.
           05  WS-ORD-TOTAL            PIC 9(9)V99 VALUE 0.
           05  WS-ORD-BO-SW            PIC X       VALUE 'N'.
               88  WS-ORD-HAS-BO                   VALUE 'Y'.
           05  WS-ORD-REVIEW-SW        PIC X       VALUE 'N'.
               88  WS-ORD-HAS-REVIEW               VALUE 'Y'.
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
      ******************************************************************
      *  OPTIONAL CONTROL CARD NAMING THE ACKNOWLEDGEMENT DATE.  NO
      *  CARD (OR A BLANK ONE) USES THE RUN DATE.
      ******************************************************************
       01  WS-ACK-CTL.
           05  AC-DATE                 PIC 9(6).
           05  FILLER                  PIC X(74).
      ******************************************************************
      *  ONE ACKNOWLEDGEMENT LINE ON THE WORK FILE.  AK-LINETYPE ORDERS
      *  AN ORDER'S LINES SHIPPED, THEN BACKORDERED, THEN UNDER
      *  REVIEW.  AK-AVAILDATE (YYMMDD) IS THE EXPECTED AVAILABILITY OF
      *  A BACKORDERED LINE, ZERO WHEN NO PURCHASE ORDER IS OPEN.
      ******************************************************************
       01  WS-ACK-REC.
           05  AK-ORDERNO              PIC 9(6).
           05  AK-LINETYPE             PIC X.
               88  AK-SHIPPED                      VALUE '1'.
               88  AK-BACKORDERED                  VALUE '2'.
               88  AK-UNDER-REVIEW                 VALUE '3'.
           05  AK-ITEMNO               PIC 9(5).
           05  AK-CUSTNO               PIC 9(6).
           05  AK-DESCRIP              PIC X(20).
           05  AK-QTY                  PIC 9(4).
           05  AK-PRICE                PIC 9(3)V99.
           05  AK-AVAILDATE            PIC 9(6).
           05  AK-AVAIL-YYMMDD REDEFINES AK-AVAILDATE.
               10  AK-AV-YY            PIC 99.
               10  AK-AV-MM            PIC 99.
               10  AK-AV-DD            PIC 99.
           05  FILLER                  PIC X(7).
       COPY INVOREC.
       COPY BACKREC.
       COPY SUSPREC.
       COPY CRHLDREC.
       COPY TRANREC.
       COPY OPOREC.
       COPY MASTREC.
       COPY CUSTREC.
       01  ACK-HEADER-LINE.
           05  FILLER                  PIC X(26)
                   VALUE 'OFFICE SUPPLY DEPARTMENT  '.
           05  FILLER                  PIC X(23)
                   VALUE 'ORDER ACKNOWLEDGEMENT'.
           05  FILLER                  PIC X(6)    VALUE 'ORDER '.
           05  AH-ORDERNO              PIC 9(6).
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'DATE '.
           05  AH-MM                   PIC Z9.
           05  FILLER                  PIC X       VALUE '/'.
           05  AH-DD                   PIC Z9.
           05  FILLER                  PIC X       VALUE '/'.
           05  AH-YY                   PIC 99.
       01  ACK-CUST-LINE.
           05  FILLER                  PIC X(10)   VALUE 'SOLD TO  '.
           05  AC-CUSTNO               PIC 9(6).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  AC-NAME                 PIC X(25).
       01  ACK-COLUMNS.
           05  FILLER                  PIC X(7)    VALUE 'ITEMNO'.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(20)   VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(14)   VALUE 'STATUS'.
           05  FILLER                  PIC X(5)    VALUE 'QTY'.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'UNIT PRC'.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(14)   VALUE 'EXTENDED'.
           05  FILLER                  PIC X(21)
                   VALUE 'EXPECTED AVAILABLE'.
       01  ACK-DETAIL.
           05  AD-ITEMNO               PIC 9(5).
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  AD-DESCRIP              PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  AD-STATUS               PIC X(12).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  AD-QTY                  PIC ZZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  AD-SALESPRC             PIC ZZZ.99  BLANK WHEN ZERO.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  AD-EXTPRICE             PIC Z,ZZZ,ZZ9.99
                                                   BLANK WHEN ZERO.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  AD-AVAIL                PIC X(12).
       01  ACK-AVAIL-DATE.
           05  AV-MM                   PIC Z9.
           05  FILLER                  PIC X       VALUE '/'.
           05  AV-DD                   PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  AV-YY                   PIC 99.
           05  FILLER                  PIC X(4)    VALUE SPACES.
       01  ACK-TOTAL-LINE.
           05  FILLER                  PIC X(48)   VALUE SPACES.
           05  FILLER                  PIC X(17)
                   VALUE 'SHIPPED VALUE'.
           05  AT-TOTAL                PIC Z,ZZZ,ZZ9.99.
       01  ACK-BO-NOTE.
           05  FILLER                  PIC X(47)   VALUE
               'BACKORDERED LINES WILL SHIP AND BE INVOICED AS '.
           05  FILLER                  PIC X(25)   VALUE
               'SOON AS STOCK ARRIVES.'.
       01  ACK-REVIEW-NOTE.
           05  FILLER                  PIC X(47)   VALUE
               'LINES UNDER REVIEW HAVE NOT SHIPPED.  CUSTOMER '.
           05  FILLER                  PIC X(36)   VALUE
               'SERVICE WILL CONTACT YOU ABOUT THEM.'.
       01  ACK-TERMS-LINE.
           05  FILLER                  PIC X(47)   VALUE
               'PLEASE REFERENCE THE ORDER NUMBER ABOVE ON ANY '.
           05  FILLER                  PIC X(15)   VALUE
               'CORRESPONDENCE.'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAINLINE SECTION.
           PERFORM 0100-INIT THRU 0100-INIT-EXIT.
           PERFORM 0200-READ-INVORD THRU 0200-READ-INVORD-EXIT.
           PERFORM 0210-SHIPPED-LINE THRU 0210-SHIPPED-LINE-EXIT
               UNTIL INVORD-EOF.
           PERFORM 0300-READ-BACKORDS THRU 0300-READ-BACKORDS-EXIT.
           PERFORM 0310-BACKORDER-LINE THRU 0310-BACKORDER-LINE-EXIT
               UNTIL BACKORDS-EOF.
           PERFORM 0400-READ-SUSPENSE THRU 0400-READ-SUSPENSE-EXIT.
           PERFORM 0410-SUSPENSE-LINE THRU 0410-SUSPENSE-LINE-EXIT
               UNTIL SUSP-EOF.
           PERFORM 0450-READ-CRHOLD THRU 0450-READ-CRHOLD-EXIT.
           PERFORM 0460-CRHOLD-LINE THRU 0460-CRHOLD-LINE-EXIT
               UNTIL CRHOLD-EOF.
           PERFORM 0500-SORT-LINES THRU 0500-SORT-LINES-EXIT.
           PERFORM 0600-READ-SORTED THRU 0600-READ-SORTED-EXIT.
           PERFORM 0650-PRINT-ONE THRU 0650-PRINT-ONE-EXIT
               UNTIL SORTED-EOF.
           PERFORM 0900-EOJ THRU 0900-EOJ-EXIT.
           STOP RUN.
      ******************************************************************
      *  PICK UP THE ACKNOWLEDGEMENT DATE AND OPEN THE INPUT FILES AND
      *  THE WORK FILE THE LINES ARE GATHERED ONTO.
      ******************************************************************
       0100-INIT.
           ACCEPT CURRDATE FROM DATE.
           OPEN INPUT ACK-CTL-FILE.
           READ ACK-CTL-FILE INTO WS-ACK-CTL
               AT END
                   MOVE SPACES TO WS-ACK-CTL.
           CLOSE ACK-CTL-FILE.
           IF AC-DATE NUMERIC AND AC-DATE > 0
               MOVE AC-DATE TO WS-ACK-DATE
           ELSE
               MOVE CURRDATE TO WS-ACK-DATE.
           MOVE WS-ACK-MM TO AH-MM.
           MOVE WS-ACK-DD TO AH-DD.
           MOVE WS-ACK-YY TO AH-YY.
           DISPLAY 'ORDER ACKNOWLEDGEMENTS FOR ' WS-ACK-DATE.
           OPEN INPUT OPENPO-FILE
               IF OPO-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN OPEN-PO FILE ' OPO-STAT
                   STOP RUN.
           OPEN INPUT MASTER-FILE
               IF VSAM-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN MASTER FILE ' VSAM-STAT
                   STOP RUN.
           OPEN INPUT BACKORDS-FILE
               IF BKO-STAT NOT = '00' AND BKO-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN BACKORDER FILE ' BKO-STAT
                   STOP RUN.
           OPEN INPUT  INVORD-FILE
                       SUSPENSE-FILE
                       CREDIT-HOLD-FILE.
           OPEN OUTPUT ACK-WORK-FILE.
       0100-INIT-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT SHIPMENT RECORD.
      ******************************************************************
       0200-READ-INVORD.
           READ INVORD-FILE INTO WS-INVORD-REC
               AT END
                   MOVE 'Y' TO INVORD-EOF-SW.
       0200-READ-INVORD-EXIT.
           EXIT.
      ******************************************************************
      *  A SHIPMENT GOES ON THE ORDER'S ACKNOWLEDGEMENT AT THE QUANTITY
      *  SHIPPED AND THE PRICE IT WAS BILLED AT.
      ******************************************************************
       0210-SHIPPED-LINE.
           MOVE SPACES TO WS-ACK-REC.
           MOVE WS-I-ORDERNO TO AK-ORDERNO.
           MOVE '1' TO AK-LINETYPE.
           MOVE WS-I-ITEMNO TO AK-ITEMNO.
           MOVE WS-I-CUSTNO TO AK-CUSTNO.
           MOVE WS-I-DESCRIP TO AK-DESCRIP.
           MOVE WS-I-QUANSHIP TO AK-QTY.
           MOVE WS-I-SALESPRC TO AK-PRICE.
           MOVE 0 TO AK-AVAILDATE.
           WRITE ACK-WORK-REC FROM WS-ACK-REC.
           ADD 1 TO WS-SHIP-CTR.
           PERFORM 0200-READ-INVORD THRU 0200-READ-INVORD-EXIT.
       0210-SHIPPED-LINE-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT BACKORDER RECORD.
      ******************************************************************
       0300-READ-BACKORDS.
           READ BACKORDS-FILE NEXT RECORD INTO WS-BACKORDS-REC
               AT END
                   MOVE 'Y' TO BACKORDS-EOF-SW.
       0300-READ-BACKORDS-EXIT.
           EXIT.
      ******************************************************************
      *  ONLY A LINE BACKORDERED ON THE ACKNOWLEDGEMENT DATE IS NEW
      *  TO THE CUSTOMER; THE REST OF THE QUEUE IS PASSED OVER.
      ******************************************************************
       0310-BACKORDER-LINE.
           IF WS-B-BODATE = WS-ACK-DATE
               PERFORM 0315-ACK-BACKORDER THRU 0315-ACK-BACKORDER-EXIT.
           PERFORM 0300-READ-BACKORDS THRU 0300-READ-BACKORDS-EXIT.
       0310-BACKORDER-LINE-EXIT.
           EXIT.
      ******************************************************************
      *  A BACKORDER GOES ON THE ACKNOWLEDGEMENT AT THE QUANTITY
      *  WAITING, WITH THE DATE THE ITEM IS EXPECTED IN.
      ******************************************************************
       0315-ACK-BACKORDER.
           PERFORM 0320-FIND-PO THRU 0320-FIND-PO-EXIT.
           MOVE SPACES TO WS-ACK-REC.
           MOVE WS-B-ORDERNO TO AK-ORDERNO.
           MOVE '2' TO AK-LINETYPE.
           MOVE WS-B-ITEMNO TO AK-ITEMNO.
           MOVE WS-B-CUSTNO TO AK-CUSTNO.
           MOVE WS-B-DESCRIP TO AK-DESCRIP.
           MOVE WS-B-BOQUAN TO AK-QTY.
           MOVE 0 TO AK-PRICE.
           MOVE WS-BEST-DUE TO AK-AVAILDATE.
           WRITE ACK-WORK-REC FROM WS-ACK-REC.
           ADD 1 TO WS-BO-CTR.
           IF WS-BEST-DUE = 0
               ADD 1 TO WS-NOPO-CTR.
       0315-ACK-BACKORDER-EXIT.
           EXIT.
      ******************************************************************
      *  SEARCH OPENPO-FILE FROM THE TOP FOR THE EARLIEST DUE DATE OF
      *  A STILL-OPEN PO LINE FOR THE BACKORDERED ITEM.  ZERO MEANS
      *  NO PURCHASE ORDER IS OPEN FOR IT.
      ******************************************************************
       0320-FIND-PO.
           MOVE 0 TO WS-BEST-DUE.
           MOVE 'N' TO OPO-EOF-SW.
           MOVE LOW-VALUES TO P-POKEY.
           START OPENPO-FILE KEY IS NOT LESS THAN P-POKEY
               IF OPO-STAT NOT = '00'
                   MOVE 'Y' TO OPO-EOF-SW.
           PERFORM 0330-READ-OPENPO THRU 0330-READ-OPENPO-EXIT
               UNTIL OPO-EOF.
       0320-FIND-PO-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT OPEN-PO LINE, KEEPING THE EARLIEST DUE DATE OF
      *  AN OPEN LINE FOR THE ITEM.
      ******************************************************************
       0330-READ-OPENPO.
           READ OPENPO-FILE NEXT RECORD INTO WS-OPENPO-REC
               AT END
                   MOVE 'Y' TO OPO-EOF-SW
               NOT AT END
                   IF WS-P-ITEMNO = WS-B-ITEMNO AND WS-P-OPEN
                       IF WS-BEST-DUE = 0 OR WS-P-DUEDATE < WS-BEST-DUE
                           MOVE WS-P-DUEDATE TO WS-BEST-DUE.
       0330-READ-OPENPO-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT SUSPENSE RECORD.
      ******************************************************************
       0400-READ-SUSPENSE.
           READ SUSPENSE-FILE INTO WS-SUSP-REC
               AT END
                   MOVE 'Y' TO SUSP-EOF-SW.
       0400-READ-SUSPENSE-EXIT.
           EXIT.
      ******************************************************************
      *  AN ORDER LINE REJECTED TO SUSPENSE ON THE ACKNOWLEDGEMENT DATE
      *  GOES ON AS UNDER REVIEW.  OTHER TRANSACTION CODES AND EARLIER
      *  REJECTS ARE PASSED OVER.
      ******************************************************************
       0410-SUSPENSE-LINE.
           MOVE WS-SP-TRANS-IMAGE TO WS-TRANS-REC.
           IF WS-SP-DATE = WS-ACK-DATE AND WS-T-CODE = 30
               PERFORM 0470-REVIEW-LINE THRU 0470-REVIEW-LINE-EXIT.
           PERFORM 0400-READ-SUSPENSE THRU 0400-READ-SUSPENSE-EXIT.
       0410-SUSPENSE-LINE-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT CREDIT-HOLD RECORD.
      ******************************************************************
       0450-READ-CRHOLD.
           READ CREDIT-HOLD-FILE INTO WS-CRHOLD-REC
               AT END
                   MOVE 'Y' TO CRHOLD-EOF-SW.
       0450-READ-CRHOLD-EXIT.
           EXIT.
      ******************************************************************
      *  AN ORDER LINE PUT ON CREDIT HOLD ON THE ACKNOWLEDGEMENT DATE
      *  GOES ON AS UNDER REVIEW.
      ******************************************************************
       0460-CRHOLD-LINE.
           MOVE WS-CH-TRANS-IMAGE TO WS-TRANS-REC.
           IF WS-CH-DATE = WS-ACK-DATE AND WS-T-CODE = 30
               PERFORM 0470-REVIEW-LINE THRU 0470-REVIEW-LINE-EXIT.
           PERFORM 0450-READ-CRHOLD THRU 0450-READ-CRHOLD-EXIT.
       0460-CRHOLD-LINE-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE AN UNDER-REVIEW LINE FROM THE TRANSACTION IMAGE, WITH
      *  THE ITEM'S DESCRIPTION FROM MASTER-FILE (BLANK WHEN THE ITEM
      *  NUMBER ITSELF WAS THE PROBLEM).
      ******************************************************************
       0470-REVIEW-LINE.
           MOVE WS-T-ITEMNO TO M-ITEMNO.
           READ MASTER-FILE INTO WS-MAST-REC
               INVALID KEY
                   MOVE SPACES TO WS-M-DESCRIP.
           MOVE SPACES TO WS-ACK-REC.
           MOVE WS-T-ORDERNO TO AK-ORDERNO.
           MOVE '3' TO AK-LINETYPE.
           MOVE WS-T-ITEMNO TO AK-ITEMNO.
           MOVE WS-T-CUSTNO TO AK-CUSTNO.
           MOVE WS-M-DESCRIP TO AK-DESCRIP.
           MOVE WS-T-QUANORD TO AK-QTY.
           MOVE 0 TO AK-PRICE.
           MOVE 0 TO AK-AVAILDATE.
           WRITE ACK-WORK-REC FROM WS-ACK-REC.
           ADD 1 TO WS-REVIEW-CTR.
       0470-REVIEW-LINE-EXIT.
           EXIT.
      ******************************************************************
      *  CLOSE THE INPUTS, SORT THE GATHERED LINES INTO ORDER NUMBER /
      *  LINE STATUS / ITEM SEQUENCE AND OPEN THE PRINT FILES.
      ******************************************************************
       0500-SORT-LINES.
           CLOSE INVORD-FILE
                 BACKORDS-FILE
                 SUSPENSE-FILE
                 CREDIT-HOLD-FILE
                 OPENPO-FILE
                 MASTER-FILE
                 ACK-WORK-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-AK-ORDERNO SW-AK-LINETYPE
                                SW-AK-ITEMNO
               USING ACK-WORK-FILE
               GIVING SORTED-ACK-FILE.
           OPEN INPUT CUSTOMER-FILE
               IF CUST-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN CUSTOMER FILE ' CUST-STAT
                   STOP RUN.
           OPEN INPUT  SORTED-ACK-FILE.
           OPEN OUTPUT ACK-DOC-FILE.
       0500-SORT-LINES-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT SORTED ACKNOWLEDGEMENT LINE.
      ******************************************************************
       0600-READ-SORTED.
           READ SORTED-ACK-FILE INTO WS-ACK-REC
               AT END
                   MOVE 'Y' TO EOF-SW.
       0600-READ-SORTED-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT ONE LINE, STARTING A NEW ACKNOWLEDGEMENT EACH TIME THE
      *  ORDER NUMBER CHANGES.
      ******************************************************************
       0650-PRINT-ONE.
           IF NOT FIRST-RECORD AND AK-ORDERNO NOT = WS-SAVE-ORDERNO
               PERFORM 0800-CLOSE-ACK THRU 0800-CLOSE-ACK-EXIT.
           IF FIRST-RECORD OR AK-ORDERNO NOT = WS-SAVE-ORDERNO
               PERFORM 0700-START-ACK THRU 0700-START-ACK-EXIT
               MOVE 'N' TO FIRST-REC-SW.
           MOVE AK-ORDERNO TO WS-SAVE-ORDERNO.
           PERFORM 0750-ACK-LINE THRU 0750-ACK-LINE-EXIT.
           PERFORM 0600-READ-SORTED THRU 0600-READ-SORTED-EXIT.
       0650-PRINT-ONE-EXIT.
           EXIT.
      ******************************************************************
      *  START A NEW ACKNOWLEDGEMENT PAGE HEADED WITH THE CUSTOMER'S
      *  NAME.  A CUSTOMER NO LONGER ON FILE STILL GETS THE PAGE, WITH
      *  THE NAME LEFT BLANK FOR CUSTOMER SERVICE TO RESOLVE.
      ******************************************************************
       0700-START-ACK.
           ADD 1 TO WS-ACK-CTR.
           MOVE AK-CUSTNO TO CUST-NO IN VCUST-REC.
           READ CUSTOMER-FILE INTO WS-CUST-REC
               INVALID KEY
                   MOVE SPACES TO CUST-NAME.
           MOVE AK-ORDERNO TO AH-ORDERNO.
           MOVE AK-CUSTNO TO AC-CUSTNO.
           MOVE CUST-NAME TO AC-NAME.
           PERFORM 0720-ACK-HEADINGS THRU 0720-ACK-HEADINGS-EXIT.
           MOVE 0 TO WS-ORD-TOTAL.
           MOVE 'N' TO WS-ORD-BO-SW.
           MOVE 'N' TO WS-ORD-REVIEW-SW.
       0700-START-ACK-EXIT.
           EXIT.
      ******************************************************************
      *  HEAD A PAGE OF THE ACKNOWLEDGEMENT.  AN ORDER LONG ENOUGH TO
      *  RUN ONTO A SECOND PAGE REPEATS THE HEADING THERE.
      ******************************************************************
       0720-ACK-HEADINGS.
           WRITE ACK-DOC-REC FROM ACK-HEADER-LINE
               AFTER ADVANCING PAGE.
           WRITE ACK-DOC-REC FROM ACK-CUST-LINE
               AFTER ADVANCING 2 LINES.
           WRITE ACK-DOC-REC FROM ACK-COLUMNS
               AFTER ADVANCING 2 LINES.
           MOVE 6 TO LINE-CTR.
       0720-ACK-HEADINGS-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT ONE LINE OF THE ORDER.  A SHIPPED LINE CARRIES ITS
      *  PRICE AND EXTENSION, A BACKORDERED LINE ITS EXPECTED DATE, AND
      *  A LINE UNDER REVIEW ONLY THE QUANTITY ORDERED.
      ******************************************************************
       0750-ACK-LINE.
           IF LINE-CTR > 54
               PERFORM 0720-ACK-HEADINGS THRU 0720-ACK-HEADINGS-EXIT.
           MOVE AK-ITEMNO TO AD-ITEMNO.
           MOVE AK-DESCRIP TO AD-DESCRIP.
           MOVE AK-QTY TO AD-QTY.
           MOVE 0 TO AD-SALESPRC.
           MOVE 0 TO AD-EXTPRICE.
           MOVE SPACES TO AD-AVAIL.
           IF AK-SHIPPED
               COMPUTE WS-EXTPRICE = AK-QTY * AK-PRICE
               MOVE 'SHIPPED' TO AD-STATUS
               MOVE AK-PRICE TO AD-SALESPRC
               MOVE WS-EXTPRICE TO AD-EXTPRICE
               ADD WS-EXTPRICE TO WS-ORD-TOTAL
               ADD WS-EXTPRICE TO WS-TOTAL-SHIPPED.
           IF AK-BACKORDERED
               MOVE 'BACKORDERED' TO AD-STATUS
               MOVE 'Y' TO WS-ORD-BO-SW
               IF AK-AVAILDATE = 0
                   MOVE 'NO PO PLACED' TO AD-AVAIL
               ELSE
                   MOVE AK-AV-MM TO AV-MM
                   MOVE AK-AV-DD TO AV-DD
                   MOVE AK-AV-YY TO AV-YY
                   MOVE ACK-AVAIL-DATE TO AD-AVAIL.
           IF AK-UNDER-REVIEW
               MOVE 'UNDER REVIEW' TO AD-STATUS
               MOVE 'Y' TO WS-ORD-REVIEW-SW.
           WRITE ACK-DOC-REC FROM ACK-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
       0750-ACK-LINE-EXIT.
           EXIT.
      ******************************************************************
      *  CLOSE THE ACKNOWLEDGEMENT JUST COMPLETED WITH THE VALUE
      *  SHIPPED AND A NOTE FOR EACH KIND OF LINE STILL OUTSTANDING.
      ******************************************************************
       0800-CLOSE-ACK.
           MOVE WS-ORD-TOTAL TO AT-TOTAL.
           WRITE ACK-DOC-REC FROM ACK-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           IF WS-ORD-HAS-BO
               WRITE ACK-DOC-REC FROM ACK-BO-NOTE
                   AFTER ADVANCING 2 LINES.
           IF WS-ORD-HAS-REVIEW
               WRITE ACK-DOC-REC FROM ACK-REVIEW-NOTE
                   AFTER ADVANCING 2 LINES.
           WRITE ACK-DOC-REC FROM ACK-TERMS-LINE
               AFTER ADVANCING 2 LINES.
       0800-CLOSE-ACK-EXIT.
           EXIT.
      ******************************************************************
      *  CLOSE THE LAST ACKNOWLEDGEMENT AND ALL FILES AND DISPLAY THE
      *  RUN TOTALS.
      ******************************************************************
       0900-EOJ.
           IF NOT FIRST-RECORD
               PERFORM 0800-CLOSE-ACK THRU 0800-CLOSE-ACK-EXIT.
           DISPLAY WS-ACK-CTR    ' ORDER ACKNOWLEDGEMENTS PRINTED.'.
           DISPLAY WS-SHIP-CTR   ' SHIPPED LINES.'.
           DISPLAY WS-BO-CTR     ' BACKORDERED LINES.'.
           DISPLAY WS-NOPO-CTR   ' BACKORDERED LINES WITH NO PO OPEN.'.
           DISPLAY WS-REVIEW-CTR ' LINES UNDER REVIEW.'.
           DISPLAY WS-TOTAL-SHIPPED ' TOTAL VALUE SHIPPED.'.
           CLOSE SORTED-ACK-FILE
                 CUSTOMER-FILE
                 ACK-DOC-FILE.
       0900-EOJ-EXIT.
           EXIT.
