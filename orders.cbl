      *                            BETWEEN CODE AND ITEM; IT FLOWS ONTO
      *                            SHIPMENT AND BACKORDER RECORDS SO AN
      *                            ORDER'S LINES STAY TOGETHER.
      *    10/15/26        MT      SHIPMENT RECORD CARRIES WS-I-TAXAMT,
      *                            WRITTEN AS ZERO HERE; INVPRINT BILLS
      *                            THE SALES TAX.
      *    10/15/26        MT      OPENS EACH NIGHT'S CYCLE ON
      *                            CYCLE-CTL-FILE (CYCLREC.CPY) AND WILL
      *                            NOT OVERWRITE INVORD-FILE UNTIL THE
      *                            LAST CYCLE'S POSTING STEPS HAVE
      *                            COMPLETED, UNLESS OVERRIDDEN.  SEE
      *                            0110-CYCLE-OPEN.
      *    10/15/26        MT      BACKORDS-FILE IS NOW AN INDEXED
      *                            QUEUE (BACKREC.CPY) THAT CARRIES
      *                            FROM RUN TO RUN.  NEW BACKORDERS ARE
      *                            ADDED TO IT, DATED WITH THE RUN DATE,
      *                            INSTEAD OF WRITING A NEW GENERATION.
      *                            SEE 1150-WRITE-BACKORDER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                RECORD KEY IS T-ORDERS
                FILE STATUS IS VSAM-STAT.
           SELECT INVORD-FILE         ASSIGN INVFILE.
           SELECT OPTIONAL BACKORDS-FILE ASSIGN BKORDS
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS B-KEY
                ALTERNATE RECORD KEY IS B-CUSTNO WITH DUPLICATES
                FILE STATUS IS BKO-STAT.
           SELECT ERROR-FILE          ASSIGN ERRFILE.
           SELECT REORDERS-FILE       ASSIGN REORDS.
           SELECT REORD-EXTRACT-FILE  ASSIGN REORDX.
                RECORD KEY IS PR-KEY
                FILE STATUS IS PRC-STAT.
           SELECT OPTIONAL MASTER-JRNL-FILE ASSIGN MJOURNAL.
           SELECT OPTIONAL CYCLE-CTL-FILE ASSIGN CYCLCTL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CY-KEY
                FILE STATUS IS CYC-STAT.
           SELECT OPTIONAL CYCLE-OVR-FILE ASSIGN CYCOVR.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD INVORD-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01 INV-ORD-REC                  PIC X(68).
       FD  BACKORDS-FILE.
       01  BACKORDS-REC.
           05  B-KEY.
               10  B-ITEMNO            PIC 9(5).
               10  B-BODATE            PIC 9(6).
               10  B-ORDERNO           PIC 9(6).
               10  B-CUSTNO            PIC 9(6).
           05  FILLER                  PIC X(37).
       FD  ERROR-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  MJRNL-REC                   PIC X(263).
       FD  CYCLE-CTL-FILE.
       01  CYCLE-CTL-REC.
           05  CY-KEY.
               10  CY-GEN              PIC 9(5).
               10  CY-STEP             PIC X(8).
           05  FILLER                  PIC X(87).
       FD  CYCLE-OVR-FILE
               LABEL RECORDS ARE STANDARD.
       01  CYCLE-OVR-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05 EOF-SW                   PIC X       VALUE 'N'.
           05  WS-TRANS-DELETE-CTR     PIC 9(5)    VALUE 0.
           05  WS-BACKORDER-CTR        PIC 9(5)    VALUE 0.
           05  WS-TRANSFER-CTR         PIC 9(5)    VALUE 0.
           05  WS-SHIPMENT-CTR         PIC 9(5)    VALUE 0.
           05  WS-JRNL-SEQ             PIC 9(7)    VALUE 0.
      ******************************************************************
      *  RUN CHECKPOINT COUNTERS - SEE 0950-CHECKPOINT.
           05  WS-CHKPT-INTERVAL       PIC 9(4)    VALUE 50.
           05  WS-CHKPT-CTR            PIC 9(4)    VALUE 0.
           05  WS-TOTAL-PROCESSED      PIC 9(7)    VALUE 0.
      ******************************************************************
      *  DAILY CYCLE CONTROL - SEE 0110-CYCLE-OPEN AND CYCLREC.CPY.
      *  CYC-PRIOR-STEP LISTS THE STEPS THAT MUST HAVE COMPLETED IN
      *  THE CURRENT CYCLE BEFORE A NEW ONE IS OPENED - EVERY STEP
      *  THAT POSTS FROM INVORD-FILE, WHICH THIS RUN OVERWRITES.
      ******************************************************************
       01  CYCLE-CONTROL.
           05  CYC-STEP                PIC X(8)    VALUE 'ORDERS'.
           05  CYC-PRIOR-LIST.
               10  FILLER              PIC X(8)    VALUE 'ARPOST'.
               10  FILLER              PIC X(8)    VALUE 'SLSPOST'.
               10  FILLER              PIC X(8)    VALUE 'DMDPOST'.
               10  FILLER              PIC X(8)    VALUE 'GLEXTRCT'.
           05  CYC-PRIOR-TABLE REDEFINES CYC-PRIOR-LIST.
               10  CYC-PRIOR-STEP      PIC X(8)    OCCURS 4 TIMES.
           05  CYC-PRIOR-COUNT         PIC 9       VALUE 4.
           05  CYC-SUB                 PIC 9       VALUE 0.
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
       01  WORK-AREA.
           05  ORDAMT                  PIC 9(4).
           05  WS-FOUND-LOC            PIC 9       VALUE 0.
           05  WS-PRICE-SOURCE         PIC X.
           05  VSAM-STAT               PIC XX.
           05  PRC-STAT                PIC XX.
           05  BKO-STAT                PIC XX.
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
           05  WS-T-XFERQTY            PIC 9(4).
           05  FILLER                  PIC X(43).
       01  WS-BACKORDS-REC.
           05  WS-B-KEY.
               10  WS-B-ITEMNO         PIC 9(5).
               10  WS-B-BODATE         PIC 9(6).
               10  WS-B-ORDERNO        PIC 9(6).
               10  WS-B-CUSTNO         PIC 9(6).
           05  WS-B-DESCRIP            PIC X(20).
           05  WS-B-BOQUAN             PIC 9(4).
           05  WS-B-SALESPRC           PIC 9(3)V99.
           05  WS-B-PAY                PIC 9.
           05  WS-B-ORIGQTY            PIC 9(4).
           05  FILLER                  PIC X(3).
       01  WS-INVORD-REC.
           05  WS-I-ITEMNO             PIC 9(5).
           05  WS-I-DESCRIP            PIC X(20).
           05  WS-I-PRCSOURCE          PIC X.
           05  WS-I-INVNO              PIC 9(6).
           05  WS-I-ORDERNO            PIC 9(6).
           05  WS-I-TAXAMT             PIC 9(5)V99.
      ******************************************************************
      *  PRICING RECORD - SAME LAYOUT AS COPYBOOKS/PRICEREC.CPY.
      *  TYPE 'C' IS A CUSTOMER/ITEM CONTRACT PRICE, TYPE 'Q' A
      *  THE FIRST RECORD WITH A TRANSACTION CODE OF 30.
      ******************************************************************
       0100-INIT.
           PERFORM 0110-CYCLE-OPEN THRU 0110-CYCLE-OPEN-EXIT.
           ACCEPT CURRDATE FROM DATE.
           MOVE P-MONTH TO RUN-MONTH.
           MOVE P-DAY TO RUN-DAY.
                    DISPLAY 'FAILURE TO OPEN MASTER FILE'
                    CLOSE MASTER-FILE
                    STOP RUN.
           OPEN I-O BACKORDS-FILE
               IF BKO-STAT NOT = '00' AND BKO-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN BACKORDER FILE ' BKO-STAT
                   STOP RUN.
           OPEN OUTPUT    INVORD-FILE
                          ERROR-FILE
                          REORDERS-FILE
                          REORD-EXTRACT-FILE
       0100-INIT-EXIT.
           EXIT.
      ******************************************************************
      *  OPEN THE NIGHT'S CYCLE ON CYCLE-CTL-FILE (SEE CYCLREC.CPY).
      *  THIS RUN WRITES A NEW INVORD-FILE GENERATION OVER THE LAST
      *  ONE, SO IT IS REFUSED WITH RETURN CODE 16 WHILE ANY STEP IN
      *  CYC-PRIOR-STEP HAS NOT COMPLETED THE CURRENT CYCLE - THOSE
      *  SHIPMENTS WOULD NEVER REACH RECEIVABLES, HISTORY OR THE
      *  LEDGER - UNLESS AN OVERRIDE CARD NAMING ORDERS IS ON CYCOVR.
      ******************************************************************
       0110-CYCLE-OPEN.
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
           MOVE 'Y' TO CYC-ENTRY-SW.
           READ CYCLE-CTL-FILE INTO WS-CYCLE-REC
               INVALID KEY
                   MOVE 'N' TO CYC-ENTRY-SW
                   MOVE 0 TO WS-CC-CURR-GEN.
           MOVE WS-CC-CURR-GEN TO CYC-GEN.
           IF CYC-GEN > 0
               PERFORM 0120-CYCLE-PRIOR THRU 0120-CYCLE-PRIOR-EXIT
                   VARYING CYC-SUB FROM 1 BY 1
                   UNTIL CYC-SUB > CYC-PRIOR-COUNT.
           PERFORM 0140-CYCLE-START THRU 0140-CYCLE-START-EXIT.
       0110-CYCLE-OPEN-EXIT.
           EXIT.
      ******************************************************************
      *  ONE STEP THAT MUST HAVE COMPLETED THE CURRENT CYCLE.
      ******************************************************************
       0120-CYCLE-PRIOR.
           MOVE CYC-GEN TO CY-GEN.
           MOVE CYC-PRIOR-STEP(CYC-SUB) TO CY-STEP.
           READ CYCLE-CTL-FILE INTO WS-CYCLE-REC
               INVALID KEY
                   MOVE SPACE TO WS-CY-STATUS.
           IF NOT WS-CY-COMPLETE
               MOVE 'CYCLE NOT YET COMPLETED BY:' TO CYC-MSG
               MOVE CYC-PRIOR-STEP(CYC-SUB) TO CYC-MSG-STEP
               PERFORM 0130-CYCLE-REFUSE THRU 0130-CYCLE-REFUSE-EXIT.
       0120-CYCLE-PRIOR-EXIT.
           EXIT.
      ******************************************************************
      *  NOTE WHY THE NEW CYCLE SHOULD NOT BE OPENED.
      ******************************************************************
       0130-CYCLE-REFUSE.
           MOVE 'Y' TO CYC-REFUSE-SW.
           DISPLAY CYC-STEP ' CYCLE ' CYC-GEN ' - ' CYC-MSG.
       0130-CYCLE-REFUSE-EXIT.
           EXIT.
      ******************************************************************
      *  STOP A REFUSED RUN THAT HAS NO OVERRIDE CARD.  OTHERWISE
      *  NUMBER THE NEW CYCLE ON THE CONTROL RECORD AND STAMP THIS
      *  STEP'S ENTRY IN IT RUNNING, MARKED OVERRIDDEN IF REFUSED.
      ******************************************************************
       0140-CYCLE-START.
           IF CYC-REFUSED
               IF WS-CO-STEP = SPACES
                   DISPLAY CYC-STEP ' NOT RUN - AN OVERRIDE CARD ON '
                       'CYCOVR IS NEEDED TO RUN IT'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CYCLE-CTL-FILE
                   STOP RUN
               ELSE
                   DISPLAY CYC-STEP ' RUN UNDER OVERRIDE BY '
                       WS-CO-INIT ' - ' WS-CO-REASON.
           ADD 1 TO CYC-GEN.
           MOVE SPACES TO WS-CYCLE-REC.
           INITIALIZE WS-CYCLE-REC.
           MOVE 'CONTROL' TO WS-CY-STEP.
           MOVE CYC-GEN TO WS-CC-CURR-GEN.
           ACCEPT WS-CC-OPEN-DATE FROM DATE.
           IF CYC-ENTRY-FOUND
               REWRITE CYCLE-CTL-REC FROM WS-CYCLE-REC
           ELSE
               WRITE CYCLE-CTL-REC FROM WS-CYCLE-REC.
           IF CYC-STAT NOT = '00'
               DISPLAY 'UNABLE TO OPEN NEW CYCLE ' CYC-STAT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY 'DAILY CYCLE ' CYC-GEN ' OPENED.'.
           MOVE SPACES TO WS-CYCLE-REC.
           INITIALIZE WS-CYCLE-REC.
           MOVE CYC-GEN TO WS-CY-GEN.
           MOVE CYC-STEP TO WS-CY-STEP.
           IF CYC-REFUSED
               MOVE 'Y' TO WS-CY-OVERRIDE
               MOVE WS-CO-INIT TO WS-CY-OVR-INIT
               MOVE WS-CO-REASON TO WS-CY-OVR-REASON.
           ACCEPT WS-CY-RUN-DATE FROM DATE.
           ACCEPT WS-CY-START-TIME FROM TIME.
           MOVE 'R' TO WS-CY-STATUS.
           MOVE 1 TO WS-CY-RUN-CTR.
           WRITE CYCLE-CTL-REC FROM WS-CYCLE-REC.
           IF CYC-STAT NOT = '00'
               DISPLAY 'UNABLE TO STAMP CYCLE CONTROL FILE ' CYC-STAT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
       0140-CYCLE-START-EXIT.
           EXIT.
      ******************************************************************
      *  POSITION THE TRANSACTION FILE AT THE FIRST RECORD WHOSE CODE
      *  IS 30 (CUSTOMER ORDERS).
      ******************************************************************
                    PERFORM 0950-CHECKPOINT THRU 0950-CHECKPOINT-EXIT
                  WHEN OTHER
                    DISPLAY 'FATAL ERROR DELETE ROUTINE ' VSAM-STAT
                    MOVE 'F' TO WS-CY-STATUS
                    PERFORM 999-EOJ THRU 999-EOJ-EXIT
                    STOP RUN.
       0900-DELETE-EXIT.
            MOVE WS-FOUND-LOC TO WS-I-FILLOC.
            MOVE 0 TO WS-I-INVNO.
            MOVE WS-T-ORDERNO TO WS-I-ORDERNO.
            MOVE 0 TO WS-I-TAXAMT.
            WRITE INV-ORD-REC FROM WS-INVORD-REC.
            ADD 1 TO WS-SHIPMENT-CTR.
       1000-INVOICE-EXIT.
           EXIT.
      ******************************************************************
             MOVE WS-M-DESCRIP TO WS-B-DESCRIP
             MOVE WS-T-CUSTNO TO WS-B-CUSTNO
             MOVE WS-T-QUANORD TO WS-B-BOQUAN
             MOVE WS-T-QUANORD TO WS-B-ORIGQTY
             MOVE WS-M-SALESPRC TO WS-B-SALESPRC
             MOVE WS-T-PAY TO WS-B-PAY
             MOVE WS-T-ORDERNO TO WS-B-ORDERNO
             MOVE CURRDATE TO WS-B-BODATE
             PERFORM 1150-WRITE-BACKORDER THRU 1150-WRITE-BACKORDER-EXIT
             REWRITE VTRANS-REC FROM WS-TRANS-REC.
       1100-BACKORDER-EXIT.
           EXIT.
      ******************************************************************
      *  ADD THE LINE TO THE BACKORDER QUEUE.  THE KEY IS ITEM, DATE
      *  BACKORDERED, ORDER AND CUSTOMER, SO A DUPLICATE CAN ONLY MEAN
      *  THE SAME ORDER LINE WAS BACKORDERED TWICE IN ONE DAY - IT IS
      *  REPORTED AND THE EXISTING QUEUE LINE IS LEFT AS IT IS.
      ******************************************************************
       1150-WRITE-BACKORDER.
           WRITE BACKORDS-REC FROM WS-BACKORDS-REC
               INVALID KEY
                   DISPLAY 'DUPLICATE BACKORDER - ITEM ' WS-B-ITEMNO
                       ' ORDER ' WS-B-ORDERNO ' CUST ' WS-B-CUSTNO
                       ' STATUS ' BKO-STAT.
       1150-WRITE-BACKORDER-EXIT.
           EXIT.
      ******************************************************************
      *  FORMAT REORDERS PRINT FILE.
      ******************************************************************
       1200-FORMAT.
                     CONTINUE
                   WHEN OTHER
                       DISPLAY 'FAILURE TO CLOSE TRANSACTION FILE.'.
           MOVE WS-TRANS-READ-CTR TO WS-CY-IN-COUNT.
           MOVE WS-SHIPMENT-CTR TO WS-CY-OUT-COUNT.
           PERFORM 1800-CYCLE-STAMP THRU 1800-CYCLE-STAMP-EXIT.
       999-EOJ-EXIT.
           EXIT.
      ******************************************************************
      *  STAMP THIS STEP'S CYCLE ENTRY COMPLETE WITH ITS RECORD COUNTS
      *  - TRANSACTIONS READ AND SHIPMENT RECORDS WRITTEN TO THE NEW
      *  INVORD-FILE.  AN ENTRY ALREADY MARKED FAILED IS LEFT FAILED.
      ******************************************************************
       1800-CYCLE-STAMP.
           ACCEPT WS-CY-END-TIME FROM TIME.
           IF WS-CY-RUNNING
               MOVE 'C' TO WS-CY-STATUS.
           REWRITE CYCLE-CTL-REC FROM WS-CYCLE-REC.
           IF CYC-STAT NOT = '00'
               DISPLAY 'UNABLE TO STAMP CYCLE CONTROL FILE ' CYC-STAT.
           CLOSE CYCLE-CTL-FILE.
       1800-CYCLE-STAMP-EXIT.
           EXIT.
