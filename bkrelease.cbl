      * 0975-PRICE-SHIPMENT PRICES A REGULAR SHIPMENT - CONTRACT
      * PRICE FIRST, ELSE THE BEST QUANTITY-BREAK TIER THE RELEASED
      * QUANTITY REACHES, ELSE THE WS-B-SALESPRC LIST PRICE CARRIED
      * ON THE BACKORDER LINE.  BACKORDS-FILE IS INDEXED BY ITEM,
      * DATE BACKORDERED, ORDER AND CUSTOMER (SEE BACKREC.CPY), SO IT
      * IS READ IN KEY SEQUENCE AND EACH ITEM'S OLDEST BACKORDER IS
      * RELEASED FIRST.  THE QUEUE IS UPDATED IN PLACE - A FULLY
      * RELEASED LINE IS DELETED AND A PARTIAL RELEASE IS REWRITTEN AT
      * ITS REMAINING QUANTITY.
      * EVERY MASTER-FILE REWRITE IS ALSO JOURNALED TO
      * MASTER-JRNL-FILE WITH FULL BEFORE/AFTER RECORD IMAGES (SEE
      * MJRNLREC.CPY) SO MASTRCVR CAN ROLL A RESTORED BACKUP FORWARD
      * OR BACK OUT A BAD RUN.
      * THE RUN IS CHECKED AGAINST CYCLE-CTL-FILE (SEE CYCLREC.CPY): IT
      * RUNS ONCE PER CYCLE, AFTER ORDERS HAS COMPLETED, UNLESS AN
      * OVERRIDE CARD IS SUPPLIED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                ACCESS IS RANDOM
                RECORD KEY IS M-ITEMNO
                FILE STATUS IS VSAM-STAT.
           SELECT OPTIONAL BACKORDS-FILE ASSIGN BKORDS
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS B-KEY
                ALTERNATE RECORD KEY IS B-CUSTNO WITH DUPLICATES
                FILE STATUS IS BKO-STAT.
           SELECT INVORD-FILE         ASSIGN INVFILE.
           SELECT OPTIONAL PRICE-FILE ASSIGN PRICEFIL
                ORGANIZATION IS INDEXED
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
       01  VMAST-REC.
           05  M-ITEMNO                PIC 9(5).
           05  FILLER                  PIC X(113).
       FD  BACKORDS-FILE.
       01  BACKORDS-REC.
           05  B-KEY.
               10  B-ITEMNO            PIC 9(5).
               10  B-BODATE            PIC 9(6).
               10  B-ORDERNO           PIC 9(6).
               10  B-CUSTNO            PIC 9(6).
           05  FILLER                  PIC X(37).
       FD  INVORD-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  INV-ORD-REC                 PIC X(68).
       FD  PRICE-FILE.
       01  VPRICE-REC.
           05  PR-KEY.
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
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WORK-AREA.
           05  VSAM-STAT               PIC XX.
           05  PRC-STAT                PIC XX.
           05  BKO-STAT                PIC XX.
           05  WS-SHIP-QUAN            PIC 9(4).
           05  WS-USE-PRICE            PIC 9(3)V99.
           05  WS-PRICE-SOURCE        PIC X.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
      ******************************************************************
      *  DAILY CYCLE CONTROL - SEE 0110-CYCLE-CHECK AND CYCLREC.CPY.
      ******************************************************************
       01  CYCLE-CONTROL.
           05  CYC-STEP                PIC X(8)    VALUE 'BKRELEAS'.
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
       COPY BACKREC.
       COPY INVOREC.
      *  OPEN ALL FILES.
      ******************************************************************
       0100-INIT.
           PERFORM 0110-CYCLE-CHECK THRU 0110-CYCLE-CHECK-EXIT.
           ACCEPT CURRDATE FROM DATE.
           OPEN I-O BACKORDS-FILE
               IF BKO-STAT NOT = '00' AND BKO-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN BACKORDER FILE ' BKO-STAT
                   STOP RUN.
           OPEN OUTPUT INVORD-FILE.
           OPEN I-O MASTER-FILE
               IF VSAM-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN MASTER FILE ' VSAM-STAT
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
      *  READ THE NEXT BACKORDER RECORD IN KEY SEQUENCE - BY ITEM,
      *  AND WITHIN AN ITEM OLDEST DATE BACKORDERED FIRST.
      ******************************************************************
       0200-READ-BACKORDS.
           READ BACKORDS-FILE INTO WS-BACKORDS-REC
           EXIT.
      ******************************************************************
      *  SHIP WHATEVER OF THE BACKORDER CAN NOW BE FILLED, UPDATE THE
      *  MASTER RECORD, AND LEAVE ANY QUANTITY STILL SHORT ON THE
      *  QUEUE.
      ******************************************************************
       0400-SHIP-AVAILABLE.
           IF WS-M-QOH NOT < WS-B-BOQUAN
                   PERFORM 0450-WRITE-JOURNAL
                       THRU 0450-WRITE-JOURNAL-EXIT.
           IF WS-B-BOQUAN > 0
               PERFORM 0620-REWRITE-BACKORDER
                   THRU 0620-REWRITE-BACKORDER-EXIT
               PERFORM 0600-CARRY-FORWARD THRU 0600-CARRY-FORWARD-EXIT
               ADD 1 TO WS-PARTIAL-CTR
           ELSE
               PERFORM 0650-DELETE-BACKORDER
                   THRU 0650-DELETE-BACKORDER-EXIT
               ADD 1 TO WS-RELEASED-CTR.
       0400-SHIP-AVAILABLE-EXIT.
           EXIT.
           MOVE 0 TO WS-I-FILLOC.
           MOVE 0 TO WS-I-INVNO.
           MOVE WS-B-ORDERNO TO WS-I-ORDERNO.
           MOVE 0 TO WS-I-TAXAMT.
           WRITE INV-ORD-REC FROM WS-INVORD-REC.
       0500-WRITE-SHIPMENT-EXIT.
           EXIT.
       0760-READ-BREAK-EXIT.
           EXIT.
      ******************************************************************
      *  THE BACKORDER STAYS ON THE QUEUE FOR A LATER RUN.
      ******************************************************************
       0600-CARRY-FORWARD.
           ADD 1 TO WS-CARRIED-CTR.
       0600-CARRY-FORWARD-EXIT.
           EXIT.
      ******************************************************************
      *  REWRITE A PARTLY RELEASED BACKORDER AT ITS REMAINING QUANTITY.
      *  THE KEY IS UNCHANGED, SO IT KEEPS ITS PLACE IN THE QUEUE.
      ******************************************************************
       0620-REWRITE-BACKORDER.
           REWRITE BACKORDS-REC FROM WS-BACKORDS-REC.
           IF BKO-STAT NOT = '00'
               DISPLAY 'BACKORDER REWRITE FAILED - ITEM ' WS-B-ITEMNO
                   ' ORDER ' WS-B-ORDERNO ' STATUS ' BKO-STAT.
       0620-REWRITE-BACKORDER-EXIT.
           EXIT.
      ******************************************************************
      *  A FULLY RELEASED BACKORDER COMES OFF THE QUEUE.
      ******************************************************************
       0650-DELETE-BACKORDER.
           DELETE BACKORDS-FILE RECORD.
           IF BKO-STAT NOT = '00'
               DISPLAY 'BACKORDER DELETE FAILED - ITEM ' WS-B-ITEMNO
                   ' ORDER ' WS-B-ORDERNO ' STATUS ' BKO-STAT.
       0650-DELETE-BACKORDER-EXIT.
           EXIT.
      ******************************************************************
      *  CLOSE ALL FILES AND DISPLAY THE RUN TOTALS.
      ******************************************************************
       0900-EOJ.
           DISPLAY WS-PARTIAL-CTR  ' BACKORDERS PARTIALLY RELEASED.'.
           DISPLAY WS-CARRIED-CTR  ' BACKORDERS CARRIED FORWARD.'.
           CLOSE BACKORDS-FILE
                 INVORD-FILE
                 MASTER-FILE
                 PRICE-FILE
                 MASTER-JRNL-FILE.
           COMPUTE WS-CY-IN-COUNT = WS-RELEASED-CTR + WS-CARRIED-CTR.
           COMPUTE WS-CY-OUT-COUNT = WS-RELEASED-CTR + WS-PARTIAL-CTR.
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
