      * THE NUMBERED INVORD-FILE GENERATION INVPRINT WRITES, SO THE
      * INVOICE NUMBER THE CUSTOMER WAS SENT (WS-I-INVNO) GOES ONTO
      * THE OPEN ITEM AS WS-AR-INVNO AND REMITTANCES CAN REFERENCE IT.
      * THE OPEN ITEM IS FOR THE TAXED AMOUNT - THE EXTENDED PRICE PLUS
      * THE SALES TAX INVPRINT BILLED (WS-I-TAXAMT) - SO ARSTMT, ARAGE
      * AND ARCASH ALL WORK FROM WHAT THE CUSTOMER ACTUALLY OWES.  THE
      * QUANTITY SHIPPED IS CARRIED ON THE OPEN ITEM (WS-AR-QUANSHIP)
      * SO RTRNPOST CAN CREDIT A RETURN'S SHARE OF THE TAX BILLED.
      * THE RUN IS CHECKED AGAINST CYCLE-CTL-FILE (SEE CYCLREC.CPY): IT
      * WILL NOT POST THE SAME CYCLE'S INVORD-FILE TWICE - A RERUN
      * WOULD ADD EVERY SHIPMENT INTO ITS OPEN ITEM AGAIN - NOR RUN
      * BEFORE INVPRINT HAS NUMBERED THE GENERATION, UNLESS AN OVERRIDE
      * CARD IS SUPPLIED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                RECORD KEY IS AR-KEY
                FILE STATUS IS AR-STAT.
           SELECT INVORD-FILE         ASSIGN INVFILE.
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
           05  AR-STAT                 PIC XX.
           05  WS-EXTPRICE             PIC 9(7)V99.
      ******************************************************************
      *  DAILY CYCLE CONTROL - SEE 0110-CYCLE-CHECK AND CYCLREC.CPY.
      ******************************************************************
       01  CYCLE-CONTROL.
           05  CYC-STEP                PIC X(8)    VALUE 'ARPOST'.
           05  CYC-PRED-STEP           PIC X(8)    VALUE 'INVPRINT'.
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
       COPY ARREC.
      ******************************************************************
      *  OPEN ALL FILES.
      ******************************************************************
       0100-INIT.
           PERFORM 0110-CYCLE-CHECK THRU 0110-CYCLE-CHECK-EXIT.
           OPEN I-O AR-FILE
               IF AR-STAT NOT = '00' AND AR-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN RECEIVABLES FILE ' AR-STAT
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
      *  READ THE NEXT SHIPMENT RECORD.
      ******************************************************************
       0200-READ-INVORD.
      *  CHRONOLOGICALLY WITHIN CUSTOMER.  A KEY ALREADY ON FILE MEANS
      *  A SECOND SHIPMENT OF THE SAME ITEM TO THE SAME CUSTOMER THE
      *  SAME DAY - THE AMOUNTS ARE ADDED INTO THE EXISTING OPEN ITEM.
      *  THE AMOUNT POSTED INCLUDES THE SHIPMENT'S SALES TAX.
      ******************************************************************
       0400-WRITE-RECEIVABLE.
           COMPUTE WS-EXTPRICE = WS-I-QUANSHIP * WS-I-SALESPRC
                               + WS-I-TAXAMT.
           MOVE SPACES TO WS-AR-REC.
           MOVE WS-I-CUSTNO TO WS-AR-CUSTNO.
           MOVE WS-I-YY TO WS-AR-YY.
           MOVE WS-EXTPRICE TO WS-AR-ORIGAMT.
           MOVE WS-EXTPRICE TO WS-AR-BALANCE.
           MOVE WS-I-INVNO TO WS-AR-INVNO.
           MOVE WS-I-TAXAMT TO WS-AR-TAXAMT.
           MOVE WS-I-QUANSHIP TO WS-AR-QUANSHIP.
           WRITE VAR-REC FROM WS-AR-REC
               INVALID KEY
                   PERFORM 0500-ADD-TO-EXISTING
           ELSE
               ADD WS-EXTPRICE TO WS-AR-ORIGAMT
               ADD WS-EXTPRICE TO WS-AR-BALANCE
               ADD WS-I-TAXAMT TO WS-AR-TAXAMT
               IF WS-AR-QUANSHIP NUMERIC
                   ADD WS-I-QUANSHIP TO WS-AR-QUANSHIP
               END-IF
               MOVE WS-I-INVNO TO WS-AR-INVNO
               REWRITE VAR-REC FROM WS-AR-REC
                   INVALID KEY
           DISPLAY WS-AMT-POSTED ' TOTAL AMOUNT POSTED.'.
           CLOSE AR-FILE
                 INVORD-FILE.
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
