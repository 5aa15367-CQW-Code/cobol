      * MJRNLREC.CPY) SO MASTRCVR CAN ROLL A RESTORED BACKUP FORWARD
      * OR BACK OUT A RUN THAT POSTED BAD DATA - A RECEIPT KEYED
      * TWICE NO LONGER MEANS RE-KEYING THE WHOLE DAY.
      *
      * EACH POSTED RECEIPT IS ALSO APPENDED TO GL-ACTIVITY-FILE (SEE
      * GLACTREC.CPY) AS TYPE 'RCPT' POSTINGS, SO GLEXTRCT CAN JOURNAL
      * THE INVENTORY RECEIVED AGAINST ACCRUED PAYABLES: ONE FOR EACH
      * OPEN PO LINE THE RECEIPT IS APPLIED TO, AT THE QUANTITY
      * APPLIED TIMES THE LINE'S WS-P-UNITCOST - THE SAME COST APMATCH
      * RELIEVES THE ACCRUAL AT WHEN THE INVOICE IS VOUCHERED - AND
      * ONE FOR ANY QUANTITY NO OPEN LINE CALLED FOR, AT
      * WS-M-PURCHPRC.
      *
      * EVERY OPEN PO LINE A RECEIPT IS APPLIED TO IS ALSO APPENDED
      * TO RECEIPT-HIST-FILE (SEE RCVHREC.CPY) WITH THE QUANTITY
      * APPLIED, THE RECEIPT DATE AND THE LINE'S ORDER DATE, DUE DATE
      * AND ORDERED QUANTITY, SO SUPPSCOR CAN SCORE THE SUPPLIER AT
      * MONTH END.  ANY QUANTITY OVER WHAT THE OPEN LINES CALLED FOR
      * IS CREDITED TO THE LAST LINE THE RECEIPT CLOSED, AND A RECEIPT
      * WITH NO OPEN LINE AT ALL IS RECORDED UNDER PO NUMBER ZERO.
      * THE RUN IS CHECKED AGAINST CYCLE-CTL-FILE (SEE CYCLREC.CPY): IT
      * POSTS ONE RECEIPT BATCH PER CYCLE, ONCE ORDERS HAS OPENED THE
      * CYCLE, UNLESS AN OVERRIDE CARD IS SUPPLIED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RECEIPT-REG-FILE    ASSIGN RCPTREG.
           SELECT RECEIPT-ERROR-FILE  ASSIGN RCPTERR.
           SELECT OPTIONAL MASTER-JRNL-FILE ASSIGN MJOURNAL.
           SELECT OPTIONAL GL-ACTIVITY-FILE ASSIGN GLACTIV.
           SELECT OPTIONAL RECEIPT-HIST-FILE ASSIGN RCPTHIST.
           SELECT OPTIONAL CYCLE-CTL-FILE ASSIGN CYCLCTL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CY-KEY
                FILE STATUS IS CYC-STAT.
           SELECT OPTIONAL CYCLE-OVR-FILE ASSIGN CYCOVR.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  MJRNL-REC                   PIC X(263).
       FD  GL-ACTIVITY-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  GL-ACTIVITY-REC             PIC X(40).
       FD  RECEIPT-HIST-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  RECEIPT-HIST-REC            PIC X(50).
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
               88  RECEIPT-VALID                   VALUE 'Y'.
           05  OPO-EOF-SW              PIC X       VALUE 'N'.
               88  OPENPO-EOF                      VALUE 'Y'.
           05  HIST-PEND-SW            PIC X       VALUE 'N'.
               88  HIST-PENDING                    VALUE 'Y'.
       01  COUNTERS-ACCUMULATORS.
           05  PG-CTR                  PIC 999     VALUE 0.
           05  LINE-CTR                PIC 99      VALUE 99.
           05  WS-REJECT-CTR           PIC 9(5)    VALUE 0.
           05  WS-UNITS-CTR            PIC 9(7)    VALUE 0.
           05  WS-JRNL-SEQ             PIC 9(7)    VALUE 0.
           05  WS-HIST-CTR             PIC 9(5)    VALUE 0.
       01  WORK-AREA.
           05  VSAM-STAT               PIC XX.
           05  OPO-STAT                PIC XX.
           05  WS-RELIEVE-QTY          PIC 9(4).
           05  WS-APPLY-QTY            PIC 9(4).
           05  WS-PO-OUTSTAND          PIC 9(4).
           05  WS-EXT-COST             PIC 9(7)V99.
           05  WS-HIST-DATE            PIC 9(6).
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
      ******************************************************************
      *  DAILY CYCLE CONTROL - SEE 0110-CYCLE-CHECK AND CYCLREC.CPY.
      ******************************************************************
       01  CYCLE-CONTROL.
           05  CYC-STEP                PIC X(8)    VALUE 'RCPTPOST'.
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
       COPY RCPTREC.
       COPY OPOREC.
       COPY SUPPREC.
       COPY MJRNLREC.
       COPY GLACTREC.
       COPY RCVHREC.
       01  WS-MAST-BEFORE              PIC X(118).
       01  WS-RCPT-ERR-REC.
           05  ERRMSG                  PIC X(40).
      *  OPEN ALL FILES.
      ******************************************************************
       0100-INIT.
           PERFORM 0110-CYCLE-CHECK THRU 0110-CYCLE-CHECK-EXIT.
           ACCEPT CURRDATE FROM DATE.
           MOVE C-MM TO H1-MM.
           MOVE C-DD TO H1-DD.
           OPEN INPUT  RECEIPT-TRANS-FILE
           OPEN OUTPUT RECEIPT-REG-FILE
                       RECEIPT-ERROR-FILE.
           OPEN EXTEND MASTER-JRNL-FILE
                       GL-ACTIVITY-FILE
                       RECEIPT-HIST-FILE.
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
      *  READ THE NEXT RECEIPT TRANSACTION.
      ******************************************************************
       0200-READ-RECEIPT.
       0520-WRITE-JOURNAL-EXIT.
           EXIT.
      ******************************************************************
      *  RECORD RECEIVED COST FOR THE GENERAL LEDGER - INVENTORY
      *  RECEIVED AGAINST ACCRUED PAYABLES, DATED WITH THE RECEIPT
      *  DATE (THE RUN DATE IF NONE WAS KEYED).  THE CALLER HAS SET
      *  WS-EXT-COST.
      ******************************************************************
       0530-WRITE-GLACT.
           MOVE SPACES TO WS-GLACT-REC.
           MOVE 'RCPT' TO WS-GA-POSTTYPE.
           IF WS-RC-RCPTDATE NOT NUMERIC OR WS-RC-RCPTDATE = 0
               MOVE CURRDATE TO WS-GA-DATE
           ELSE
               MOVE WS-RC-RCPTDATE TO WS-GA-DATE.
           MOVE WS-EXT-COST TO WS-GA-AMOUNT.
           MOVE 'RCPTPOST' TO WS-GA-PROGRAM.
           MOVE WS-RC-ITEMNO TO WS-GA-ITEMNO.
           MOVE 0 TO WS-GA-CUSTNO.
           WRITE GL-ACTIVITY-REC FROM WS-GLACT-REC.
       0530-WRITE-GLACT-EXIT.
           EXIT.
      ******************************************************************
      *  APPLY THE RECEIVED QUANTITY TO THE ITEM'S OPEN PO LINES FOR
      *  THIS SUPPLIER, OLDEST PO NUMBER FIRST.  OPENPO-FILE IS KEYED
      *  ON PO NUMBER AHEAD OF ITEM, SO THE FILE IS SCANNED FROM THE
      *  TOP.  EACH LINE APPLIED TO IS HELD FOR RECEIPT-HIST-FILE
      *  UNTIL THE NEXT ONE IS FOUND, SO WHATEVER IS LEFT OVER ONCE
      *  THE OPEN LINES ARE SATISFIED CAN BE CREDITED TO THE LAST.
      ******************************************************************
       0550-RELIEVE-PO.
           MOVE WS-RC-QUANRECV TO WS-RELIEVE-QTY.
           MOVE 'N' TO OPO-EOF-SW.
           MOVE 'N' TO HIST-PEND-SW.
           IF WS-RC-RCPTDATE NOT NUMERIC OR WS-RC-RCPTDATE = 0
               MOVE CURRDATE TO WS-HIST-DATE
           ELSE
               MOVE WS-RC-RCPTDATE TO WS-HIST-DATE.
           MOVE ZEROS TO P-PONO P-ITEMNO.
           START OPENPO-FILE KEY IS NOT LESS THAN P-POKEY
               IF OPO-STAT NOT = '00'
           PERFORM 0560-READ-OPENPO THRU 0560-READ-OPENPO-EXIT.
           PERFORM 0570-APPLY-PO THRU 0570-APPLY-PO-EXIT
               UNTIL OPENPO-EOF OR WS-RELIEVE-QTY = 0.
           IF WS-RELIEVE-QTY > 0
               COMPUTE WS-EXT-COST = WS-RELIEVE-QTY * WS-M-PURCHPRC
               PERFORM 0530-WRITE-GLACT THRU 0530-WRITE-GLACT-EXIT
               PERFORM 0590-HOLD-EXCESS THRU 0590-HOLD-EXCESS-EXIT.
           IF HIST-PENDING
               PERFORM 0580-WRITE-HISTORY THRU 0580-WRITE-HISTORY-EXIT.
       0550-RELIEVE-PO-EXIT.
           EXIT.
      ******************************************************************
           EXIT.
      ******************************************************************
      *  APPLY AS MUCH OF THE RECEIPT AS THIS PO LINE IS STILL WAITING
      *  FOR, AND MARK THE LINE RECEIVED ONCE IT HAS CAUGHT UP.  THE
      *  QUANTITY APPLIED IS ACCRUED AT THE COST THE LINE WAS ORDERED
      *  AT; A LINE CARRYING NO UNIT COST ACCRUES AT WS-M-PURCHPRC.
      ******************************************************************
       0570-APPLY-PO.
           IF WS-P-OPEN AND WS-P-ITEMNO = WS-RC-ITEMNO
               IF WS-P-QUANRECV NOT < WS-P-QUANORD
                   MOVE 'R' TO WS-P-STATUS
               END-IF
               IF WS-P-UNITCOST NUMERIC AND WS-P-UNITCOST > 0
                   COMPUTE WS-EXT-COST = WS-APPLY-QTY * WS-P-UNITCOST
               ELSE
                   COMPUTE WS-EXT-COST = WS-APPLY-QTY * WS-M-PURCHPRC
               END-IF
               PERFORM 0530-WRITE-GLACT THRU 0530-WRITE-GLACT-EXIT
               PERFORM 0575-HOLD-HISTORY THRU 0575-HOLD-HISTORY-EXIT
               REWRITE VOPENPO-REC FROM WS-OPENPO-REC
                   INVALID KEY
                       DISPLAY 'UNABLE TO REWRITE OPEN PO '
       0570-APPLY-PO-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE THE LINE HELD FROM THE LAST APPLICATION, THEN HOLD A
      *  RECEIPT-HISTORY RECORD FOR THE PO LINE JUST RELIEVED.
      ******************************************************************
       0575-HOLD-HISTORY.
           IF HIST-PENDING
               PERFORM 0580-WRITE-HISTORY THRU 0580-WRITE-HISTORY-EXIT.
           MOVE SPACES TO WS-RCVH-REC.
           MOVE WS-RC-REPLNO TO WS-RH-REPLNO.
           MOVE WS-P-PONO TO WS-RH-PONO.
           MOVE WS-RC-ITEMNO TO WS-RH-ITEMNO.
           MOVE WS-APPLY-QTY TO WS-RH-QUANRECV.
           MOVE WS-HIST-DATE TO WS-RH-RCPTDATE.
           MOVE WS-P-ORDDATE TO WS-RH-ORDDATE.
           MOVE WS-P-DUEDATE TO WS-RH-DUEDATE.
           MOVE WS-P-QUANORD TO WS-RH-QUANORD.
           MOVE WS-P-QUANRECV TO WS-RH-LINERECV.
           IF WS-P-RECEIVED
               MOVE 'Y' TO WS-RH-CLOSED
           ELSE
               MOVE 'N' TO WS-RH-CLOSED.
           MOVE 'Y' TO HIST-PEND-SW.
       0575-HOLD-HISTORY-EXIT.
           EXIT.
      ******************************************************************
      *  APPEND THE HELD RECORD TO RECEIPT-HIST-FILE.
      ******************************************************************
       0580-WRITE-HISTORY.
           WRITE RECEIPT-HIST-REC FROM WS-RCVH-REC.
           ADD 1 TO WS-HIST-CTR.
           MOVE 'N' TO HIST-PEND-SW.
       0580-WRITE-HISTORY-EXIT.
           EXIT.
      ******************************************************************
      *  THE SUPPLIER DELIVERED MORE THAN ITS OPEN LINES CALLED FOR.
      *  THE EXCESS IS CREDITED TO THE LAST LINE THE RECEIPT CLOSED;
      *  IF NO OPEN LINE WAS FOUND AT ALL THE WHOLE RECEIPT IS HELD
      *  UNDER PO NUMBER ZERO WITH NO DATES OR ORDERED QUANTITY.
      ******************************************************************
       0590-HOLD-EXCESS.
           IF HIST-PENDING
               ADD WS-RELIEVE-QTY TO WS-RH-QUANRECV
               ADD WS-RELIEVE-QTY TO WS-RH-LINERECV
           ELSE
               MOVE SPACES TO WS-RCVH-REC
               MOVE WS-RC-REPLNO TO WS-RH-REPLNO
               MOVE 0 TO WS-RH-PONO
               MOVE WS-RC-ITEMNO TO WS-RH-ITEMNO
               MOVE WS-RELIEVE-QTY TO WS-RH-QUANRECV
               MOVE WS-HIST-DATE TO WS-RH-RCPTDATE
               MOVE 0 TO WS-RH-ORDDATE WS-RH-DUEDATE WS-RH-QUANORD
               MOVE WS-RELIEVE-QTY TO WS-RH-LINERECV
               MOVE 'N' TO WS-RH-CLOSED
               MOVE 'Y' TO HIST-PEND-SW.
       0590-HOLD-EXCESS-EXIT.
           EXIT.
      ******************************************************************
      *  FORMAT AND WRITE ONE REGISTER LINE, HEADING A NEW PAGE AS
      *  NEEDED.
      ******************************************************************
           DISPLAY WS-POSTED-CTR ' RECEIPTS POSTED.'.
           DISPLAY WS-REJECT-CTR ' RECEIPTS REJECTED.'.
           DISPLAY WS-UNITS-CTR  ' UNITS RECEIVED.'.
           DISPLAY WS-HIST-CTR   ' RECEIPT HISTORY RECORDS WRITTEN.'.
           CLOSE MASTER-FILE
                 OPENPO-FILE
                 SUPPLIER-FILE
                 RECEIPT-TRANS-FILE
                 RECEIPT-REG-FILE
                 RECEIPT-ERROR-FILE
                 MASTER-JRNL-FILE
                 GL-ACTIVITY-FILE
                 RECEIPT-HIST-FILE.
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
