      * ASSIGNED BY INVPRINT AND POSTED BY ARPOST), AND A
      * REMITTANCE LARGER THAN THE CUSTOMER'S TOTAL OPEN BALANCE IS
      * FLAGGED ON THE REGISTER AT ITS UNAPPLIED AMOUNT SO THE CREDIT
      * MANAGER CAN RESOLVE IT BY HAND.  EACH REMITTANCE IS ALSO
      * APPENDED TO GL-ACTIVITY-FILE (SEE GLACTREC.CPY) - THE AMOUNT
      * APPLIED AS A TYPE 'CASH' POSTING AND ANY UNAPPLIED REMAINDER
      * AS TYPE 'UNAP' - SO GLEXTRCT CAN JOURNAL THE CASH AGAINST
      * RECEIVABLES.
      * THE RUN IS CHECKED AGAINST CYCLE-CTL-FILE (SEE CYCLREC.CPY): IT
      * APPLIES ONE CASH BATCH PER CYCLE, ONCE ORDERS HAS OPENED THE
      * CYCLE, UNLESS AN OVERRIDE CARD IS SUPPLIED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                FILE STATUS IS AR-STAT.
           SELECT CASH-TRANS-FILE     ASSIGN ARCSHTRN.
           SELECT APPLY-REG-FILE      ASSIGN ARAPPREG.
           SELECT OPTIONAL GL-ACTIVITY-FILE ASSIGN GLACTIV.
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
       01  APPLY-REG-REC               PIC X(132).
       FD  GL-ACTIVITY-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  GL-ACTIVITY-REC             PIC X(40).
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
           05  WS-REMAIN-AMT           PIC 9(7)V99.
           05  WS-APPLY-AMT            PIC 9(7)V99.
           05  WS-EDIT-MSG             PIC X(40).
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
      ******************************************************************
      *  DAILY CYCLE CONTROL - SEE 0110-CYCLE-CHECK AND CYCLREC.CPY.
      ******************************************************************
       01  CYCLE-CONTROL.
           05  CYC-STEP                PIC X(8)    VALUE 'ARCASH'.
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
       COPY ARCSHREC.
       COPY ARREC.
       COPY GLACTREC.
       01  WS-CASH-ERR-REC.
           05  ERRMSG                  PIC X(40).
           05  ERRRECIMAGE             PIC X(80).
      *  OPEN ALL FILES AND START THE APPLICATION REGISTER.
      ******************************************************************
       0100-INIT.
           PERFORM 0110-CYCLE-CHECK THRU 0110-CYCLE-CHECK-EXIT.
           ACCEPT CURRDATE FROM DATE.
           OPEN I-O AR-FILE
               IF AR-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN RECEIVABLES FILE ' AR-STAT
                   STOP RUN.
           OPEN INPUT  CASH-TRANS-FILE.
           OPEN OUTPUT APPLY-REG-FILE.
           OPEN EXTEND GL-ACTIVITY-FILE.
           WRITE APPLY-REG-REC FROM REGISTER-HEADING.
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
      *  READ THE NEXT CASH TRANSACTION.
      ******************************************************************
       0200-READ-CASH.
               WRITE APPLY-REG-REC FROM UNAPPLIED-LINE
                   AFTER ADVANCING 1 LINE
               ADD WS-REMAIN-AMT TO WS-AMT-UNAPPLIED.
           PERFORM 0600-WRITE-GLACT THRU 0600-WRITE-GLACT-EXIT.
       0350-APPLY-REMIT-EXIT.
           EXIT.
      ******************************************************************
       0500-APPLY-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *  RECORD THE REMITTANCE FOR THE GENERAL LEDGER - THE AMOUNT
      *  APPLIED AGAINST RECEIVABLES AND ANY UNAPPLIED REMAINDER,
      *  DATED WITH THE REMITTANCE DATE (THE RUN DATE IF NONE WAS
      *  KEYED).
      ******************************************************************
       0600-WRITE-GLACT.
           MOVE SPACES TO WS-GLACT-REC.
           IF WS-CA-DATE NOT NUMERIC OR WS-CA-DATE = 0
               MOVE CURRDATE TO WS-GA-DATE
           ELSE
               MOVE WS-CA-DATE TO WS-GA-DATE.
           MOVE 'ARCASH' TO WS-GA-PROGRAM.
           MOVE 0 TO WS-GA-ITEMNO.
           MOVE WS-CA-CUSTNO TO WS-GA-CUSTNO.
           COMPUTE WS-APPLY-AMT = WS-CA-AMOUNT - WS-REMAIN-AMT.
           IF WS-APPLY-AMT > 0
               MOVE 'CASH' TO WS-GA-POSTTYPE
               MOVE WS-APPLY-AMT TO WS-GA-AMOUNT
               WRITE GL-ACTIVITY-REC FROM WS-GLACT-REC.
           IF WS-REMAIN-AMT > 0
               MOVE 'UNAP' TO WS-GA-POSTTYPE
               MOVE WS-REMAIN-AMT TO WS-GA-AMOUNT
               WRITE GL-ACTIVITY-REC FROM WS-GLACT-REC.
       0600-WRITE-GLACT-EXIT.
           EXIT.
      ******************************************************************
      *  LIST THE REJECTED CASH CARD ON THE REGISTER WITH THE REASON.
      ******************************************************************
       0800-REJECT.
           DISPLAY WS-AMT-APPLIED ' TOTAL APPLIED.'.
           CLOSE AR-FILE
                 CASH-TRANS-FILE
                 APPLY-REG-FILE
                 GL-ACTIVITY-FILE.
           MOVE WS-CASH-CTR TO WS-CY-IN-COUNT.
           MOVE WS-APPLIED-CTR TO WS-CY-OUT-COUNT.
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
