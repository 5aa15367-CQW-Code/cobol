      * THIS PROGRAM POSTS THE DAY'S DEMAND TO DEMAND-HIST-FILE (SEE
      * DMDHREC.CPY).  IT IS RUN AFTER ORDERS, AND APPENDS ONE HISTORY
      * RECORD PER SHIPMENT ON INVORD-FILE (TYPE 'S', DATED FROM
      * WS-I-DATESHIP) AND ONE PER BACKORDER LINE ORDERS PUT ON
      * BACKORDS-FILE THIS CYCLE (TYPE 'B', DATED WS-B-BODATE) - THE
      * DEMAND WE FAILED TO FILL.  BACKORDS-FILE IS A STANDING QUEUE
      * (SEE BACKREC.CPY), SO ONLY LINES WHOSE WS-B-BODATE IS THE
      * CYCLE'S OPEN DATE ON CYCLE-CTL-FILE ARE POSTED, AT
      * WS-B-ORIGQTY - THE QUANTITY ORIGINALLY BACKORDERED, WHATEVER
      * BKRELEAS HAS SINCE RELEASED.  THE HISTORY FILE IS EXTENDED,
      * NOT REWRITTEN, SO THE DAYS ACCUMULATE FOR DMDANAL.
      * THE RUN IS CHECKED AGAINST CYCLE-CTL-FILE (SEE CYCLREC.CPY): IT
      * WILL NOT EXTEND DEMAND-HIST-FILE WITH THE SAME CYCLE'S
      * SHIPMENTS AND BACKORDERS TWICE, NOR RUN BEFORE INVPRINT HAS
      * COMPLETED, UNLESS AN OVERRIDE CARD IS SUPPLIED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVORD-FILE         ASSIGN INVFILE.
           SELECT OPTIONAL BACKORDS-FILE ASSIGN BKORDS
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS B-KEY
                ALTERNATE RECORD KEY IS B-CUSTNO WITH DUPLICATES
                FILE STATUS IS BKO-STAT.
           SELECT OPTIONAL DEMAND-HIST-FILE ASSIGN DMDHIST.
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
       FD  BACKORDS-FILE.
       01  BACKORDS-REC.
           05  B-KEY.
               10  B-ITEMNO            PIC 9(5).
               10  B-BODATE            PIC 9(6).
               10  B-ORDERNO           PIC 9(6).
               10  B-CUSTNO            PIC 9(6).
           05  FILLER                  PIC X(37).
       FD  DEMAND-HIST-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  DEMAND-HIST-REC             PIC X(30).
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
           05  WS-BO-CTR               PIC 9(5)    VALUE 0.
           05  WS-UNITS-CTR            PIC 9(7)    VALUE 0.
       01  WORK-AREA.
           05  BKO-STAT                PIC XX.
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
      ******************************************************************
      *  DAILY CYCLE CONTROL - SEE 0110-CYCLE-CHECK AND CYCLREC.CPY.
      ******************************************************************
       01  CYCLE-CONTROL.
           05  CYC-STEP                PIC X(8)    VALUE 'DMDPOST'.
           05  CYC-PRED-STEP           PIC X(8)    VALUE 'INVPRINT'.
           05  CYC-GEN                 PIC 9(5)    VALUE 0.
           05  CYC-OPEN-DATE           PIC 9(6)    VALUE 0.
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
       COPY BACKREC.
       COPY DMDHREC.
      *  ARE KEPT.
      ******************************************************************
       0100-INIT.
           PERFORM 0110-CYCLE-CHECK THRU 0110-CYCLE-CHECK-EXIT.
           ACCEPT CURRDATE FROM DATE.
           IF CYC-OPEN-DATE NOT NUMERIC OR CYC-OPEN-DATE = 0
               MOVE CURRDATE TO CYC-OPEN-DATE.
           OPEN INPUT  INVORD-FILE.
           OPEN INPUT BACKORDS-FILE
               IF BKO-STAT NOT = '00' AND BKO-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN BACKORDER FILE ' BKO-STAT
                   STOP RUN.
           OPEN EXTEND DEMAND-HIST-FILE.
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
           MOVE WS-CC-OPEN-DATE TO CYC-OPEN-DATE.
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
       0300-POST-SHIPMENT-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT BACKORDER LINE ON THE QUEUE.
      ******************************************************************
       0400-READ-BACKORDS.
           READ BACKORDS-FILE INTO WS-BACKORDS-REC
       0400-READ-BACKORDS-EXIT.
           EXIT.
      ******************************************************************
      *  POST A BACKORDER LINE PUT ON THE QUEUE THIS CYCLE AS UNFILLED
      *  DEMAND, DATED THE DAY IT WAS BACKORDERED, AT THE QUANTITY
      *  ORIGINALLY BACKORDERED.  OLDER LINES WERE POSTED ON THE DAY
      *  THEY WENT SHORT AND ARE PASSED OVER.
      ******************************************************************
       0500-POST-BACKORDER.
           IF WS-B-BODATE = CYC-OPEN-DATE
               MOVE SPACES TO WS-DMDH-REC
               MOVE WS-B-ITEMNO TO WS-D-ITEMNO
               MOVE WS-B-BODATE TO WS-D-DATE
               MOVE WS-B-ORIGQTY TO WS-D-QUANTITY
               MOVE 'B' TO WS-D-TYPE
               WRITE DEMAND-HIST-REC FROM WS-DMDH-REC
               ADD 1 TO WS-BO-CTR
               ADD WS-B-ORIGQTY TO WS-UNITS-CTR.
           PERFORM 0400-READ-BACKORDS THRU 0400-READ-BACKORDS-EXIT.
       0500-POST-BACKORDER-EXIT.
           EXIT.
           CLOSE INVORD-FILE
                 BACKORDS-FILE
                 DEMAND-HIST-FILE.
           COMPUTE WS-CY-IN-COUNT = WS-SHIP-CTR + WS-BO-CTR.
           COMPUTE WS-CY-OUT-COUNT = WS-SHIP-CTR + WS-BO-CTR.
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
