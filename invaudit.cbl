      *     OPEN PO AT ALL)
      * WITH EXCEPTION COUNTS AND THE TOTAL ABSOLUTE LOCATION DRIFT AT
      * END OF REPORT SO THE DRIFT CAN BE WATCHED RUN OVER RUN.
      * OPENPO-FILE IS EXTRACTED AND SORTED INTO ITEM ORDER FIRST.
      * BACKORDS-FILE NEEDS NO SORT - IT IS INDEXED WITH THE ITEM
      * LEADING THE KEY (SEE BACKREC.CPY), SO IT IS READ STRAIGHT
      * THROUGH IN ITEM ORDER.  BOTH ARE MATCHED AGAINST THE MASTER
      * PASS; BACKORDER OR PO LINES FOR ITEMS NO LONGER ON
      * MASTER-FILE ARE COUNTED AS ORPHANS.  NOTHING IS UPDATED - THIS
      * IS A REPORT RUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                ACCESS IS SEQUENTIAL
                RECORD KEY IS P-POKEY
                FILE STATUS IS OPO-STAT.
           SELECT OPTIONAL BACKORDS-FILE ASSIGN BKORDS
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS B-KEY
                ALTERNATE RECORD KEY IS B-CUSTNO WITH DUPLICATES
                FILE STATUS IS BKO-STAT.
           SELECT PO-WORK-FILE        ASSIGN POWORK.
           SELECT SORT-WORK-FILE      ASSIGN SORTWK1.
           SELECT SORTED-PO-FILE      ASSIGN SRTDPO.
           SELECT AUDIT-REPT-FILE     ASSIGN INVAUDRP.
      ******************************************************************
               10  P-PONO              PIC 9(6).
               10  P-ITEMNO            PIC 9(5).
           05  FILLER                  PIC X(69).
       FD  BACKORDS-FILE.
       01  BACKORDS-REC.
           05  B-KEY.
               10  B-ITEMNO            PIC 9(5).
               10  B-BODATE            PIC 9(6).
               10  B-ORDERNO           PIC 9(6).
               10  B-CUSTNO            PIC 9(6).
           05  FILLER                  PIC X(37).
       FD  PO-WORK-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
           05  SW-A-ITEMNO             PIC 9(5).
           05  SW-A-QTY                PIC 9(4).
           05  SW-A-REST               PIC X(11).
       FD  SORTED-PO-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
               88  BACKORDSEOF                     VALUE 'Y'.
           05  OPO-EOF-SW              PIC X       VALUE 'N'.
               88  OPENPO-EOF                      VALUE 'Y'.
           05  SPO-EOF-SW              PIC X       VALUE 'N'.
               88  SPO-EOF                         VALUE 'Y'.
       01  COUNTERS-ACCUMULATORS.
       01  WORK-AREA.
           05  VSAM-STAT               PIC XX.
           05  OPO-STAT                PIC XX.
           05  BKO-STAT                PIC XX.
           05  WS-LOC-SUM              PIC 9(5).
           05  WS-BO-SUPPORT           PIC 9(5).
           05  WS-PO-SUPPORT           PIC 9(5).
       COPY MASTREC.
       COPY BACKREC.
       COPY OPOREC.
       01  WS-PO-AUDIT-REC.
           05  WS-PA-ITEMNO            PIC 9(5).
           05  WS-PA-QTY               PIC 9(4).
      ******************************************************************
       MAINLINE SECTION.
           PERFORM 0100-INIT THRU 0100-INIT-EXIT.
           PERFORM 0300-EXTRACT-PO THRU 0300-EXTRACT-PO-EXIT.
           PERFORM 0350-SORT-SUPPORT THRU 0350-SORT-SUPPORT-EXIT.
           PERFORM 0400-READ-MAST THRU 0400-READ-MAST-EXIT.
               IF OPO-STAT NOT = '00' AND OPO-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN OPEN-PO FILE ' OPO-STAT
                   STOP RUN.
           OPEN INPUT BACKORDS-FILE
               IF BKO-STAT NOT = '00' AND BKO-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN BACKORDER FILE ' BKO-STAT
                   STOP RUN.
           OPEN OUTPUT PO-WORK-FILE
                       AUDIT-REPT-FILE.
       0100-INIT-EXIT.
           EXIT.
      ******************************************************************
      *  EXTRACT THE OUTSTANDING QUANTITY OF EVERY OPEN PO LINE.
      ******************************************************************
       0300-EXTRACT-PO.
       0310-READ-OPENPO-EXIT.
           EXIT.
      ******************************************************************
      *  SORT THE OPEN-PO EXTRACT INTO ITEM ORDER AND PRIME THE
      *  MATCH READS.  BACKORDS-FILE IS ALREADY IN ITEM ORDER.
      ******************************************************************
       0350-SORT-SUPPORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-A-ITEMNO
               USING PO-WORK-FILE
               GIVING SORTED-PO-FILE.
           OPEN INPUT SORTED-PO-FILE.
           PERFORM 0550-READ-BACKORDS THRU 0550-READ-BACKORDS-EXIT.
           PERFORM 0650-READ-SPO THRU 0650-READ-SPO-EXIT.
       0350-SORT-SUPPORT-EXIT.
           EXIT.
       0450-AUDIT-ONE-EXIT.
           EXIT.
      ******************************************************************
      *  TOTAL THE BACKORDER LINES FOR THE CURRENT ITEM.  LINES
      *  FOR ITEMS BELOW THE CURRENT MASTER KEY BELONG TO NO MASTER
      *  RECORD AND ARE COUNTED AS ORPHANS.
      ******************************************************************
       0500-SUM-BO.
           MOVE 0 TO WS-BO-SUPPORT.
           PERFORM 0510-DRAIN-OLD-BO THRU 0510-DRAIN-OLD-BO-EXIT
               UNTIL BACKORDSEOF OR WS-B-ITEMNO NOT < WS-M-ITEMNO.
           PERFORM 0520-ADD-BO THRU 0520-ADD-BO-EXIT
               UNTIL BACKORDSEOF OR WS-B-ITEMNO NOT = WS-M-ITEMNO.
       0500-SUM-BO-EXIT.
           EXIT.
       0510-DRAIN-OLD-BO.
           ADD 1 TO WS-BO-ORPHAN-CTR.
           PERFORM 0550-READ-BACKORDS THRU 0550-READ-BACKORDS-EXIT.
       0510-DRAIN-OLD-BO-EXIT.
           EXIT.
       0520-ADD-BO.
           ADD WS-B-BOQUAN TO WS-BO-SUPPORT.
           PERFORM 0550-READ-BACKORDS THRU 0550-READ-BACKORDS-EXIT.
       0520-ADD-BO-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT BACKORDER LINE IN KEY (ITEM) ORDER.
      ******************************************************************
       0550-READ-BACKORDS.
           READ BACKORDS-FILE NEXT RECORD INTO WS-BACKORDS-REC
               AT END
                   MOVE 'Y' TO BOF-EOF-SW.
       0550-READ-BACKORDS-EXIT.
           EXIT.
      ******************************************************************
      *  TOTAL THE SORTED OPEN-PO LINES FOR THE CURRENT ITEM, COUNTING
      ******************************************************************
       0800-DRAIN-ORPHANS.
           PERFORM 0810-DRAIN-LAST-BO THRU 0810-DRAIN-LAST-BO-EXIT
               UNTIL BACKORDSEOF.
           PERFORM 0820-DRAIN-LAST-PO THRU 0820-DRAIN-LAST-PO-EXIT
               UNTIL SPO-EOF.
       0800-DRAIN-ORPHANS-EXIT.
           EXIT.
       0810-DRAIN-LAST-BO.
           ADD 1 TO WS-BO-ORPHAN-CTR.
           PERFORM 0550-READ-BACKORDS THRU 0550-READ-BACKORDS-EXIT.
       0810-DRAIN-LAST-BO-EXIT.
           EXIT.
       0820-DRAIN-LAST-PO.
           DISPLAY WS-PO-EXC-CTR ' ON-ORDER EXCEPTIONS.'.
           DISPLAY WS-TOT-DRIFT ' TOTAL ABSOLUTE LOCATION DRIFT.'.
           CLOSE MASTER-FILE
                 BACKORDS-FILE
                 SORTED-PO-FILE
                 AUDIT-REPT-FILE.
       0900-EOJ-EXIT.
