      * BACKORDS-FILE.  AN ORDER ON NEITHER FILE HAS SHIPPED OR WAS
      * REJECTED - THE PICK LIST, INVOICE AND SUSPENSE LISTINGS ALL
      * CARRY THE ORDER NUMBER NOW.
      * BACKORDS-FILE IS INDEXED (SEE BACKREC.CPY), SO AN ITEM INQUIRY
      * STARTS AT THE ITEM ON THE PRIME KEY AND A CUSTOMER INQUIRY
      * STARTS AT THE CUSTOMER ON THE WS-B-CUSTNO ALTERNATE KEY -
      * NEITHER READS THE WHOLE QUEUE.  AN ORDER-NUMBER INQUIRY STILL
      * READS THE QUEUE END TO END.  EACH BACKORDER LINE SHOWS THE DATE
      * IT WAS BACKORDERED AND HOW MANY DAYS IT HAS BEEN WAITING.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                ACCESS IS RANDOM
                RECORD KEY IS M-ITEMNO
                FILE STATUS IS VSAM-STAT.
           SELECT OPTIONAL BACKORDS-FILE ASSIGN BKORDS
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS B-KEY
                ALTERNATE RECORD KEY IS B-CUSTNO WITH DUPLICATES
                FILE STATUS IS BKO-STAT.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TRANFILE
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
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
       FD  TRANSACTION-FILE
               LABEL RECORDS ARE STANDARD.
       01  VTRANS-REC.
       01  WORK-AREA.
           05  VSAM-STAT               PIC XX.
           05  TRAN-STAT               PIC XX.
           05  BKO-STAT                PIC XX.
           05  WS-BO-DAYS              PIC S9(5)   COMP-3.
           05  WS-BO-DAYS-OUT          PIC ZZZZ9.
           05  WS-BO-DATE-OUT          PIC 99/99/99.
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
           05  WS-INQ-TYPE             PIC X.
               88  WS-INQ-ITEM                     VALUE 'I'.
               88  WS-INQ-CUST                      VALUE 'C'.
           STOP RUN.
       SUBROUTINE SECTION.
      ******************************************************************
      *  OPEN MASTER-FILE FOR RANDOM ITEM LOOKUP AND BACKORDS-FILE
      *  FOR KEYED POSITIONING.  BOTH STAY OPEN FOR THE SESSION.
      ******************************************************************
       0100-INIT.
           ACCEPT CURRDATE FROM DATE.
           OPEN INPUT MASTER-FILE
               IF VSAM-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN MASTER FILE ' VSAM-STAT
                   STOP RUN.
           OPEN INPUT BACKORDS-FILE
               IF BKO-STAT NOT = '00' AND BKO-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN BACKORDER FILE ' BKO-STAT
                   STOP RUN.
       0100-INIT-EXIT.
           EXIT.
      ******************************************************************
       0400-CUST-INQUIRY-EXIT.
           EXIT.
      ******************************************************************
      *  POSITION BACKORDS-FILE FOR THE INQUIRY - AT THE ITEM ON THE
      *  PRIME KEY (ITEM INQUIRY), AT THE CUSTOMER ON THE ALTERNATE KEY
      *  (CUSTOMER INQUIRY), OR AT THE TOP OF THE FILE (ORDER INQUIRY,
      *  WHICH HAS NO KEY PATH) - AND DISPLAY THE MATCHING LINES.
      ******************************************************************
       0500-SCAN-BACKORDERS.
           MOVE 'N' TO BOF-EOF-SW.
           EVALUATE TRUE
               WHEN WS-INQ-ITEM
                   MOVE WS-INQ-ITEMNO TO B-ITEMNO
                   MOVE ZEROS TO B-BODATE B-ORDERNO B-CUSTNO
                   START BACKORDS-FILE KEY IS NOT LESS THAN B-KEY
               WHEN WS-INQ-CUST
                   MOVE WS-INQ-CUSTNO TO B-CUSTNO
                   START BACKORDS-FILE KEY IS NOT LESS THAN B-CUSTNO
               WHEN OTHER
                   MOVE ZEROS TO B-ITEMNO B-BODATE B-ORDERNO B-CUSTNO
                   START BACKORDS-FILE KEY IS NOT LESS THAN B-KEY.
           IF BKO-STAT NOT = '00'
               MOVE 'Y' TO BOF-EOF-SW.
           PERFORM 0550-READ-BACKORDER THRU 0550-READ-BACKORDER-EXIT
               UNTIL BACKORDSEOF.
       0500-SCAN-BACKORDERS-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT BACKORDER LINE ON THE PATH STARTED ABOVE.  AN
      *  ITEM OR CUSTOMER INQUIRY STOPS AT THE FIRST LINE FOR ANOTHER
      *  ITEM OR CUSTOMER; AN ORDER INQUIRY SHOWS EVERY LINE OF THE
      *  ORDER AND RUNS TO END OF FILE.
      ******************************************************************
       0550-READ-BACKORDER.
           READ BACKORDS-FILE NEXT RECORD INTO WS-BACKORDS-REC
               AT END
                   MOVE 'Y' TO BOF-EOF-SW
               NOT AT END
                   IF (WS-INQ-ITEM AND WS-B-ITEMNO NOT = WS-INQ-ITEMNO)
                          OR (WS-INQ-CUST AND
                              WS-B-CUSTNO NOT = WS-INQ-CUSTNO)
                       MOVE 'Y' TO BOF-EOF-SW
                   ELSE
                       IF NOT WS-INQ-ORDER
                              OR WS-B-ORDERNO = WS-INQ-ORDERNO
                           PERFORM 0560-SHOW-BACKORDER
                               THRU 0560-SHOW-BACKORDER-EXIT.
       0550-READ-BACKORDER-EXIT.
           EXIT.
      ******************************************************************
      *  DISPLAY ONE BACKORDER LINE WITH THE DATE IT WAS BACKORDERED
      *  AND ITS AGE IN DAYS (SAME 365/30-DAY APPROXIMATION AS ARAGE).
      ******************************************************************
       0560-SHOW-BACKORDER.
           MOVE 'Y' TO FOUND-SW.
           COMPUTE WS-BO-DAYS = (C-YY - WS-B-BO-YY) * 365
               + (C-MM - WS-B-BO-MM) * 30
               + (C-DD - WS-B-BO-DD).
           IF WS-BO-DAYS < 0
               MOVE 0 TO WS-BO-DAYS.
           MOVE WS-BO-DAYS TO WS-BO-DAYS-OUT.
           MOVE WS-B-BO-MM TO WS-BO-DATE-OUT (1:2).
           MOVE WS-B-BO-DD TO WS-BO-DATE-OUT (4:2).
           MOVE WS-B-BO-YY TO WS-BO-DATE-OUT (7:2).
           DISPLAY '  ITEM ' WS-B-ITEMNO
               ' CUST ' WS-B-CUSTNO
               ' QTY ' WS-B-BOQUAN
               ' ORDER ' WS-B-ORDERNO
               ' ' WS-B-DESCRIP.
           DISPLAY '      BACKORDERED ' WS-BO-DATE-OUT
               '  WAITING ' WS-BO-DAYS-OUT ' DAYS'.
       0560-SHOW-BACKORDER-EXIT.
           EXIT.
      ******************************************************************
      *  SHOW WHERE ONE ORDER STANDS.  THE ORDER NUMBER SITS IN THE
      *  TRANSACTION-FILE KEY RIGHT AFTER THE CODE, SO THE INQUIRY
      *  POSITIONS STRAIGHT TO THE ORDER'S PENDING LINES; THE
      *  BACKORDER QUEUE IS THEN READ FOR LINES THAT ALREADY WENT
      *  SHORT.  AN ORDER ON NEITHER FILE HAS SHIPPED OR WAS
      *  REJECTED TO SUSPENSE.
      ******************************************************************
      *  CLOSE ALL FILES.
      ******************************************************************
       0900-EOJ.
           CLOSE MASTER-FILE
                 BACKORDS-FILE.
       0900-EOJ-EXIT.
           EXIT.
