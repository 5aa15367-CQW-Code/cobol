      * THE OPEN BACKORDER LINES AND WS-B-BOQUAN UNITS WAITING ON THE
      * ITEM - SO PURCHASING CAN SEE WHICH LATE POS HAVE CUSTOMERS
      * ACTUALLY WAITING BEHIND THEM AND EXPEDITE THOSE FIRST.
      * BACKORDS-FILE IS INDEXED WITH THE ITEM LEADING THE KEY (SEE
      * BACKREC.CPY), SO EACH LATE LINE STARTS STRAIGHT AT ITS ITEM'S
      * BACKORDERS.  THEY COME BACK OLDEST FIRST, AND THE AGE IN DAYS
      * OF THE OLDEST ONE IS PRINTED SO THE LONGEST-WAITING CUSTOMERS
      * STAND OUT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                ACCESS IS RANDOM
                RECORD KEY IS SUPP-KEY
                FILE STATUS IS SUPP-STAT.
           SELECT OPTIONAL BACKORDS-FILE ASSIGN BKORDS
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS B-KEY
                ALTERNATE RECORD KEY IS B-CUSTNO WITH DUPLICATES
                FILE STATUS IS BKO-STAT.
           SELECT EXPEDITE-REPT-FILE  ASSIGN POEXPRPT.
      ******************************************************************
       DATA DIVISION.
       01  VSUPP-REC.
           05  SUPP-KEY                PIC 9(5).
           05  FILLER                  PIC X(75).
       FD  BACKORDS-FILE.
       01  BACKORDS-REC.
           05  B-KEY.
               10  B-ITEMNO            PIC 9(5).
               10  B-BODATE            PIC 9(6).
               10  B-ORDERNO           PIC 9(6).
               10  B-CUSTNO            PIC 9(6).
           05  FILLER                  PIC X(37).
       FD  EXPEDITE-REPT-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  WORK-AREA.
           05  OPO-STAT                PIC XX.
           05  SUPP-STAT               PIC XX.
           05  BKO-STAT                PIC XX.
           05  WS-DAYS-LATE            PIC S9(5)   COMP-3.
           05  WS-PO-OUTSTAND          PIC 9(4).
           05  WS-BO-LINES             PIC 9(4).
           05  WS-BO-UNITS             PIC 9(7).
           05  WS-BO-AGE               PIC S9(5)   COMP-3.
           05  WS-DUE-DATE.
               10  WS-DUE-YY           PIC 99.
               10  WS-DUE-MM           PIC 99.
           05  FILLER                  PIC X(9)    VALUE 'OUTSTAND'.
           05  FILLER                  PIC X(9)    VALUE 'BO LINES'.
           05  FILLER                  PIC X(9)    VALUE 'BO UNITS'.
           05  FILLER                  PIC X(10)   VALUE 'OLDEST BO'.
       01  DETAIL-LINE.
           05  DL-PONO                 PIC 9(6).
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-BOLINES              PIC ZZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DL-BOUNITS              PIC ZZZZZZ9.
           05  DL-BOAGE-AREA.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  DL-BOAGE            PIC ZZZZ9.
       01  TRAILER-LINE1.
           05  FILLER                  PIC X(30)
                   VALUE 'LATE PO LINES:              '.
           PERFORM 0900-EOJ THRU 0900-EOJ-EXIT.
           STOP RUN.
      ******************************************************************
      *  OPEN ALL FILES.
      ******************************************************************
       0100-INIT.
           ACCEPT CURRDATE FROM DATE.
               IF SUPP-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN SUPPLIER FILE ' SUPP-STAT
                   STOP RUN.
           OPEN INPUT BACKORDS-FILE
               IF BKO-STAT NOT = '00' AND BKO-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN BACKORDER FILE ' BKO-STAT
                   STOP RUN.
           OPEN OUTPUT EXPEDITE-REPT-FILE.
       0100-INIT-EXIT.
           EXIT.
           MOVE WS-PO-OUTSTAND TO DL-OUTSTAND.
           MOVE WS-BO-LINES TO DL-BOLINES.
           MOVE WS-BO-UNITS TO DL-BOUNITS.
           IF WS-BO-LINES > 0
               MOVE WS-BO-AGE TO DL-BOAGE
           ELSE
               MOVE SPACES TO DL-BOAGE-AREA.
           WRITE EXPEDITE-REPT-REC FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
       0400-LATE-LINE-EXIT.
           EXIT.
      ******************************************************************
      *  START BACKORDS-FILE AT THE LATE LINE'S ITEM AND COUNT THE
      *  OPEN BACKORDER LINES AND UNITS WAITING ON IT.
      ******************************************************************
       0500-SCAN-BACKORDERS.
           MOVE 0 TO WS-BO-LINES WS-BO-UNITS WS-BO-AGE.
           MOVE 'N' TO BOF-EOF-SW.
           MOVE WS-P-ITEMNO TO B-ITEMNO.
           MOVE ZEROS TO B-BODATE B-ORDERNO B-CUSTNO.
           START BACKORDS-FILE KEY IS NOT LESS THAN B-KEY
               IF BKO-STAT NOT = '00'
                   MOVE 'Y' TO BOF-EOF-SW.
           PERFORM 0550-READ-BACKORDS THRU 0550-READ-BACKORDS-EXIT
               UNTIL BACKORDSEOF.
       0500-SCAN-BACKORDERS-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT BACKORDER LINE, STOPPING AT END OF FILE OR THE
      *  FIRST LINE FOR ANOTHER ITEM.  THE FIRST LINE READ IS THE
      *  OLDEST, SO IT GIVES THE AGE OF THE LONGEST WAIT.
      ******************************************************************
       0550-READ-BACKORDS.
           READ BACKORDS-FILE NEXT RECORD INTO WS-BACKORDS-REC
               AT END
                   MOVE 'Y' TO BOF-EOF-SW
               NOT AT END
                   IF WS-B-ITEMNO NOT = WS-P-ITEMNO
                       MOVE 'Y' TO BOF-EOF-SW
                   ELSE
                       IF WS-BO-LINES = 0
                           COMPUTE WS-BO-AGE = (C-YY - WS-B-BO-YY) * 365
                               + (C-MM - WS-B-BO-MM) * 30
                               + (C-DD - WS-B-BO-DD)
                       END-IF
                       ADD 1 TO WS-BO-LINES
                       ADD WS-B-BOQUAN TO WS-BO-UNITS.
       0550-READ-BACKORDS-EXIT.
           DISPLAY WS-WAITING-UNITS ' BACKORDER UNITS WAITING.'.
           CLOSE OPENPO-FILE
                 SUPPLIER-FILE
                 BACKORDS-FILE
                 EXPEDITE-REPT-FILE.
       0900-EOJ-EXIT.
           EXIT.
