      ****************************
      * IDENTIFICATION DIVISION
      ****************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      BKCONV.
       AUTHOR.          MAINTENANCE TEAM.
      ******************************************************************
      * ONE-TIME LOAD OF THE INDEXED BACKORDER QUEUE.  BACKORDS-FILE
      * USED TO BE A FLAT SEQUENTIAL FILE OF 47-BYTE RECORDS WITH NO
      * KEY AND NO DATE BACKORDERED; IT IS NOW AN INDEXED FILE KEYED
      * BY ITEM, DATE BACKORDERED, ORDER AND CUSTOMER (SEE
      * BACKREC.CPY).  THIS PROGRAM READS THE LAST SEQUENTIAL
      * GENERATION FROM OLD-BACKORDS-FILE AND WRITES EACH LINE TO THE
      * NEW BACKORDS-FILE.  THE OLD RECORDS NEVER CARRIED THE DATE
      * THEY WERE BACKORDERED, SO EVERY CONVERTED LINE IS DATED WITH
      * THE DATE ON THE BKCVCTL CONTROL CARD (YYMMDD IN COLUMNS 1-6),
      * OR THE RUN DATE WHEN NO CARD IS SUPPLIED; WS-B-ORIGQTY IS SET
      * TO THE QUANTITY STILL WAITING.  A LINE WHOSE KEY IS ALREADY ON
      * THE NEW FILE IS LISTED AND NOT LOADED.  RUN IT ONCE, BEFORE
      * THE FIRST ORDERS RUN AGAINST THE INDEXED FILE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             IBM-370.
       OBJECT-COMPUTER.             IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-BACKORDS-FILE   ASSIGN BKORDOLD.
           SELECT BACKORDS-FILE       ASSIGN BKORDS
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS B-KEY
                ALTERNATE RECORD KEY IS B-CUSTNO WITH DUPLICATES
                FILE STATUS IS BKO-STAT.
           SELECT OPTIONAL BKCONV-CTL-FILE ASSIGN BKCVCTL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  OLD-BACKORDS-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  OLD-BACKORDS-REC            PIC X(47).
       FD  BACKORDS-FILE.
       01  BACKORDS-REC.
           05  B-KEY.
               10  B-ITEMNO            PIC 9(5).
               10  B-BODATE            PIC 9(6).
               10  B-ORDERNO           PIC 9(6).
               10  B-CUSTNO            PIC 9(6).
           05  FILLER                  PIC X(37).
       FD  BKCONV-CTL-FILE
               LABEL RECORDS ARE STANDARD.
       01  BKCONV-CTL-REC              PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  SWITCHES.
           05  EOF-SW                  PIC X       VALUE 'N'.
               88  OLD-BACKORDS-EOF                VALUE 'Y'.
       01  COUNTERS-ACCUMULATORS.
           05  WS-READ-CTR             PIC 9(5)    VALUE 0.
           05  WS-LOAD-CTR             PIC 9(5)    VALUE 0.
           05  WS-DUP-CTR              PIC 9(5)    VALUE 0.
       01  WORK-AREA.
           05  BKO-STAT                PIC XX.
           05  WS-CONV-DATE            PIC 9(6).
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
      ******************************************************************
      *  CONTROL CARD - THE DATE TO STAMP ON THE CONVERTED LINES.
      ******************************************************************
       01  WS-BKCONV-CTL.
           05  BC-DATE                 PIC 9(6).
           05  FILLER                  PIC X(74).
      ******************************************************************
      *  THE OLD SEQUENTIAL BACKORDER RECORD.
      ******************************************************************
       01  WS-OLD-BACKORDS-REC.
           05  WS-OB-ITEMNO            PIC 9(5).
           05  WS-OB-DESCRIP           PIC X(20).
           05  WS-OB-CUSTNO            PIC 9(6).
           05  WS-OB-BOQUAN            PIC 9(4).
           05  WS-OB-SALESPRC          PIC 9(3)V99.
           05  WS-OB-PAY               PIC 9.
           05  WS-OB-ORDERNO           PIC 9(6).
       COPY BACKREC.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAINLINE SECTION.
           PERFORM 0100-INIT THRU 0100-INIT-EXIT.
           PERFORM 0200-READ-OLD THRU 0200-READ-OLD-EXIT.
           PERFORM 0300-LOAD-ONE THRU 0300-LOAD-ONE-EXIT
               UNTIL OLD-BACKORDS-EOF.
           PERFORM 0900-EOJ THRU 0900-EOJ-EXIT.
           STOP RUN.
      ******************************************************************
      *  PICK UP THE CONVERSION DATE AND OPEN THE FILES.  THE NEW
      *  BACKORDS-FILE IS OPENED OUTPUT - IT IS LOADED FROM EMPTY.
      ******************************************************************
       0100-INIT.
           ACCEPT CURRDATE FROM DATE.
           OPEN INPUT BKCONV-CTL-FILE.
           READ BKCONV-CTL-FILE INTO WS-BKCONV-CTL
               AT END
                   MOVE SPACES TO WS-BKCONV-CTL.
           CLOSE BKCONV-CTL-FILE.
           IF BC-DATE NUMERIC AND BC-DATE > 0
               MOVE BC-DATE TO WS-CONV-DATE
           ELSE
               MOVE CURRDATE TO WS-CONV-DATE.
           DISPLAY 'BACKORDER LINES CONVERTED AS OF ' WS-CONV-DATE.
           OPEN INPUT OLD-BACKORDS-FILE.
           OPEN OUTPUT BACKORDS-FILE
               IF BKO-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN BACKORDER FILE ' BKO-STAT
                   STOP RUN.
       0100-INIT-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT OLD BACKORDER RECORD.
      ******************************************************************
       0200-READ-OLD.
           READ OLD-BACKORDS-FILE INTO WS-OLD-BACKORDS-REC
               AT END
                   MOVE 'Y' TO EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR.
       0200-READ-OLD-EXIT.
           EXIT.
      ******************************************************************
      *  REBUILD ONE LINE IN THE NEW LAYOUT AND ADD IT TO THE QUEUE.
      ******************************************************************
       0300-LOAD-ONE.
           MOVE SPACES TO WS-BACKORDS-REC.
           MOVE WS-OB-ITEMNO TO WS-B-ITEMNO.
           MOVE WS-CONV-DATE TO WS-B-BODATE.
           MOVE WS-OB-ORDERNO TO WS-B-ORDERNO.
           MOVE WS-OB-CUSTNO TO WS-B-CUSTNO.
           MOVE WS-OB-DESCRIP TO WS-B-DESCRIP.
           MOVE WS-OB-BOQUAN TO WS-B-BOQUAN.
           MOVE WS-OB-SALESPRC TO WS-B-SALESPRC.
           MOVE WS-OB-PAY TO WS-B-PAY.
           MOVE WS-OB-BOQUAN TO WS-B-ORIGQTY.
           WRITE BACKORDS-REC FROM WS-BACKORDS-REC
               INVALID KEY
                   DISPLAY 'DUPLICATE BACKORDER NOT LOADED - ITEM '
                       WS-B-ITEMNO ' ORDER ' WS-B-ORDERNO
                       ' CUST ' WS-B-CUSTNO
                   ADD 1 TO WS-DUP-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-CTR.
           PERFORM 0200-READ-OLD THRU 0200-READ-OLD-EXIT.
       0300-LOAD-ONE-EXIT.
           EXIT.
      ******************************************************************
      *  CLOSE ALL FILES AND DISPLAY THE RUN TOTALS.
      ******************************************************************
       0900-EOJ.
           DISPLAY WS-READ-CTR ' OLD BACKORDER RECORDS READ.'.
           DISPLAY WS-LOAD-CTR ' BACKORDER LINES LOADED.'.
           DISPLAY WS-DUP-CTR  ' DUPLICATE LINES NOT LOADED.'.
           CLOSE OLD-BACKORDS-FILE
                 BACKORDS-FILE.
       0900-EOJ-EXIT.
           EXIT.
