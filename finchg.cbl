      ****************************
      * IDENTIFICATION DIVISION
      ****************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      FINCHG.
       AUTHOR.          MAINTENANCE TEAM.
      ******************************************************************
      * MONTH-END FINANCE-CHARGE RUN.  IT READS AR-FILE (THE OPEN
      * RECEIVABLES POSTED BY ARPOST AND RELIEVED BY ARCASH) IN KEY
      * ORDER AND, FOR EACH CUSTOMER, TOTALS THE BALANCE OF EVERY OPEN
      * ITEM OLDER THAN THE GRACE PERIOD - AGED FROM ITS SHIP DATE BY
      * THE SAME 30-DAY-MONTH DAY COUNT ARAGE USES.  A SERVICE CHARGE
      * OF THE MONTHLY RATE ON THAT PAST-DUE BALANCE, RAISED TO THE
      * MINIMUM CHARGE WHEN IT FALLS SHORT OF IT, IS POSTED BACK TO
      * AR-FILE AS AN OPEN ITEM OF ITS OWN (WS-AR-FINCHG, SEE
      * ARREC.CPY) KEYED ON THE CHARGE DATE, SO ARAGE AGES IT FROM
      * THE DAY IT WAS CHARGED, ARSTMT PRINTS IT AS A FINANCE CHARGE
      * AND ARCASH RELIEVES IT LIKE ANY OTHER OPEN ITEM.  FINANCE
      * CHARGES ALREADY OPEN ARE NOT THEMSELVES CHARGED ON.  A
      * CUSTOMER FLAGGED CUST-FC-EXEMPT ON CUSTOMER-FILE (SEE
      * CUSTMAIN) IS SKIPPED, AS IS ONE ALREADY CHARGED IN THE SAME
      * MONTH, SO A RERUN DOES NOT CHARGE ANYONE TWICE.  EVERY
      * CUSTOMER WITH A PAST-DUE BALANCE IS LISTED ON THE FINANCE-
      * CHARGE REGISTER FOR THE CREDIT MANAGER WITH THE CHARGE MADE OR
      * THE REASON NONE WAS, AND EACH CHARGE IS APPENDED TO
      * GL-ACTIVITY-FILE AS A TYPE 'FINC' POSTING (SEE GLACTREC.CPY)
      * SO GLEXTRCT JOURNALS THE MONTH'S TOTAL.
      * THE GRACE PERIOD, MONTHLY RATE, MINIMUM CHARGE AND CHARGE DATE
      * COME FROM AN OPTIONAL CONTROL CARD ON FCCTL:
      *   COLUMNS  1-3   GRACE PERIOD IN DAYS          (DEFAULT 30)
      *   COLUMNS  4-8   MONTHLY RATE, PERCENT 99V999  (DEFAULT 1.500)
      *   COLUMNS  9-13  MINIMUM CHARGE 999V99         (DEFAULT 1.00)
      *   COLUMNS 14-19  CHARGE DATE YYMMDD            (DEFAULT TODAY)
      * A FIELD LEFT BLANK TAKES ITS DEFAULT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             IBM-370.
       OBJECT-COMPUTER.             IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-FILE             ASSIGN ARFILE
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS AR-KEY
                FILE STATUS IS AR-STAT.
           SELECT CUSTOMER-FILE       ASSIGN CUSTFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CUST-NO
                FILE STATUS IS CUST-STAT.
           SELECT OPTIONAL FINCHG-CTL-FILE ASSIGN FCCTL.
           SELECT OPTIONAL GL-ACTIVITY-FILE ASSIGN GLACTIV.
           SELECT FINCHG-REG-FILE     ASSIGN FCREG.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  AR-FILE.
       01  VAR-REC.
           05  AR-KEY.
               10  AR-CUSTNO           PIC 9(6).
               10  AR-DATESHIP         PIC 9(6).
               10  AR-ITEMNO           PIC 9(5).
           05  FILLER                  PIC X(43).
       FD  CUSTOMER-FILE.
       01  VCUST-REC.
           05  CUST-NO                 PIC 9(6).
           05  FILLER                  PIC X(54).
       FD  FINCHG-CTL-FILE
               LABEL RECORDS ARE STANDARD.
       01  FINCHG-CTL-REC              PIC X(80).
       FD  GL-ACTIVITY-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  GL-ACTIVITY-REC             PIC X(40).
       FD  FINCHG-REG-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  FINCHG-REG-REC              PIC X(132).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  SWITCHES.
           05  EOF-SW                  PIC X       VALUE 'N'.
               88  AR-EOF                          VALUE 'Y'.
           05  CHARGED-SW              PIC X       VALUE 'N'.
               88  ALREADY-CHARGED                 VALUE 'Y'.
       01  COUNTERS-ACCUMULATORS.
           05  PG-CTR                  PIC 999     VALUE 0.
           05  LINE-CTR                PIC 99      VALUE 99.
           05  WS-ITEM-CTR             PIC 9(7)    VALUE 0.
           05  WS-CUST-CTR             PIC 9(5)    VALUE 0.
           05  WS-CHARGE-CTR           PIC 9(5)    VALUE 0.
           05  WS-MIN-CTR              PIC 9(5)    VALUE 0.
           05  WS-EXEMPT-CTR           PIC 9(5)    VALUE 0.
           05  WS-SKIP-CTR             PIC 9(5)    VALUE 0.
           05  WS-TOT-PASTDUE          PIC 9(9)V99 VALUE 0.
           05  WS-TOT-CHARGES          PIC 9(9)V99 VALUE 0.
       01  WORK-AREA.
           05  AR-STAT                 PIC XX.
           05  CUST-STAT               PIC XX.
           05  WS-HOLD-CUSTNO          PIC 9(6).
           05  WS-CUST-OPEN            PIC 9(9)V99.
           05  WS-CUST-PASTDUE         PIC 9(9)V99.
           05  WS-CHARGE               PIC 9(7)V99.
           05  WS-DAYS-OLD             PIC S9(5)   COMP-3.
           05  WS-ACTION-MSG           PIC X(30).
           05  WS-CHG-DATE             PIC 9(6).
           05  WS-CHG-YYMMDD REDEFINES WS-CHG-DATE.
               10  WS-CHG-YY           PIC 99.
               10  WS-CHG-MM           PIC 99.
               10  WS-CHG-DD           PIC 99.
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
      ******************************************************************
      *  CHARGE TERMS IN FORCE FOR THE RUN - THE CONTROL CARD'S, OR
      *  THE HOUSE DEFAULTS WHERE THE CARD LEAVES A FIELD BLANK.
      ******************************************************************
       01  FINCHG-TERMS.
           05  WS-GRACE-DAYS           PIC 9(3)    VALUE 30.
           05  WS-MONTHLY-RATE         PIC 99V999  VALUE 1.500.
           05  WS-MIN-CHARGE           PIC 9(3)V99 VALUE 1.00.
       01  WS-FINCHG-CTL.
           05  FC-GRACE-DAYS           PIC 9(3).
           05  FC-MONTHLY-RATE         PIC 99V999.
           05  FC-MIN-CHARGE           PIC 9(3)V99.
           05  FC-DATE                 PIC 9(6).
           05  FILLER                  PIC X(61).
       COPY ARREC.
       COPY CUSTREC.
       COPY GLACTREC.
       01  HEADER1.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(13)
                   VALUE 'REPORT DATE:'.
           05  FILLER                  PIC X       VALUE SPACE.
           05  H1-MM                   PIC Z9.
           05  FILLER                  PIC X       VALUE '/'.
           05  H1-DD                   PIC Z9.
           05  FILLER                  PIC X       VALUE '/'.
           05  H1-YY                   PIC 99.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(29)
                   VALUE 'FINANCE CHARGE REGISTER FOR '.
           05  H1-CHG-MM               PIC Z9.
           05  FILLER                  PIC X       VALUE '/'.
           05  H1-CHG-DD               PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  H1-CHG-YY               PIC 99.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE 'PAGE '.
           05  H1-PAGE                 PIC ZZ9.
       01  HEADER2.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(14)   VALUE 'GRACE PERIOD'.
           05  H2-GRACE                PIC ZZ9.
           05  FILLER                  PIC X(10)   VALUE ' DAYS'.
           05  FILLER                  PIC X(14)   VALUE 'MONTHLY RATE'.
           05  H2-RATE                 PIC Z9.999.
           05  FILLER                  PIC X(9)    VALUE '%'.
           05  FILLER                  PIC X(16)
                   VALUE 'MINIMUM CHARGE'.
           05  H2-MIN                  PIC ZZ9.99.
       01  HEADER3.
           05  FILLER                  PIC X(8)    VALUE 'CUSTNO'.
           05  FILLER                  PIC X(27)   VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(16)
                   VALUE '   OPEN BALANCE'.
           05  FILLER                  PIC X(16)
                   VALUE '       PAST DUE'.
           05  FILLER                  PIC X(14)
                   VALUE '      CHARGE'.
           05  FILLER                  PIC X(30)   VALUE 'ACTION'.
       01  DETAIL-LINE.
           05  DL-CUSTNO               PIC 9(6).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-CUSTNAME             PIC X(25).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-OPEN                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-PASTDUE              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-CHARGE               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-ACTION               PIC X(30).
       01  TOTAL-LINE1.
           05  FILLER                  PIC X(30)
                   VALUE 'CUSTOMERS CHARGED:'.
           05  TL-CHARGED              PIC ZZ,ZZ9.
       01  TOTAL-LINE2.
           05  FILLER                  PIC X(30)
                   VALUE 'CUSTOMERS NOT CHARGED:'.
           05  TL-NOT-CHARGED          PIC ZZ,ZZ9.
       01  TOTAL-LINE3.
           05  FILLER                  PIC X(30)
                   VALUE 'TOTAL PAST-DUE BALANCES:'.
           05  TL-PASTDUE              PIC ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-LINE4.
           05  FILLER                  PIC X(30)
                   VALUE 'TOTAL FINANCE CHARGES:'.
           05  TL-CHARGES              PIC ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAINLINE SECTION.
           PERFORM 0100-INIT THRU 0100-INIT-EXIT.
           PERFORM 0200-READ-AR THRU 0200-READ-AR-EXIT.
           PERFORM 0300-CUSTOMER THRU 0300-CUSTOMER-EXIT
               UNTIL AR-EOF.
           PERFORM 0900-EOJ THRU 0900-EOJ-EXIT.
           STOP RUN.
      ******************************************************************
      *  PICK UP THE CHARGE TERMS AND DATE AND OPEN ALL FILES.
      ******************************************************************
       0100-INIT.
           ACCEPT CURRDATE FROM DATE.
           MOVE C-MM TO H1-MM.
           MOVE C-DD TO H1-DD.
           MOVE C-YY TO H1-YY.
           OPEN INPUT FINCHG-CTL-FILE.
           READ FINCHG-CTL-FILE INTO WS-FINCHG-CTL
               AT END
                   MOVE SPACES TO WS-FINCHG-CTL.
           CLOSE FINCHG-CTL-FILE.
           IF FC-GRACE-DAYS NUMERIC
               MOVE FC-GRACE-DAYS TO WS-GRACE-DAYS.
           IF FC-MONTHLY-RATE NUMERIC
               MOVE FC-MONTHLY-RATE TO WS-MONTHLY-RATE.
           IF FC-MIN-CHARGE NUMERIC
               MOVE FC-MIN-CHARGE TO WS-MIN-CHARGE.
           IF FC-DATE NUMERIC AND FC-DATE > 0
               MOVE FC-DATE TO WS-CHG-DATE
           ELSE
               MOVE CURRDATE TO WS-CHG-DATE.
           MOVE WS-CHG-MM TO H1-CHG-MM.
           MOVE WS-CHG-DD TO H1-CHG-DD.
           MOVE WS-CHG-YY TO H1-CHG-YY.
           MOVE WS-GRACE-DAYS TO H2-GRACE.
           MOVE WS-MONTHLY-RATE TO H2-RATE.
           MOVE WS-MIN-CHARGE TO H2-MIN.
           DISPLAY 'FINANCE CHARGES DATED ' WS-CHG-DATE
               ' GRACE ' WS-GRACE-DAYS ' RATE ' H2-RATE
               ' MINIMUM ' H2-MIN.
           OPEN I-O AR-FILE
               IF AR-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN RECEIVABLES FILE ' AR-STAT
                   STOP RUN.
           OPEN INPUT CUSTOMER-FILE
               IF CUST-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN CUSTOMER FILE ' CUST-STAT
                   STOP RUN.
           OPEN EXTEND GL-ACTIVITY-FILE.
           OPEN OUTPUT FINCHG-REG-FILE.
       0100-INIT-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT OPEN ITEM.
      ******************************************************************
       0200-READ-AR.
           READ AR-FILE NEXT RECORD INTO WS-AR-REC
               AT END
                   MOVE 'Y' TO EOF-SW
               NOT AT END
                   ADD 1 TO WS-ITEM-CTR.
       0200-READ-AR-EXIT.
           EXIT.
      ******************************************************************
      *  TOTAL ONE CUSTOMER'S OPEN ITEMS, THEN ASSESS THE CHARGE.  THE
      *  CHARGE IS WRITTEN AFTER THE NEXT CUSTOMER'S FIRST ITEM HAS
      *  BEEN READ, SO IT LANDS BEHIND THE READ POSITION AND IS NOT
      *  PICKED UP AGAIN.
      ******************************************************************
       0300-CUSTOMER.
           MOVE WS-AR-CUSTNO TO WS-HOLD-CUSTNO.
           MOVE 0 TO WS-CUST-OPEN WS-CUST-PASTDUE.
           MOVE 'N' TO CHARGED-SW.
           PERFORM 0400-ACCUM-ITEM THRU 0400-ACCUM-ITEM-EXIT
               UNTIL AR-EOF OR WS-AR-CUSTNO NOT = WS-HOLD-CUSTNO.
           ADD 1 TO WS-CUST-CTR.
           IF WS-CUST-PASTDUE > 0
               PERFORM 0500-ASSESS THRU 0500-ASSESS-EXIT.
       0300-CUSTOMER-EXIT.
           EXIT.
      ******************************************************************
      *  ADD ONE OPEN ITEM TO THE CUSTOMER'S TOTALS.  A SHIPMENT OLDER
      *  THAN THE GRACE PERIOD AT THE CHARGE DATE IS PAST DUE.  AN OPEN
      *  FINANCE CHARGE IS NOT CHARGED ON, BUT ONE DATED IN THE CHARGE
      *  MONTH MEANS THIS MONTH'S CHARGE HAS ALREADY BEEN MADE.
      ******************************************************************
       0400-ACCUM-ITEM.
           ADD WS-AR-BALANCE TO WS-CUST-OPEN.
           IF WS-AR-FINCHG
               IF WS-AR-YY = WS-CHG-YY AND WS-AR-MM = WS-CHG-MM
                   MOVE 'Y' TO CHARGED-SW
               END-IF
           ELSE
               COMPUTE WS-DAYS-OLD = (WS-CHG-YY - WS-AR-YY) * 365
                   + (WS-CHG-MM - WS-AR-MM) * 30
                   + (WS-CHG-DD - WS-AR-DD)
               IF WS-DAYS-OLD > WS-GRACE-DAYS
                   ADD WS-AR-BALANCE TO WS-CUST-PASTDUE.
           PERFORM 0200-READ-AR THRU 0200-READ-AR-EXIT.
       0400-ACCUM-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *  CHARGE A CUSTOMER WITH A PAST-DUE BALANCE, UNLESS THEY ARE NOT
      *  ON CUSTOMER-FILE, ARE FLAGGED EXEMPT, OR HAVE ALREADY BEEN
      *  CHARGED THIS MONTH.  EVERY SUCH CUSTOMER IS LISTED.
      ******************************************************************
       0500-ASSESS.
           MOVE SPACES TO WS-ACTION-MSG.
           MOVE 0 TO WS-CHARGE.
           ADD WS-CUST-PASTDUE TO WS-TOT-PASTDUE.
           MOVE WS-HOLD-CUSTNO TO CUST-NO IN VCUST-REC.
           READ CUSTOMER-FILE INTO WS-CUST-REC
               INVALID KEY
                   MOVE SPACES TO CUST-NAME
                   MOVE 'NOT CHARGED - NOT ON FILE' TO WS-ACTION-MSG.
           IF WS-ACTION-MSG = SPACES AND CUST-FC-EXEMPT
               MOVE 'NOT CHARGED - EXEMPT' TO WS-ACTION-MSG
               ADD 1 TO WS-EXEMPT-CTR.
           IF WS-ACTION-MSG = SPACES AND ALREADY-CHARGED
               MOVE 'ALREADY CHARGED THIS MONTH' TO WS-ACTION-MSG.
           IF WS-ACTION-MSG = SPACES
               PERFORM 0600-POST-CHARGE THRU 0600-POST-CHARGE-EXIT
           ELSE
               ADD 1 TO WS-SKIP-CTR.
           PERFORM 0700-LIST-ONE THRU 0700-LIST-ONE-EXIT.
       0500-ASSESS-EXIT.
           EXIT.
      ******************************************************************
      *  WORK OUT THE CHARGE AND POST IT TO AR-FILE AS A FINANCE-CHARGE
      *  OPEN ITEM DATED THE CHARGE DATE, WITH ITS GL ACTIVITY RECORD.
      ******************************************************************
       0600-POST-CHARGE.
           COMPUTE WS-CHARGE ROUNDED =
               WS-CUST-PASTDUE * WS-MONTHLY-RATE / 100.
           MOVE 'CHARGED' TO WS-ACTION-MSG.
           IF WS-CHARGE < WS-MIN-CHARGE
               MOVE WS-MIN-CHARGE TO WS-CHARGE
               MOVE 'CHARGED - MINIMUM' TO WS-ACTION-MSG
               ADD 1 TO WS-MIN-CTR.
           IF WS-CHARGE = 0
               MOVE 'NOT CHARGED - CHARGE IS ZERO' TO WS-ACTION-MSG
               ADD 1 TO WS-SKIP-CTR
           ELSE
               PERFORM 0620-WRITE-CHARGE THRU 0620-WRITE-CHARGE-EXIT.
       0600-POST-CHARGE-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE THE FINANCE-CHARGE OPEN ITEM.  ITS KEY CAN ONLY BE ON
      *  FILE ALREADY IF THE CUSTOMER WAS CHARGED ON THIS DATE.
      ******************************************************************
       0620-WRITE-CHARGE.
           MOVE SPACES TO WS-AR-REC.
           MOVE WS-HOLD-CUSTNO TO WS-AR-CUSTNO.
           MOVE WS-CHG-DATE TO WS-AR-DATESHIP.
           MOVE 0 TO WS-AR-ITEMNO.
           MOVE WS-CHARGE TO WS-AR-ORIGAMT.
           MOVE WS-CHARGE TO WS-AR-BALANCE.
           MOVE 0 TO WS-AR-INVNO.
           MOVE 0 TO WS-AR-TAXAMT.
           MOVE 0 TO WS-AR-QUANSHIP.
           MOVE 'F' TO WS-AR-TYPE.
           WRITE VAR-REC FROM WS-AR-REC
               INVALID KEY
                   MOVE 'NOT POSTED - ALREADY ON FILE' TO WS-ACTION-MSG
                   MOVE 0 TO WS-CHARGE
                   ADD 1 TO WS-SKIP-CTR.
           IF WS-CHARGE > 0
               ADD 1 TO WS-CHARGE-CTR
               ADD WS-CHARGE TO WS-TOT-CHARGES
               PERFORM 0650-WRITE-GLACT THRU 0650-WRITE-GLACT-EXIT.
       0620-WRITE-CHARGE-EXIT.
           EXIT.
      ******************************************************************
      *  RECORD THE CHARGE FOR THE GENERAL LEDGER, DATED THE CHARGE
      *  DATE.
      ******************************************************************
       0650-WRITE-GLACT.
           MOVE SPACES TO WS-GLACT-REC.
           MOVE 'FINC' TO WS-GA-POSTTYPE.
           MOVE WS-CHG-DATE TO WS-GA-DATE.
           MOVE WS-CHARGE TO WS-GA-AMOUNT.
           MOVE 'FINCHG' TO WS-GA-PROGRAM.
           MOVE 0 TO WS-GA-ITEMNO.
           MOVE WS-HOLD-CUSTNO TO WS-GA-CUSTNO.
           WRITE GL-ACTIVITY-REC FROM WS-GLACT-REC.
       0650-WRITE-GLACT-EXIT.
           EXIT.
      ******************************************************************
      *  LIST ONE CUSTOMER ON THE REGISTER.
      ******************************************************************
       0700-LIST-ONE.
           IF LINE-CTR > 54
               PERFORM 0800-HEADINGS THRU 0800-HEADINGS-EXIT.
           MOVE WS-HOLD-CUSTNO TO DL-CUSTNO.
           MOVE CUST-NAME TO DL-CUSTNAME.
           MOVE WS-CUST-OPEN TO DL-OPEN.
           MOVE WS-CUST-PASTDUE TO DL-PASTDUE.
           MOVE WS-CHARGE TO DL-CHARGE.
           MOVE WS-ACTION-MSG TO DL-ACTION.
           WRITE FINCHG-REG-REC FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
       0700-LIST-ONE-EXIT.
           EXIT.
      ******************************************************************
      *  HEADING ROUTINE FOR A NEW PAGE.
      ******************************************************************
       0800-HEADINGS.
           ADD 1 TO PG-CTR.
           MOVE PG-CTR TO H1-PAGE.
           WRITE FINCHG-REG-REC FROM HEADER1
               AFTER ADVANCING PAGE.
           WRITE FINCHG-REG-REC FROM HEADER2
               AFTER ADVANCING 1 LINE.
           WRITE FINCHG-REG-REC FROM HEADER3
               AFTER ADVANCING 2 LINES.
           MOVE 5 TO LINE-CTR.
       0800-HEADINGS-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT THE REGISTER TOTALS, CLOSE ALL FILES AND DISPLAY THE
      *  RUN TOTALS.
      ******************************************************************
       0900-EOJ.
           IF LINE-CTR > 54
               PERFORM 0800-HEADINGS THRU 0800-HEADINGS-EXIT.
           MOVE WS-CHARGE-CTR TO TL-CHARGED.
           MOVE WS-SKIP-CTR TO TL-NOT-CHARGED.
           MOVE WS-TOT-PASTDUE TO TL-PASTDUE.
           MOVE WS-TOT-CHARGES TO TL-CHARGES.
           WRITE FINCHG-REG-REC FROM TOTAL-LINE1
               AFTER ADVANCING 3 LINES.
           WRITE FINCHG-REG-REC FROM TOTAL-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE FINCHG-REG-REC FROM TOTAL-LINE3
               AFTER ADVANCING 1 LINE.
           WRITE FINCHG-REG-REC FROM TOTAL-LINE4
               AFTER ADVANCING 1 LINE.
           DISPLAY WS-ITEM-CTR   ' OPEN ITEMS READ.'.
           DISPLAY WS-CUST-CTR   ' CUSTOMERS WITH OPEN ITEMS.'.
           DISPLAY WS-CHARGE-CTR ' CUSTOMERS CHARGED.'.
           DISPLAY WS-MIN-CTR    ' CHARGED THE MINIMUM.'.
           DISPLAY WS-EXEMPT-CTR ' EXEMPT CUSTOMERS SKIPPED.'.
           DISPLAY WS-SKIP-CTR   ' PAST-DUE CUSTOMERS NOT CHARGED.'.
           DISPLAY WS-TOT-CHARGES ' TOTAL FINANCE CHARGES.'.
           CLOSE AR-FILE
                 CUSTOMER-FILE
                 GL-ACTIVITY-FILE
                 FINCHG-REG-FILE.
       0900-EOJ-EXIT.
           EXIT.
