      ****************************
      * IDENTIFICATION DIVISION
      ****************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      SOGEN.
       AUTHOR.          MAINTENANCE TEAM.
      ******************************************************************
      * DAILY STANDING-ORDER GENERATOR, RUN AHEAD OF ORDENTRY.  IT
      * READS STANDING-ORDER-FILE (SEE SORDREC.CPY) IN CUSTOMER/ITEM
      * ORDER AND, FOR EVERY ACTIVE STANDING ORDER WHOSE NEXT-DUE DATE
      * HAS COME ROUND - ON OR AFTER ITS START DATE AND NOT PAST ITS
      * END DATE - APPENDS AN ORDER CARD (SEE OENTREC.CPY) TO THE
      * ORDENTRY ORDER BATCH ON ORDBATCH.  THE GENERATED CARDS ARE
      * THEN ENTERED LIKE ANY KEYED ORDER: ORDENTRY GIVES THEM ORDER
      * NUMBERS (A CUSTOMER'S STANDING ORDERS FALL TOGETHER, SO THEY
      * GO THROUGH AS ONE ORDER) AND PREEDIT AND ITS CREDIT CHECK SEE
      * THEM THE SAME AS ANY OTHER.  EACH STANDING ORDER'S NEXT-DUE
      * DATE IS MOVED ON BY ITS FREQUENCY PAST THE RUN DATE, SO A
      * RERUN ON THE SAME DAY GENERATES NOTHING TWICE, AND A STANDING
      * ORDER MISSED OVER SEVERAL PERIODS (NO RUN FOR A WEEK) GETS ONE
      * CARD, NOT ONE FOR EVERY PERIOD MISSED.  A STANDING ORDER WHOSE
      * CUSTOMER IS NO LONGER ACTIVE ON CUSTOMER-FILE, OR WHOSE ITEM
      * HAS LEFT MASTER-FILE, IS SKIPPED FOR THE PERIOD AND REPORTED SO
      * CUSTOMER SERVICE CAN DEACTIVATE OR CORRECT IT THROUGH SOMAINT.
      * EVERY STANDING ORDER GENERATED OR SKIPPED IS LISTED ON THE
      * GENERATION REPORT.  THE RUN DATE IS TODAY UNLESS A CONTROL
      * CARD ON SOGCTL NAMES ANOTHER (YYMMDD IN COLUMNS 1-6).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             IBM-370.
       OBJECT-COMPUTER.             IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN STORDFIL
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS SO-KEY
                FILE STATUS IS SO-STAT.
           SELECT CUSTOMER-FILE       ASSIGN CUSTFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CUST-NO
                FILE STATUS IS CUST-STAT.
           SELECT MASTER-FILE         ASSIGN MASTFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS M-ITEMNO
                FILE STATUS IS MAST-STAT.
           SELECT OPTIONAL SOGEN-CTL-FILE ASSIGN SOGCTL.
           SELECT OPTIONAL ORDER-BATCH-FILE ASSIGN ORDBATCH.
           SELECT SOGEN-REPORT-FILE   ASSIGN SOGREPT.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
       01  VSORD-REC.
           05  SO-KEY.
               10  SO-CUSTNO           PIC 9(6).
               10  SO-ITEMNO           PIC 9(5).
           05  FILLER                  PIC X(49).
       FD  CUSTOMER-FILE.
       01  VCUST-REC.
           05  CUST-NO                 PIC 9(6).
           05  FILLER                  PIC X(54).
       FD  MASTER-FILE.
       01  VMAST-REC.
           05  M-ITEMNO                PIC 9(5).
           05  FILLER                  PIC X(113).
       FD  SOGEN-CTL-FILE
               LABEL RECORDS ARE STANDARD.
       01  SOGEN-CTL-REC               PIC X(80).
       FD  ORDER-BATCH-FILE
               LABEL RECORDS ARE STANDARD.
       01  ORDER-BATCH-REC             PIC X(80).
       FD  SOGEN-REPORT-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  SOGEN-REPORT-REC            PIC X(132).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  SWITCHES.
           05  EOF-SW                  PIC X       VALUE 'N'.
               88  STORD-EOF                       VALUE 'Y'.
       01  COUNTERS-ACCUMULATORS.
           05  PG-CTR                  PIC 999     VALUE 0.
           05  LINE-CTR                PIC 99      VALUE 99.
           05  WS-READ-CTR             PIC 9(5)    VALUE 0.
           05  WS-GEN-CTR              PIC 9(5)    VALUE 0.
           05  WS-SKIP-CTR             PIC 9(5)    VALUE 0.
           05  WS-ENDED-CTR            PIC 9(5)    VALUE 0.
           05  WS-UNITS-CTR            PIC 9(7)    VALUE 0.
       01  WORK-AREA.
           05  SO-STAT                 PIC XX.
           05  CUST-STAT               PIC XX.
           05  MAST-STAT               PIC XX.
           05  WS-SKIP-MSG             PIC X(30).
           05  WS-RUN-DATE             PIC 9(6).
           05  WS-RUN-YYMMDD REDEFINES WS-RUN-DATE.
               10  WS-RUN-YY           PIC 99.
               10  WS-RUN-MM           PIC 99.
               10  WS-RUN-DD           PIC 99.
           05  WS-DUE-DATE             PIC 9(6).
           05  WS-DUE-YYMMDD REDEFINES WS-DUE-DATE.
               10  WS-DUE-YY           PIC 99.
               10  WS-DUE-MM           PIC 99.
               10  WS-DUE-DD           PIC 99.
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
      ******************************************************************
      *  DATE ARITHMETIC FOR MOVING A NEXT-DUE DATE ON.  WS-DT-DATE IS
      *  THE DATE BEING ADVANCED (YYMMDD); WS-ANCHOR-DD IS THE DAY OF
      *  THE MONTH A MONTHLY OR QUARTERLY ORDER FALLS ON.
      ******************************************************************
       01  DATE-WORK.
           05  WS-DT-DATE              PIC 9(6).
           05  WS-DT-YYMMDD REDEFINES WS-DT-DATE.
               10  WS-DT-YY            PIC 99.
               10  WS-DT-MM            PIC 99.
               10  WS-DT-DD            PIC 99.
           05  WS-START-DATE           PIC 9(6).
           05  WS-START-YYMMDD REDEFINES WS-START-DATE.
               10  WS-START-YY         PIC 99.
               10  WS-START-MM         PIC 99.
               10  WS-ANCHOR-DD        PIC 99.
           05  WS-ADD-DAYS             PIC 99.
           05  WS-ADD-MONTHS           PIC 99.
           05  WS-MONTH-DAYS           PIC 99.
           05  WS-LEAP-QUOT            PIC 99.
           05  WS-LEAP-REM             PIC 9.
       01  MONTH-TABLE.
           05  FILLER                  PIC X(24)
                   VALUE '312831303130313130313031'.
       01  MONTH-TABLE-R REDEFINES MONTH-TABLE.
           05  WS-DAYS-IN-MONTH        PIC 99      OCCURS 12 TIMES.
      ******************************************************************
      *  OPTIONAL CONTROL CARD NAMING THE RUN DATE.  NO CARD (OR A
      *  BLANK ONE) GENERATES FOR TODAY.
      ******************************************************************
       01  WS-SOGEN-CTL.
           05  SC-DATE                 PIC 9(6).
           05  FILLER                  PIC X(74).
       COPY SORDREC.
       COPY OENTREC.
       COPY CUSTREC.
       COPY MASTREC.
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
           05  FILLER                  PIC X(30)
                   VALUE 'STANDING ORDERS GENERATED FOR '.
           05  H1-RUN-MM               PIC Z9.
           05  FILLER                  PIC X       VALUE '/'.
           05  H1-RUN-DD               PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  H1-RUN-YY               PIC 99.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE 'PAGE '.
           05  H1-PAGE                 PIC ZZ9.
       01  HEADER2.
           05  FILLER                  PIC X(8)    VALUE 'CUSTNO'.
           05  FILLER                  PIC X(27)   VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(7)    VALUE 'ITEMNO'.
           05  FILLER                  PIC X(22)   VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(6)    VALUE ' QTY'.
           05  FILLER                  PIC X(5)    VALUE 'PAY'.
           05  FILLER                  PIC X(6)    VALUE 'FREQ'.
           05  FILLER                  PIC X(10)   VALUE 'DUE'.
           05  FILLER                  PIC X(10)   VALUE 'NEXT DUE'.
           05  FILLER                  PIC X(30)   VALUE 'ACTION'.
       01  DETAIL-LINE.
           05  DL-CUSTNO               PIC 9(6).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-CUSTNAME             PIC X(25).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-ITEMNO               PIC 9(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-DESCRIP              PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-QTY                  PIC ZZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DL-PAY                  PIC 9.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  DL-FREQ                 PIC X.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  DL-DUE-MM               PIC Z9.
           05  FILLER                  PIC X       VALUE '/'.
           05  DL-DUE-DD               PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  DL-DUE-YY               PIC 99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-NEXT-MM              PIC Z9.
           05  FILLER                  PIC X       VALUE '/'.
           05  DL-NEXT-DD              PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  DL-NEXT-YY              PIC 99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-ACTION               PIC X(30).
       01  TOTAL-LINE1.
           05  FILLER                  PIC X(30)
                   VALUE 'STANDING ORDERS GENERATED:'.
           05  TL-GEN                  PIC ZZ,ZZ9.
       01  TOTAL-LINE2.
           05  FILLER                  PIC X(30)
                   VALUE 'STANDING ORDERS SKIPPED:'.
           05  TL-SKIP                 PIC ZZ,ZZ9.
       01  TOTAL-LINE3.
           05  FILLER                  PIC X(30)
                   VALUE 'TOTAL UNITS GENERATED:'.
           05  TL-UNITS                PIC Z,ZZZ,ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAINLINE SECTION.
           PERFORM 0100-INIT THRU 0100-INIT-EXIT.
           PERFORM 0200-READ-STORD THRU 0200-READ-STORD-EXIT.
           PERFORM 0300-CHECK-ONE THRU 0300-CHECK-ONE-EXIT
               UNTIL STORD-EOF.
           PERFORM 0900-EOJ THRU 0900-EOJ-EXIT.
           STOP RUN.
      ******************************************************************
      *  PICK UP THE RUN DATE AND OPEN ALL FILES.  THE GENERATED CARDS
      *  ARE ADDED TO THE END OF WHATEVER THE ORDER TAKERS HAVE
      *  ALREADY KEYED INTO THE BATCH.
      ******************************************************************
       0100-INIT.
           ACCEPT CURRDATE FROM DATE.
           MOVE C-MM TO H1-MM.
           MOVE C-DD TO H1-DD.
           MOVE C-YY TO H1-YY.
           OPEN INPUT SOGEN-CTL-FILE.
           READ SOGEN-CTL-FILE INTO WS-SOGEN-CTL
               AT END
                   MOVE SPACES TO WS-SOGEN-CTL.
           CLOSE SOGEN-CTL-FILE.
           IF SC-DATE NUMERIC AND SC-DATE > 0
               MOVE SC-DATE TO WS-RUN-DATE
           ELSE
               MOVE CURRDATE TO WS-RUN-DATE.
           MOVE WS-RUN-MM TO H1-RUN-MM.
           MOVE WS-RUN-DD TO H1-RUN-DD.
           MOVE WS-RUN-YY TO H1-RUN-YY.
           DISPLAY 'STANDING ORDERS GENERATED FOR ' WS-RUN-DATE.
           OPEN I-O STANDING-ORDER-FILE
               IF SO-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN STANDING ORDER FILE '
                       SO-STAT
                   STOP RUN.
           OPEN INPUT CUSTOMER-FILE
               IF CUST-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN CUSTOMER FILE ' CUST-STAT
                   STOP RUN.
           OPEN INPUT MASTER-FILE
               IF MAST-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN MASTER FILE ' MAST-STAT
                   STOP RUN.
           OPEN EXTEND ORDER-BATCH-FILE.
           OPEN OUTPUT SOGEN-REPORT-FILE.
       0100-INIT-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT STANDING ORDER.
      ******************************************************************
       0200-READ-STORD.
           READ STANDING-ORDER-FILE NEXT RECORD INTO WS-STORD-REC
               AT END
                   MOVE 'Y' TO EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR.
       0200-READ-STORD-EXIT.
           EXIT.
      ******************************************************************
      *  AN ACTIVE STANDING ORDER THAT HAS STARTED AND WHOSE NEXT-DUE
      *  DATE HAS COME ROUND IS GENERATED - UNLESS THE NEXT-DUE DATE
      *  IS PAST ITS END DATE, IN WHICH CASE IT HAS RUN ITS COURSE AND
      *  IS ONLY COUNTED.  ANYTHING ELSE PASSES THROUGH UNTOUCHED.
      ******************************************************************
       0300-CHECK-ONE.
           IF WS-SO-ACTIVE AND WS-SO-NEXTDUE NOT > WS-RUN-DATE
                   AND WS-SO-STARTDATE NOT > WS-RUN-DATE
               IF WS-SO-ENDDATE NOT = 0
                       AND WS-SO-NEXTDUE > WS-SO-ENDDATE
                   ADD 1 TO WS-ENDED-CTR
               ELSE
                   PERFORM 0400-GENERATE-ONE
                       THRU 0400-GENERATE-ONE-EXIT.
           PERFORM 0200-READ-STORD THRU 0200-READ-STORD-EXIT.
       0300-CHECK-ONE-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE THE ORDER CARD FOR ONE DUE STANDING ORDER, OR SKIP IT
      *  WHEN ITS CUSTOMER IS NO LONGER ACTIVE OR ITS ITEM HAS LEFT
      *  MASTER-FILE.  EITHER WAY THE NEXT-DUE DATE MOVES ON TO THE
      *  NEXT PERIOD AND THE STANDING ORDER IS LISTED.  A FREQUENCY
      *  CODE THAT IS NOT ONE OF W, B, M OR Q IS SKIPPED WITHOUT
      *  MOVING THE DATE, SO IT IS REPORTED EVERY DAY UNTIL CORRECTED.
      ******************************************************************
       0400-GENERATE-ONE.
           MOVE SPACES TO WS-SKIP-MSG.
           MOVE WS-SO-NEXTDUE TO WS-DUE-DATE.
           MOVE WS-SO-CUSTNO TO CUST-NO IN VCUST-REC.
           READ CUSTOMER-FILE INTO WS-CUST-REC
               INVALID KEY
                   MOVE SPACES TO CUST-NAME
                   MOVE 'SKIPPED - CUSTOMER NOT ON FILE' TO WS-SKIP-MSG.
           IF WS-SKIP-MSG = SPACES AND NOT CUST-ACTIVE
               MOVE 'SKIPPED - CUSTOMER NOT ACTIVE' TO WS-SKIP-MSG.
           MOVE WS-SO-ITEMNO TO M-ITEMNO.
           READ MASTER-FILE INTO WS-MAST-REC
               INVALID KEY
                   MOVE SPACES TO WS-M-DESCRIP
                   IF WS-SKIP-MSG = SPACES
                       MOVE 'SKIPPED - ITEM NOT ON MASTER' TO
                           WS-SKIP-MSG.
           IF WS-SKIP-MSG = SPACES AND NOT WS-SO-FREQ-VALID
               MOVE 'SKIPPED - INVALID FREQUENCY' TO WS-SKIP-MSG.
           IF WS-SKIP-MSG = SPACES
               PERFORM 0450-WRITE-CARD THRU 0450-WRITE-CARD-EXIT
           ELSE
               ADD 1 TO WS-SKIP-CTR.
           IF WS-SO-FREQ-VALID
               MOVE WS-SO-STARTDATE TO WS-START-DATE
               PERFORM 0500-ADVANCE-DUE THRU 0500-ADVANCE-DUE-EXIT
                   UNTIL WS-SO-NEXTDUE > WS-RUN-DATE
               REWRITE VSORD-REC FROM WS-STORD-REC
               IF SO-STAT NOT = '00'
                   DISPLAY 'UNABLE TO UPDATE STANDING ORDER '
                       WS-SO-CUSTNO ' ' WS-SO-ITEMNO ' ' SO-STAT.
           PERFORM 0700-LIST-ONE THRU 0700-LIST-ONE-EXIT.
       0400-GENERATE-ONE-EXIT.
           EXIT.
      ******************************************************************
      *  APPEND THE ORDER CARD TO THE ORDENTRY BATCH, DATED THE RUN
      *  DATE, AND NOTE THE GENERATION ON THE STANDING ORDER.
      ******************************************************************
       0450-WRITE-CARD.
           MOVE SPACES TO WS-ORDER-ENTRY-REC.
           MOVE WS-SO-ITEMNO TO WS-OE-ITEMNO.
           MOVE WS-SO-CUSTNO TO WS-OE-CUSTNO.
           MOVE WS-SO-QUANORD TO WS-OE-QUANORD.
           MOVE WS-SO-PAY TO WS-OE-PAY.
           MOVE WS-RUN-DATE TO WS-OE-ORDDATE.
           WRITE ORDER-BATCH-REC FROM WS-ORDER-ENTRY-REC.
           MOVE WS-RUN-DATE TO WS-SO-LASTGEN.
           ADD 1 TO WS-SO-GEN-CTR.
           ADD 1 TO WS-GEN-CTR.
           ADD WS-SO-QUANORD TO WS-UNITS-CTR.
           MOVE 'GENERATED' TO WS-SKIP-MSG.
       0450-WRITE-CARD-EXIT.
           EXIT.
      ******************************************************************
      *  MOVE THE NEXT-DUE DATE ON BY ONE PERIOD OF THE STANDING
      *  ORDER'S FREQUENCY.
      ******************************************************************
       0500-ADVANCE-DUE.
           MOVE WS-SO-NEXTDUE TO WS-DT-DATE.
           IF WS-SO-WEEKLY
               MOVE 7 TO WS-ADD-DAYS
               PERFORM 0510-ADD-DAYS THRU 0510-ADD-DAYS-EXIT.
           IF WS-SO-BIWEEKLY
               MOVE 14 TO WS-ADD-DAYS
               PERFORM 0510-ADD-DAYS THRU 0510-ADD-DAYS-EXIT.
           IF WS-SO-MONTHLY
               MOVE 1 TO WS-ADD-MONTHS
               PERFORM 0530-ADD-MONTHS THRU 0530-ADD-MONTHS-EXIT.
           IF WS-SO-QUARTERLY
               MOVE 3 TO WS-ADD-MONTHS
               PERFORM 0530-ADD-MONTHS THRU 0530-ADD-MONTHS-EXIT.
           MOVE WS-DT-DATE TO WS-SO-NEXTDUE.
       0500-ADVANCE-DUE-EXIT.
           EXIT.
      ******************************************************************
      *  ADD WS-ADD-DAYS TO WS-DT-DATE, CARRYING INTO THE NEXT MONTH.
      ******************************************************************
       0510-ADD-DAYS.
           ADD WS-ADD-DAYS TO WS-DT-DD.
           PERFORM 0550-MONTH-LENGTH THRU 0550-MONTH-LENGTH-EXIT.
           PERFORM 0520-CARRY-MONTH THRU 0520-CARRY-MONTH-EXIT
               UNTIL WS-DT-DD NOT > WS-MONTH-DAYS.
       0510-ADD-DAYS-EXIT.
           EXIT.
      ******************************************************************
      *  CARRY THE DAYS PAST THE END OF THE MONTH INTO THE NEXT ONE.
      ******************************************************************
       0520-CARRY-MONTH.
           SUBTRACT WS-MONTH-DAYS FROM WS-DT-DD.
           MOVE 1 TO WS-ADD-MONTHS.
           PERFORM 0540-NEXT-MONTH THRU 0540-NEXT-MONTH-EXIT.
           PERFORM 0550-MONTH-LENGTH THRU 0550-MONTH-LENGTH-EXIT.
       0520-CARRY-MONTH-EXIT.
           EXIT.
      ******************************************************************
      *  ADD WS-ADD-MONTHS TO WS-DT-DATE, LANDING ON THE ANCHOR DAY OR
      *  THE LAST DAY OF A MONTH TOO SHORT TO HAVE IT.
      ******************************************************************
       0530-ADD-MONTHS.
           PERFORM 0540-NEXT-MONTH THRU 0540-NEXT-MONTH-EXIT.
           PERFORM 0550-MONTH-LENGTH THRU 0550-MONTH-LENGTH-EXIT.
           IF WS-ANCHOR-DD > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-DT-DD
           ELSE
               MOVE WS-ANCHOR-DD TO WS-DT-DD.
       0530-ADD-MONTHS-EXIT.
           EXIT.
      ******************************************************************
      *  STEP WS-DT-MM ON BY WS-ADD-MONTHS, ROLLING THE YEAR.
      ******************************************************************
       0540-NEXT-MONTH.
           ADD WS-ADD-MONTHS TO WS-DT-MM.
           IF WS-DT-MM > 12
               SUBTRACT 12 FROM WS-DT-MM
               IF WS-DT-YY = 99
                   MOVE 0 TO WS-DT-YY
               ELSE
                   ADD 1 TO WS-DT-YY.
       0540-NEXT-MONTH-EXIT.
           EXIT.
      ******************************************************************
      *  LENGTH OF THE MONTH IN WS-DT-DATE - FEBRUARY HAS 29 DAYS IN A
      *  YEAR DIVISIBLE BY FOUR.
      ******************************************************************
       0550-MONTH-LENGTH.
           MOVE WS-DAYS-IN-MONTH (WS-DT-MM) TO WS-MONTH-DAYS.
           IF WS-DT-MM = 2
               DIVIDE WS-DT-YY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE 29 TO WS-MONTH-DAYS.
       0550-MONTH-LENGTH-EXIT.
           EXIT.
      ******************************************************************
      *  LIST ONE GENERATED OR SKIPPED STANDING ORDER.
      ******************************************************************
       0700-LIST-ONE.
           IF LINE-CTR > 54
               PERFORM 0800-HEADINGS THRU 0800-HEADINGS-EXIT.
           MOVE WS-SO-CUSTNO TO DL-CUSTNO.
           MOVE CUST-NAME TO DL-CUSTNAME.
           MOVE WS-SO-ITEMNO TO DL-ITEMNO.
           MOVE WS-M-DESCRIP TO DL-DESCRIP.
           MOVE WS-SO-QUANORD TO DL-QTY.
           MOVE WS-SO-PAY TO DL-PAY.
           MOVE WS-SO-FREQ TO DL-FREQ.
           MOVE WS-DUE-MM TO DL-DUE-MM.
           MOVE WS-DUE-DD TO DL-DUE-DD.
           MOVE WS-DUE-YY TO DL-DUE-YY.
           MOVE WS-SO-NEXTDUE TO WS-DT-DATE.
           MOVE WS-DT-MM TO DL-NEXT-MM.
           MOVE WS-DT-DD TO DL-NEXT-DD.
           MOVE WS-DT-YY TO DL-NEXT-YY.
           MOVE WS-SKIP-MSG TO DL-ACTION.
           WRITE SOGEN-REPORT-REC FROM DETAIL-LINE
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
           WRITE SOGEN-REPORT-REC FROM HEADER1
               AFTER ADVANCING PAGE.
           WRITE SOGEN-REPORT-REC FROM HEADER2
               AFTER ADVANCING 2 LINES.
           MOVE 4 TO LINE-CTR.
       0800-HEADINGS-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT THE RUN TOTALS, CLOSE ALL FILES AND DISPLAY THE TOTALS.
      ******************************************************************
       0900-EOJ.
           IF LINE-CTR > 54
               PERFORM 0800-HEADINGS THRU 0800-HEADINGS-EXIT.
           MOVE WS-GEN-CTR TO TL-GEN.
           MOVE WS-SKIP-CTR TO TL-SKIP.
           MOVE WS-UNITS-CTR TO TL-UNITS.
           WRITE SOGEN-REPORT-REC FROM TOTAL-LINE1
               AFTER ADVANCING 3 LINES.
           WRITE SOGEN-REPORT-REC FROM TOTAL-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE SOGEN-REPORT-REC FROM TOTAL-LINE3
               AFTER ADVANCING 1 LINE.
           DISPLAY WS-READ-CTR   ' STANDING ORDERS READ.'.
           DISPLAY WS-GEN-CTR    ' STANDING ORDERS GENERATED.'.
           DISPLAY WS-SKIP-CTR   ' STANDING ORDERS SKIPPED.'.
           DISPLAY WS-ENDED-CTR  ' STANDING ORDERS PAST END DATE.'.
           DISPLAY WS-UNITS-CTR  ' UNITS GENERATED.'.
           CLOSE STANDING-ORDER-FILE
                 CUSTOMER-FILE
                 MASTER-FILE
                 ORDER-BATCH-FILE
                 SOGEN-REPORT-FILE.
       0900-EOJ-EXIT.
           EXIT.
