      ****************************
      * IDENTIFICATION DIVISION
      ****************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      APAGE.
       AUTHOR.          MAINTENANCE TEAM.
      ******************************************************************
      * THIS PROGRAM PRINTS THE OPEN-PAYABLES AGING REPORT.  IT READS
      * AP-OPEN-FILE (THE APPROVED VOUCHERS WRITTEN BY APMATCH) IN KEY
      * ORDER, AGES EACH OPEN VOUCHER'S BALANCE FROM THE SUPPLIER'S
      * INVOICE DATE AGAINST THE RUN DATE, AND PRINTS ONE LINE PER
      * SUPPLIER WITH THE SUPPLIER'S NAME AND TERMS FROM SUPPLIER-FILE
      * AND THE BALANCE SPREAD ACROSS CURRENT / 31-60 / 61-90 /
      * OVER-90-DAY BUCKETS, WITH A GRAND TOTAL LINE AT END OF REPORT.
      * THE DAY COUNT IS THE SAME 30-DAY-MONTH APPROXIMATION ARAGE
      * USES FOR RECEIVABLES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             IBM-370.
       OBJECT-COMPUTER.             IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-OPEN-FILE        ASSIGN APOPEN
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS AP-KEY
                FILE STATUS IS AP-STAT.
           SELECT SUPPLIER-FILE       ASSIGN SUPPFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS SUPP-KEY
                FILE STATUS IS SUPP-STAT.
           SELECT AGING-REPORT-FILE   ASSIGN APAGEREP.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  AP-OPEN-FILE.
       01  VAPOPEN-REC.
           05  AP-KEY.
               10  AP-SUPPNO           PIC 9(5).
               10  AP-INVNO            PIC X(12).
               10  AP-PONO             PIC 9(6).
               10  AP-ITEMNO           PIC 9(5).
           05  FILLER                  PIC X(52).
       FD  SUPPLIER-FILE.
       01  VSUPP-REC.
           05  SUPP-KEY                PIC 9(5).
           05  FILLER                  PIC X(75).
       FD  AGING-REPORT-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  AGING-REPORT-REC            PIC X(132).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  SWITCHES.
           05  EOF-SW                  PIC X       VALUE 'N'.
               88  AP-EOF                          VALUE 'Y'.
           05  FIRST-REC-SW            PIC X       VALUE 'Y'.
               88  FIRST-RECORD                    VALUE 'Y'.
       01  COUNTERS-ACCUMULATORS.
           05  PG-CTR                  PIC 999     VALUE 0.
           05  LINE-CTR                PIC 99      VALUE 99.
           05  WS-ITEM-CTR             PIC 9(5)    VALUE 0.
       01  WORK-AREA.
           05  AP-STAT                 PIC XX.
           05  SUPP-STAT               PIC XX.
           05  WS-SAVE-SUPPNO          PIC 9(5)    VALUE 0.
           05  WS-DAYS-OLD             PIC S9(5)   COMP-3.
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
       01  SUPPLIER-BUCKETS.
           05  WS-SUPP-CURRENT         PIC 9(9)V99 VALUE 0.
           05  WS-SUPP-OVER30          PIC 9(9)V99 VALUE 0.
           05  WS-SUPP-OVER60          PIC 9(9)V99 VALUE 0.
           05  WS-SUPP-OVER90          PIC 9(9)V99 VALUE 0.
           05  WS-SUPP-TOTAL           PIC 9(9)V99 VALUE 0.
       01  GRAND-BUCKETS.
           05  WS-TOT-CURRENT          PIC 9(9)V99 VALUE 0.
           05  WS-TOT-OVER30           PIC 9(9)V99 VALUE 0.
           05  WS-TOT-OVER60           PIC 9(9)V99 VALUE 0.
           05  WS-TOT-OVER90           PIC 9(9)V99 VALUE 0.
           05  WS-TOT-TOTAL            PIC 9(9)V99 VALUE 0.
       COPY APOPNREC.
       COPY SUPPREC.
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
           05  FILLER                  PIC X(8)    VALUE SPACES.
           05  FILLER                  PIC X(29)
                   VALUE 'PAYABLES AGING BY SUPPLIER'.
           05  FILLER                  PIC X(13)   VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE 'PAGE '.
           05  H1-PAGE                 PIC ZZ9.
       01  HEADER2.
           05  FILLER                  PIC X(7)    VALUE 'SUPPL'.
           05  FILLER                  PIC X(26)
                   VALUE 'SUPPLIER NAME'.
           05  FILLER                  PIC X(16)   VALUE 'TERMS'.
           05  FILLER                  PIC X(14)
                   VALUE '      CURRENT'.
           05  FILLER                  PIC X(14)
                   VALUE '   31-60 DAYS'.
           05  FILLER                  PIC X(14)
                   VALUE '   61-90 DAYS'.
           05  FILLER                  PIC X(14)
                   VALUE ' OVER 90 DAYS'.
           05  FILLER                  PIC X(13)
                   VALUE '    TOTAL DUE'.
       01  DETAIL-LINE.
           05  DL-SUPPNO               PIC 9(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-NAME                 PIC X(25).
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-TERMS                PIC X(15).
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-CURRENT              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-OVER30               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-OVER60               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-OVER90               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-TOTAL                PIC ZZ,ZZZ,ZZ9.99.
       01  GRANDTOTAL-LINE.
           05  FILLER                  PIC X(6)    VALUE 'TOTAL '.
           05  FILLER                  PIC X(43)   VALUE SPACES.
           05  GT-CURRENT              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  GT-OVER30               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  GT-OVER60               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  GT-OVER90               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  GT-TOTAL                PIC ZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAINLINE SECTION.
           PERFORM 0100-INIT THRU 0100-INIT-EXIT.
           PERFORM 0200-READ-AP THRU 0200-READ-AP-EXIT.
           PERFORM 0300-AGE-ONE THRU 0300-AGE-ONE-EXIT
               UNTIL AP-EOF.
           PERFORM 0900-EOJ THRU 0900-EOJ-EXIT.
           STOP RUN.
      ******************************************************************
      *  OPEN ALL FILES.
      ******************************************************************
       0100-INIT.
           ACCEPT CURRDATE FROM DATE.
           MOVE C-MM TO H1-MM.
           MOVE C-DD TO H1-DD.
           MOVE C-YY TO H1-YY.
           OPEN INPUT AP-OPEN-FILE
               IF AP-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN OPEN PAYABLES FILE ' AP-STAT
                   STOP RUN.
           OPEN INPUT SUPPLIER-FILE
               IF SUPP-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN SUPPLIER FILE ' SUPP-STAT
                   STOP RUN.
           OPEN OUTPUT AGING-REPORT-FILE.
       0100-INIT-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT VOUCHER IN SUPPLIER/INVOICE ORDER.
      ******************************************************************
       0200-READ-AP.
           READ AP-OPEN-FILE INTO WS-APOPEN-REC
               AT END
                   MOVE 'Y' TO EOF-SW.
       0200-READ-AP-EXIT.
           EXIT.
      ******************************************************************
      *  AGE ONE VOUCHER, PASSING OVER VOUCHERS THAT HAVE BEEN PAID
      *  OFF.
      ******************************************************************
       0300-AGE-ONE.
           IF WS-AP-OPEN AND WS-AP-BALANCE > 0
               PERFORM 0350-AGE-VOUCHER THRU 0350-AGE-VOUCHER-EXIT.
           PERFORM 0200-READ-AP THRU 0200-READ-AP-EXIT.
       0300-AGE-ONE-EXIT.
           EXIT.
      ******************************************************************
      *  AGE ONE OPEN VOUCHER INTO THE SUPPLIER'S BUCKETS, BREAKING ON
      *  SUPPLIER NUMBER.
      ******************************************************************
       0350-AGE-VOUCHER.
           IF NOT FIRST-RECORD AND WS-AP-SUPPNO NOT = WS-SAVE-SUPPNO
               PERFORM 0500-SUPP-LINE THRU 0500-SUPP-LINE-EXIT.
           IF FIRST-RECORD
               MOVE 'N' TO FIRST-REC-SW.
           MOVE WS-AP-SUPPNO TO WS-SAVE-SUPPNO.
           COMPUTE WS-DAYS-OLD = (C-YY - WS-AP-YY) * 365
               + (C-MM - WS-AP-MM) * 30
               + (C-DD - WS-AP-DD).
           EVALUATE TRUE
               WHEN WS-DAYS-OLD > 90
                   ADD WS-AP-BALANCE TO WS-SUPP-OVER90
               WHEN WS-DAYS-OLD > 60
                   ADD WS-AP-BALANCE TO WS-SUPP-OVER60
               WHEN WS-DAYS-OLD > 30
                   ADD WS-AP-BALANCE TO WS-SUPP-OVER30
               WHEN OTHER
                   ADD WS-AP-BALANCE TO WS-SUPP-CURRENT
           END-EVALUATE.
           ADD WS-AP-BALANCE TO WS-SUPP-TOTAL.
           ADD 1 TO WS-ITEM-CTR.
       0350-AGE-VOUCHER-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT THE AGED LINE FOR THE SUPPLIER JUST COMPLETED WITH ITS
      *  NAME AND TERMS, ROLL THE BUCKETS INTO THE GRAND TOTALS AND
      *  RESET THEM.
      ******************************************************************
       0500-SUPP-LINE.
           IF LINE-CTR > 54
               PERFORM 0600-HEADINGS THRU 0600-HEADINGS-EXIT.
           MOVE WS-SAVE-SUPPNO TO DL-SUPPNO.
           MOVE WS-SAVE-SUPPNO TO SUPP-KEY.
           READ SUPPLIER-FILE INTO WS-SUPP-REC
               INVALID KEY
                   MOVE 'N' TO SUPP-STAT
           END-READ.
           IF SUPP-STAT = '00'
               MOVE SUPP-NAME TO DL-NAME
               MOVE SUPP-TERMS TO DL-TERMS
           ELSE
               MOVE 'SUPPLIER NOT ON FILE' TO DL-NAME
               MOVE SPACES TO DL-TERMS.
           MOVE WS-SUPP-CURRENT TO DL-CURRENT.
           MOVE WS-SUPP-OVER30 TO DL-OVER30.
           MOVE WS-SUPP-OVER60 TO DL-OVER60.
           MOVE WS-SUPP-OVER90 TO DL-OVER90.
           MOVE WS-SUPP-TOTAL TO DL-TOTAL.
           WRITE AGING-REPORT-REC FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
           ADD WS-SUPP-CURRENT TO WS-TOT-CURRENT.
           ADD WS-SUPP-OVER30 TO WS-TOT-OVER30.
           ADD WS-SUPP-OVER60 TO WS-TOT-OVER60.
           ADD WS-SUPP-OVER90 TO WS-TOT-OVER90.
           ADD WS-SUPP-TOTAL TO WS-TOT-TOTAL.
           MOVE 0 TO WS-SUPP-CURRENT WS-SUPP-OVER30
                     WS-SUPP-OVER60 WS-SUPP-OVER90 WS-SUPP-TOTAL.
       0500-SUPP-LINE-EXIT.
           EXIT.
      ******************************************************************
      *  HEADING ROUTINE FOR A NEW PAGE.
      ******************************************************************
       0600-HEADINGS.
           ADD 1 TO PG-CTR.
           MOVE PG-CTR TO H1-PAGE.
           WRITE AGING-REPORT-REC FROM HEADER1
               AFTER ADVANCING PAGE.
           WRITE AGING-REPORT-REC FROM HEADER2
               AFTER ADVANCING 2 LINES.
           MOVE 4 TO LINE-CTR.
       0600-HEADINGS-EXIT.
           EXIT.
      ******************************************************************
      *  FINAL SUPPLIER LINE, GRAND TOTALS AND CLOSE.
      ******************************************************************
       0900-EOJ.
           IF NOT FIRST-RECORD
               PERFORM 0500-SUPP-LINE THRU 0500-SUPP-LINE-EXIT.
           MOVE WS-TOT-CURRENT TO GT-CURRENT.
           MOVE WS-TOT-OVER30 TO GT-OVER30.
           MOVE WS-TOT-OVER60 TO GT-OVER60.
           MOVE WS-TOT-OVER90 TO GT-OVER90.
           MOVE WS-TOT-TOTAL TO GT-TOTAL.
           WRITE AGING-REPORT-REC FROM GRANDTOTAL-LINE
               AFTER ADVANCING 3 LINES.
           DISPLAY WS-ITEM-CTR ' OPEN VOUCHERS AGED.'.
           CLOSE AP-OPEN-FILE
                 SUPPLIER-FILE
                 AGING-REPORT-FILE.
       0900-EOJ-EXIT.
           EXIT.
