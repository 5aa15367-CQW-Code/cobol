      ****************************
      * IDENTIFICATION DIVISION
      ****************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      SUPPSCOR.
       AUTHOR.          MAINTENANCE TEAM.
      ******************************************************************
      * MONTH-END SUPPLIER PERFORMANCE SCORECARD, FOR PURCHASING TO
      * REVIEW WITH EACH SUPPLIER.  THIS PROGRAM SORTS
      * RECEIPT-HIST-FILE (ONE RECORD PER OPEN PO LINE EACH RECEIPT
      * WAS APPLIED TO, APPENDED BY RCPTPOST - SEE RCVHREC.CPY) INTO
      * SUPPLIER ORDER, KEEPS THE RECEIPTS DATED IN THE REPORT MONTH,
      * AND PRINTS ONE LINE PER SUPPLIER WITH ITS SUPPLIER-FILE NAME
      * AND TERMS:
      *   LINES / UNITS   - PO LINES RECEIVED AGAINST AND UNITS
      *                     RECEIVED IN THE MONTH.
      *   ON-TIME PCT     - PERCENT OF THOSE RECEIPTS DATED ON OR
      *                     BEFORE THE PO LINE'S DUE DATE.
      *   AVG DAYS LATE   - AVERAGE DAYS FROM DUE DATE TO RECEIPT;
      *                     A TRAILING MINUS MEANS EARLY.
      *   AVG LEAD DAYS   - AVERAGE DAYS FROM PO ORDER DATE TO RECEIPT.
      *   CLOSED / FILL   - PO LINES THE MONTH'S RECEIPTS CLOSED, AND
      *                     THE UNITS RECEIVED ON THEM AS A PERCENT OF
      *                     THE UNITS ORDERED (OVER 100 MEANS THE
      *                     SUPPLIER SHIPPED MORE THAN WAS ORDERED).
      * DAY COUNTS USE THE SAME 365-DAY YEAR / 30-DAY MONTH RECKONING
      * AS ARAGE AND APAGE.  A RECEIPT THAT FOUND NO OPEN PO LINE
      * (PO NUMBER ZERO) COUNTS IN LINES AND UNITS ONLY.  A SHORT-
      * SHIPPED LINE STAYS OPEN ON OPENPO-FILE (SEE POEXPED) AND ONLY
      * ENTERS THE FILL RATE IN THE MONTH IT IS FINALLY CLOSED.  THE
      * REPORT MONTH IS THE RUN-DATE MONTH UNLESS A CONTROL CARD ON
      * SCORCTL NAMES ANOTHER (YYMM IN COLUMNS 1-4), SO A RUN ON THE
      * FIRST OF THE MONTH CAN STILL REPORT THE MONTH JUST CLOSED.
      * RECEIPT-HIST-FILE IS NOT EMPTIED - EARLIER MONTHS STAY ON IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             IBM-370.
       OBJECT-COMPUTER.             IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-HIST-FILE   ASSIGN RCPTHIST.
           SELECT SORT-WORK-FILE      ASSIGN SORTWK1.
           SELECT SORTED-RCVH-FILE    ASSIGN SRTDRCV.
           SELECT SUPPLIER-FILE       ASSIGN SUPPFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS SUPP-KEY
                FILE STATUS IS SUPP-STAT.
           SELECT OPTIONAL SCORE-CTL-FILE ASSIGN SCORCTL.
           SELECT SCORE-REPORT-FILE   ASSIGN SCORRPT.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  RECEIPT-HIST-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  RECEIPT-HIST-REC            PIC X(50).
      *    SW-RCVH-REC MIRRORS RCVHREC.CPY'S BYTE LAYOUT (SUPPLIER 1-5,
      *    PO 6-11, ITEM 12-16, QTY 17-20, RECEIPT DATE 21-26, ...) SO
      *    THE SORT KEYS BELOW LINE UP WITH THE REAL WS-RH- BYTES.
       SD  SORT-WORK-FILE.
       01  SW-RCVH-REC.
           05  SW-RH-REPLNO            PIC 9(5).
           05  SW-RH-PONO              PIC 9(6).
           05  SW-RH-ITEMNO            PIC 9(5).
           05  FILLER                  PIC X(4).
           05  SW-RH-RCPTDATE          PIC 9(6).
           05  FILLER                  PIC X(24).
       FD  SORTED-RCVH-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  SORTED-RCVH-REC             PIC X(50).
       FD  SUPPLIER-FILE.
       01  VSUPP-REC.
           05  SUPP-KEY                PIC 9(5).
           05  FILLER                  PIC X(75).
       FD  SCORE-CTL-FILE
               LABEL RECORDS ARE STANDARD.
       01  SCORE-CTL-REC               PIC X(80).
       FD  SCORE-REPORT-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  SCORE-REPORT-REC            PIC X(132).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  SWITCHES.
           05  EOF-SW                  PIC X       VALUE 'N'.
               88  RCVH-EOF                        VALUE 'Y'.
           05  FIRST-REC-SW            PIC X       VALUE 'Y'.
               88  FIRST-RECORD                    VALUE 'Y'.
       01  COUNTERS-ACCUMULATORS.
           05  PG-CTR                  PIC 999     VALUE 0.
           05  LINE-CTR                PIC 99      VALUE 99.
           05  WS-READ-CTR             PIC 9(5)    VALUE 0.
           05  WS-SELECT-CTR           PIC 9(5)    VALUE 0.
           05  WS-SUPP-CTR             PIC 9(5)    VALUE 0.
       01  WORK-AREA.
           05  SUPP-STAT               PIC XX.
           05  WS-SAVE-REPLNO          PIC 9(5)    VALUE 0.
           05  WS-DAYS-LATE            PIC S9(5)   COMP-3.
           05  WS-DAYS-LEAD            PIC S9(5)   COMP-3.
           05  WS-RPT-YYMM.
               10  WS-RPT-YY           PIC 99.
               10  WS-RPT-MM           PIC 99.
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
      ******************************************************************
      *  ONE SUPPLIER'S FIGURES FOR THE MONTH.  GRAND-ACCUMULATORS HAS
      *  THE SAME LAYOUT SO THE TOTAL LINE CAN BE RATED BY MOVING IT
      *  OVER THIS GROUP AND PERFORMING 0500-RATES.
      ******************************************************************
       01  SUPP-ACCUMULATORS.
           05  WS-S-LINES              PIC 9(5)    VALUE 0.
           05  WS-S-UNITS              PIC 9(7)    VALUE 0.
           05  WS-S-POLINES            PIC 9(5)    VALUE 0.
           05  WS-S-ONTIME             PIC 9(5)    VALUE 0.
           05  WS-S-LATE-DAYS          PIC S9(7)   VALUE 0.
           05  WS-S-LEAD-DAYS          PIC S9(7)   VALUE 0.
           05  WS-S-CLOSED             PIC 9(5)    VALUE 0.
           05  WS-S-CLOSED-ORD         PIC 9(7)    VALUE 0.
           05  WS-S-CLOSED-RECV        PIC 9(7)    VALUE 0.
       01  GRAND-ACCUMULATORS.
           05  WS-G-LINES              PIC 9(5)    VALUE 0.
           05  WS-G-UNITS              PIC 9(7)    VALUE 0.
           05  WS-G-POLINES            PIC 9(5)    VALUE 0.
           05  WS-G-ONTIME             PIC 9(5)    VALUE 0.
           05  WS-G-LATE-DAYS          PIC S9(7)   VALUE 0.
           05  WS-G-LEAD-DAYS          PIC S9(7)   VALUE 0.
           05  WS-G-CLOSED             PIC 9(5)    VALUE 0.
           05  WS-G-CLOSED-ORD         PIC 9(7)    VALUE 0.
           05  WS-G-CLOSED-RECV        PIC 9(7)    VALUE 0.
       01  RATE-AREA.
           05  WS-ONTIME-PCT           PIC 9(3)V9.
           05  WS-AVG-LATE             PIC S9(4)V9.
           05  WS-AVG-LEAD             PIC S9(4)V9.
           05  WS-FILL-PCT             PIC 9(4)V9.
      ******************************************************************
      *  OPTIONAL CONTROL CARD NAMING THE REPORT MONTH.  NO CARD (OR A
      *  BLANK ONE) REPORTS THE RUN-DATE MONTH.
      ******************************************************************
       01  WS-SCORE-CTL.
           05  SC-YYMM.
               10  SC-YY               PIC 99.
               10  SC-MM               PIC 99.
           05  FILLER                  PIC X(76).
       COPY RCVHREC.
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
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(37)
                   VALUE 'SUPPLIER PERFORMANCE SCORECARD - FOR '.
           05  H1-RPT-MM               PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  H1-RPT-YY               PIC 99.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE 'PAGE '.
           05  H1-PAGE                 PIC ZZ9.
       01  HEADER2.
           05  FILLER                  PIC X(69)   VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'ON-TIME'.
           05  FILLER                  PIC X(11)   VALUE 'AVG DAYS'.
           05  FILLER                  PIC X(10)   VALUE 'AVG LEAD'.
           05  FILLER                  PIC X(9)    VALUE 'CLOSED'.
           05  FILLER                  PIC X(6)    VALUE '  FILL'.
       01  HEADER3.
           05  FILLER                  PIC X(7)    VALUE 'SUPP'.
           05  FILLER                  PIC X(27)
                   VALUE 'SUPPLIER NAME'.
           05  FILLER                  PIC X(17)   VALUE 'TERMS'.
           05  FILLER                  PIC X(8)    VALUE 'LINES'.
           05  FILLER                  PIC X(10)   VALUE '  UNITS'.
           05  FILLER                  PIC X(9)    VALUE '  PCT'.
           05  FILLER                  PIC X(11)   VALUE 'LATE/EARLY-'.
           05  FILLER                  PIC X(10)   VALUE '  DAYS'.
           05  FILLER                  PIC X(9)    VALUE 'LINES'.
           05  FILLER                  PIC X(6)    VALUE '   PCT'.
       01  DETAIL-LINE.
           05  DL-REPLNO               PIC 9(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-NAME                 PIC X(25).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-TERMS                PIC X(15).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-LINES                PIC ZZZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DL-UNITS                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DL-PO-STATS.
               10  DL-ONTIME           PIC ZZ9.9.
               10  FILLER              PIC X(4)    VALUE SPACES.
               10  DL-AVG-LATE         PIC ZZZ9.9-.
               10  FILLER              PIC X(4)    VALUE SPACES.
               10  DL-AVG-LEAD         PIC ZZZ9.9-.
               10  FILLER              PIC X(3)    VALUE SPACES.
           05  DL-CLOSED               PIC ZZZZ9.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  DL-FILL-AREA.
               10  DL-FILL             PIC ZZZ9.9.
       01  TOTAL-LINE.
           05  FILLER                  PIC X(51)
                   VALUE 'TOTAL ALL SUPPLIERS'.
           05  TL-LINES                PIC ZZZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  TL-UNITS                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  TL-PO-STATS.
               10  TL-ONTIME           PIC ZZ9.9.
               10  FILLER              PIC X(4)    VALUE SPACES.
               10  TL-AVG-LATE         PIC ZZZ9.9-.
               10  FILLER              PIC X(4)    VALUE SPACES.
               10  TL-AVG-LEAD         PIC ZZZ9.9-.
               10  FILLER              PIC X(3)    VALUE SPACES.
           05  TL-CLOSED               PIC ZZZZ9.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  TL-FILL-AREA.
               10  TL-FILL             PIC ZZZ9.9.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAINLINE SECTION.
           PERFORM 0100-INIT THRU 0100-INIT-EXIT.
           PERFORM 0200-READ-SORTED THRU 0200-READ-SORTED-EXIT.
           PERFORM 0300-SUMMARIZE THRU 0300-SUMMARIZE-EXIT
               UNTIL RCVH-EOF.
           PERFORM 0900-EOJ THRU 0900-EOJ-EXIT.
           STOP RUN.
      ******************************************************************
      *  PICK UP THE REPORT MONTH, SORT THE RECEIPT HISTORY INTO
      *  SUPPLIER ORDER AND OPEN THE FILES.
      ******************************************************************
       0100-INIT.
           ACCEPT CURRDATE FROM DATE.
           MOVE C-MM TO H1-MM.
           MOVE C-DD TO H1-DD.
           MOVE C-YY TO H1-YY.
           OPEN INPUT SCORE-CTL-FILE.
           READ SCORE-CTL-FILE INTO WS-SCORE-CTL
               AT END
                   MOVE SPACES TO WS-SCORE-CTL.
           CLOSE SCORE-CTL-FILE.
           IF SC-YYMM NUMERIC AND SC-MM > 0 AND SC-MM < 13
               MOVE SC-YYMM TO WS-RPT-YYMM
           ELSE
               MOVE C-YY TO WS-RPT-YY
               MOVE C-MM TO WS-RPT-MM.
           MOVE WS-RPT-MM TO H1-RPT-MM.
           MOVE WS-RPT-YY TO H1-RPT-YY.
           DISPLAY 'SUPPLIER SCORECARD FOR MONTH ' WS-RPT-YYMM.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-RH-REPLNO SW-RH-RCPTDATE
                                SW-RH-PONO SW-RH-ITEMNO
               USING RECEIPT-HIST-FILE
               GIVING SORTED-RCVH-FILE.
           OPEN INPUT SUPPLIER-FILE
               IF SUPP-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN SUPPLIER FILE ' SUPP-STAT
                   STOP RUN.
           OPEN INPUT  SORTED-RCVH-FILE.
           OPEN OUTPUT SCORE-REPORT-FILE.
       0100-INIT-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT SORTED RECEIPT-HISTORY RECORD.
      ******************************************************************
       0200-READ-SORTED.
           READ SORTED-RCVH-FILE INTO WS-RCVH-REC
               AT END
                   MOVE 'Y' TO EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR.
       0200-READ-SORTED-EXIT.
           EXIT.
      ******************************************************************
      *  ACCUMULATE ONE RECEIPT FOR THE REPORT MONTH INTO ITS SUPPLIER,
      *  PRINTING THE PREVIOUS SUPPLIER'S LINE EACH TIME THE SUPPLIER
      *  CHANGES.  ONLY A RECEIPT AGAINST A PO LINE HAS A DUE DATE AND
      *  ORDER DATE TO SCORE.
      ******************************************************************
       0300-SUMMARIZE.
           IF WS-RH-RC-YY = WS-RPT-YY AND WS-RH-RC-MM = WS-RPT-MM
               IF NOT FIRST-RECORD AND WS-RH-REPLNO NOT = WS-SAVE-REPLNO
                   PERFORM 0400-SUPP-LINE THRU 0400-SUPP-LINE-EXIT
               END-IF
               MOVE 'N' TO FIRST-REC-SW
               MOVE WS-RH-REPLNO TO WS-SAVE-REPLNO
               ADD 1 TO WS-SELECT-CTR
               ADD 1 TO WS-S-LINES
               ADD WS-RH-QUANRECV TO WS-S-UNITS
               IF WS-RH-PONO > 0
                   PERFORM 0350-SCORE-RECEIPT
                       THRU 0350-SCORE-RECEIPT-EXIT.
           PERFORM 0200-READ-SORTED THRU 0200-READ-SORTED-EXIT.
       0300-SUMMARIZE-EXIT.
           EXIT.
      ******************************************************************
      *  SCORE ONE RECEIPT AGAINST ITS PO LINE - DAYS FROM DUE DATE
      *  AND FROM ORDER DATE TO RECEIPT, AND THE LINE'S ORDERED AND
      *  RECEIVED QUANTITIES IF THIS RECEIPT CLOSED IT.
      ******************************************************************
       0350-SCORE-RECEIPT.
           ADD 1 TO WS-S-POLINES.
           COMPUTE WS-DAYS-LATE = (WS-RH-RC-YY - WS-RH-DD-YY) * 365
                                + (WS-RH-RC-MM - WS-RH-DD-MM) * 30
                                + (WS-RH-RC-DD - WS-RH-DD-DD).
           COMPUTE WS-DAYS-LEAD = (WS-RH-RC-YY - WS-RH-OD-YY) * 365
                                + (WS-RH-RC-MM - WS-RH-OD-MM) * 30
                                + (WS-RH-RC-DD - WS-RH-OD-DD).
           IF WS-DAYS-LATE NOT > 0
               ADD 1 TO WS-S-ONTIME.
           ADD WS-DAYS-LATE TO WS-S-LATE-DAYS.
           ADD WS-DAYS-LEAD TO WS-S-LEAD-DAYS.
           IF WS-RH-LINE-CLOSED
               ADD 1 TO WS-S-CLOSED
               ADD WS-RH-QUANORD TO WS-S-CLOSED-ORD
               ADD WS-RH-LINERECV TO WS-S-CLOSED-RECV.
       0350-SCORE-RECEIPT-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT ONE SUPPLIER'S LINE, NAMED FROM SUPPLIER-FILE, ROLL IT
      *  INTO THE GRAND TOTAL AND CLEAR THE ACCUMULATORS.
      ******************************************************************
       0400-SUPP-LINE.
           IF LINE-CTR > 54
               PERFORM 0800-HEADINGS THRU 0800-HEADINGS-EXIT.
           MOVE WS-SAVE-REPLNO TO SUPP-KEY.
           READ SUPPLIER-FILE INTO WS-SUPP-REC
               INVALID KEY
                   MOVE '*** NOT ON FILE' TO SUPP-NAME
                   MOVE SPACES TO SUPP-TERMS.
           PERFORM 0500-RATES THRU 0500-RATES-EXIT.
           MOVE WS-SAVE-REPLNO TO DL-REPLNO.
           MOVE SUPP-NAME TO DL-NAME.
           MOVE SUPP-TERMS TO DL-TERMS.
           MOVE WS-S-LINES TO DL-LINES.
           MOVE WS-S-UNITS TO DL-UNITS.
           MOVE WS-S-CLOSED TO DL-CLOSED.
           IF WS-S-POLINES = 0
               MOVE SPACES TO DL-PO-STATS
           ELSE
               MOVE WS-ONTIME-PCT TO DL-ONTIME
               MOVE WS-AVG-LATE TO DL-AVG-LATE
               MOVE WS-AVG-LEAD TO DL-AVG-LEAD.
           IF WS-S-CLOSED-ORD = 0
               MOVE SPACES TO DL-FILL-AREA
           ELSE
               MOVE WS-FILL-PCT TO DL-FILL.
           WRITE SCORE-REPORT-REC FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
           ADD 1 TO WS-SUPP-CTR.
           ADD WS-S-LINES TO WS-G-LINES.
           ADD WS-S-UNITS TO WS-G-UNITS.
           ADD WS-S-POLINES TO WS-G-POLINES.
           ADD WS-S-ONTIME TO WS-G-ONTIME.
           ADD WS-S-LATE-DAYS TO WS-G-LATE-DAYS.
           ADD WS-S-LEAD-DAYS TO WS-G-LEAD-DAYS.
           ADD WS-S-CLOSED TO WS-G-CLOSED.
           ADD WS-S-CLOSED-ORD TO WS-G-CLOSED-ORD.
           ADD WS-S-CLOSED-RECV TO WS-G-CLOSED-RECV.
           MOVE 0 TO WS-S-LINES WS-S-UNITS WS-S-POLINES WS-S-ONTIME
                     WS-S-LATE-DAYS WS-S-LEAD-DAYS WS-S-CLOSED
                     WS-S-CLOSED-ORD WS-S-CLOSED-RECV.
       0400-SUPP-LINE-EXIT.
           EXIT.
      ******************************************************************
      *  WORK OUT THE PERCENTAGES AND AVERAGES FROM SUPP-ACCUMULATORS.
      *  A RATE WITH NOTHING TO DIVIDE BY IS LEFT ZERO.
      ******************************************************************
       0500-RATES.
           MOVE 0 TO WS-ONTIME-PCT WS-AVG-LATE WS-AVG-LEAD WS-FILL-PCT.
           IF WS-S-POLINES > 0
               COMPUTE WS-ONTIME-PCT ROUNDED =
                   WS-S-ONTIME * 100 / WS-S-POLINES
               COMPUTE WS-AVG-LATE ROUNDED =
                   WS-S-LATE-DAYS / WS-S-POLINES
               COMPUTE WS-AVG-LEAD ROUNDED =
                   WS-S-LEAD-DAYS / WS-S-POLINES.
           IF WS-S-CLOSED-ORD > 0
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-S-CLOSED-RECV * 100 / WS-S-CLOSED-ORD.
       0500-RATES-EXIT.
           EXIT.
      ******************************************************************
      *  HEADING ROUTINE FOR A NEW PAGE.
      ******************************************************************
       0800-HEADINGS.
           ADD 1 TO PG-CTR.
           MOVE PG-CTR TO H1-PAGE.
           WRITE SCORE-REPORT-REC FROM HEADER1
               AFTER ADVANCING PAGE.
           WRITE SCORE-REPORT-REC FROM HEADER2
               AFTER ADVANCING 2 LINES.
           WRITE SCORE-REPORT-REC FROM HEADER3
               AFTER ADVANCING 1 LINE.
           MOVE 5 TO LINE-CTR.
       0800-HEADINGS-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT THE LAST SUPPLIER AND THE GRAND TOTAL, CLOSE ALL FILES
      *  AND DISPLAY THE RUN TOTALS.
      ******************************************************************
       0900-EOJ.
           IF NOT FIRST-RECORD
               PERFORM 0400-SUPP-LINE THRU 0400-SUPP-LINE-EXIT.
           IF LINE-CTR > 54
               PERFORM 0800-HEADINGS THRU 0800-HEADINGS-EXIT.
           MOVE GRAND-ACCUMULATORS TO SUPP-ACCUMULATORS.
           PERFORM 0500-RATES THRU 0500-RATES-EXIT.
           MOVE WS-G-LINES TO TL-LINES.
           MOVE WS-G-UNITS TO TL-UNITS.
           MOVE WS-G-CLOSED TO TL-CLOSED.
           IF WS-G-POLINES = 0
               MOVE SPACES TO TL-PO-STATS
           ELSE
               MOVE WS-ONTIME-PCT TO TL-ONTIME
               MOVE WS-AVG-LATE TO TL-AVG-LATE
               MOVE WS-AVG-LEAD TO TL-AVG-LEAD.
           IF WS-G-CLOSED-ORD = 0
               MOVE SPACES TO TL-FILL-AREA
           ELSE
               MOVE WS-FILL-PCT TO TL-FILL.
           WRITE SCORE-REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           DISPLAY WS-READ-CTR   ' RECEIPT HISTORY RECORDS READ.'.
           DISPLAY WS-SELECT-CTR ' RECEIPTS IN THE REPORT MONTH.'.
           DISPLAY WS-SUPP-CTR   ' SUPPLIERS REPORTED.'.
           CLOSE SORTED-RCVH-FILE
                 SUPPLIER-FILE
                 SCORE-REPORT-FILE.
       0900-EOJ-EXIT.
           EXIT.
