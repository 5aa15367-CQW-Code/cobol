      ****************************
      * IDENTIFICATION DIVISION
      ****************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TAXRPT.
       AUTHOR.          MAINTENANCE TEAM.
      ******************************************************************
      * MONTH-END SALES-TAX REPORT BY JURISDICTION, FOR FILING THE
      * RETURNS.  THIS PROGRAM SORTS TAX-HIST-FILE (ONE RECORD PER
      * INVOICE FROM INVPRINT AND ONE PER CREDIT MEMO FROM RTRNPOST -
      * SEE TXHREC.CPY) INTO JURISDICTION ORDER, KEEPS THE RECORDS
      * DATED IN THE REPORT MONTH, AND PRINTS ONE LINE PER
      * JURISDICTION: ITS TAX-RATE-FILE DESCRIPTION AND RATE, THE
      * TAXABLE SALES, THE SALES TO TAX-EXEMPT CUSTOMERS, AND THE TAX
      * COLLECTED, EACH NET OF THE MONTH'S RETURNS, WITH A GRAND
      * TOTAL.  THE REPORT MONTH IS THE RUN-DATE MONTH UNLESS A
      * CONTROL CARD ON TAXCTL NAMES ANOTHER (YYMM IN COLUMNS 1-4), SO
      * A RUN ON THE FIRST OF THE MONTH CAN STILL REPORT THE MONTH
      * JUST CLOSED.  SALES BILLED TO A CUSTOMER WITH NO JURISDICTION
      * ON FILE REPORT UNDER A BLANK CODE SO THEY ARE NOT LOST.
      * TAX-HIST-FILE IS NOT EMPTIED - EARLIER MONTHS STAY ON IT FOR
      * AMENDED RETURNS AND AUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             IBM-370.
       OBJECT-COMPUTER.             IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-HIST-FILE       ASSIGN TAXHIST.
           SELECT SORT-WORK-FILE      ASSIGN SORTWK1.
           SELECT SORTED-TAXH-FILE    ASSIGN SRTDTAX.
           SELECT TAX-RATE-FILE       ASSIGN TAXRATE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS TX-JURIS
                FILE STATUS IS TAX-STAT.
           SELECT OPTIONAL TAXRPT-CTL-FILE ASSIGN TAXCTL.
           SELECT TAX-REPORT-FILE     ASSIGN TAXREPT.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  TAX-HIST-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  TAX-HIST-REC                PIC X(50).
      *    SW-TAXH-REC MIRRORS TXHREC.CPY'S BYTE LAYOUT (JURIS 1-3,
      *    DATE 4-9, ...) SO THE SORT KEYS BELOW LINE UP WITH THE REAL
      *    WS-TH-JURIS/WS-TH-DATE BYTES.
       SD  SORT-WORK-FILE.
       01  SW-TAXH-REC.
           05  SW-TH-JURIS             PIC X(3).
           05  SW-TH-DATE              PIC 9(6).
           05  FILLER                  PIC X(41).
       FD  SORTED-TAXH-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  SORTED-TAXH-REC             PIC X(50).
       FD  TAX-RATE-FILE.
       01  VTAX-REC.
           05  TX-JURIS                PIC X(3).
           05  FILLER                  PIC X(37).
       FD  TAXRPT-CTL-FILE
               LABEL RECORDS ARE STANDARD.
       01  TAXRPT-CTL-REC              PIC X(80).
       FD  TAX-REPORT-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  TAX-REPORT-REC              PIC X(132).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  SWITCHES.
           05  EOF-SW                  PIC X       VALUE 'N'.
               88  TAXH-EOF                        VALUE 'Y'.
           05  FIRST-REC-SW            PIC X       VALUE 'Y'.
               88  FIRST-RECORD                    VALUE 'Y'.
       01  COUNTERS-ACCUMULATORS.
           05  PG-CTR                  PIC 999     VALUE 0.
           05  LINE-CTR                PIC 99      VALUE 99.
           05  WS-READ-CTR             PIC 9(5)    VALUE 0.
           05  WS-SELECT-CTR           PIC 9(5)    VALUE 0.
           05  WS-JURIS-CTR            PIC 9(5)    VALUE 0.
       01  WORK-AREA.
           05  TAX-STAT                PIC XX.
           05  WS-SAVE-JURIS           PIC X(3)    VALUE SPACES.
           05  WS-RPT-YYMM.
               10  WS-RPT-YY           PIC 99.
               10  WS-RPT-MM           PIC 99.
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
       01  JURIS-ACCUMULATORS.
           05  WS-J-TAXABLE            PIC S9(9)V99 VALUE 0.
           05  WS-J-EXEMPT             PIC S9(9)V99 VALUE 0.
           05  WS-J-TAXAMT             PIC S9(9)V99 VALUE 0.
           05  WS-J-INVOICES           PIC 9(5)    VALUE 0.
           05  WS-J-CREDITS            PIC 9(5)    VALUE 0.
       01  GRAND-ACCUMULATORS.
           05  WS-G-TAXABLE            PIC S9(9)V99 VALUE 0.
           05  WS-G-EXEMPT             PIC S9(9)V99 VALUE 0.
           05  WS-G-TAXAMT             PIC S9(9)V99 VALUE 0.
           05  WS-G-INVOICES           PIC 9(5)    VALUE 0.
           05  WS-G-CREDITS            PIC 9(5)    VALUE 0.
      ******************************************************************
      *  OPTIONAL CONTROL CARD NAMING THE REPORT MONTH.  NO CARD (OR A
      *  BLANK ONE) REPORTS THE RUN-DATE MONTH.
      ******************************************************************
       01  WS-TAXRPT-CTL.
           05  TC-YYMM.
               10  TC-YY               PIC 99.
               10  TC-MM               PIC 99.
           05  FILLER                  PIC X(76).
       COPY TXHREC.
       COPY TAXREC.
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
           05  FILLER                  PIC X(32)
                   VALUE 'SALES TAX BY JURISDICTION - FOR '.
           05  H1-RPT-MM               PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  H1-RPT-YY               PIC 99.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE 'PAGE '.
           05  H1-PAGE                 PIC ZZ9.
       01  HEADER2.
           05  FILLER                  PIC X(6)    VALUE 'JURIS'.
           05  FILLER                  PIC X(22)   VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(8)    VALUE 'RATE'.
           05  FILLER                  PIC X(17)
                   VALUE 'TAXABLE SALES'.
           05  FILLER                  PIC X(17)   VALUE 'EXEMPT SALES'.
           05  FILLER                  PIC X(17)
                   VALUE 'TAX COLLECTED'.
           05  FILLER                  PIC X(10)   VALUE 'INVOICES'.
           05  FILLER                  PIC X(7)    VALUE 'CREDITS'.
       01  DETAIL-LINE.
           05  DL-JURIS                PIC X(3).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DL-DESCRIP              PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-RATE                 PIC Z9.999.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-TAXABLE              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-EXEMPT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-TAXAMT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DL-INVOICES             PIC ZZZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  DL-CREDITS              PIC ZZZZ9.
       01  TOTAL-LINE.
           05  FILLER                  PIC X(36)
                   VALUE 'TOTAL ALL JURISDICTIONS'.
           05  TL-TAXABLE              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  TL-EXEMPT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  TL-TAXAMT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  TL-INVOICES             PIC ZZZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  TL-CREDITS              PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAINLINE SECTION.
           PERFORM 0100-INIT THRU 0100-INIT-EXIT.
           PERFORM 0200-READ-SORTED THRU 0200-READ-SORTED-EXIT.
           PERFORM 0300-SUMMARIZE THRU 0300-SUMMARIZE-EXIT
               UNTIL TAXH-EOF.
           PERFORM 0900-EOJ THRU 0900-EOJ-EXIT.
           STOP RUN.
      ******************************************************************
      *  PICK UP THE REPORT MONTH, SORT THE TAX HISTORY INTO
      *  JURISDICTION ORDER AND OPEN THE FILES.
      ******************************************************************
       0100-INIT.
           ACCEPT CURRDATE FROM DATE.
           MOVE C-MM TO H1-MM.
           MOVE C-DD TO H1-DD.
           MOVE C-YY TO H1-YY.
           OPEN INPUT TAXRPT-CTL-FILE.
           READ TAXRPT-CTL-FILE INTO WS-TAXRPT-CTL
               AT END
                   MOVE SPACES TO WS-TAXRPT-CTL.
           CLOSE TAXRPT-CTL-FILE.
           IF TC-YYMM NUMERIC AND TC-MM > 0 AND TC-MM < 13
               MOVE TC-YYMM TO WS-RPT-YYMM
           ELSE
               MOVE C-YY TO WS-RPT-YY
               MOVE C-MM TO WS-RPT-MM.
           MOVE WS-RPT-MM TO H1-RPT-MM.
           MOVE WS-RPT-YY TO H1-RPT-YY.
           DISPLAY 'SALES TAX REPORT FOR MONTH ' WS-RPT-YYMM.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-TH-JURIS SW-TH-DATE
               USING TAX-HIST-FILE
               GIVING SORTED-TAXH-FILE.
           OPEN INPUT TAX-RATE-FILE
               IF TAX-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN TAX RATE FILE ' TAX-STAT
                   STOP RUN.
           OPEN INPUT  SORTED-TAXH-FILE.
           OPEN OUTPUT TAX-REPORT-FILE.
       0100-INIT-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT SORTED TAX-HISTORY RECORD.
      ******************************************************************
       0200-READ-SORTED.
           READ SORTED-TAXH-FILE INTO WS-TAXH-REC
               AT END
                   MOVE 'Y' TO EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR.
       0200-READ-SORTED-EXIT.
           EXIT.
      ******************************************************************
      *  ACCUMULATE ONE RECORD FOR THE REPORT MONTH INTO ITS
      *  JURISDICTION, PRINTING THE PREVIOUS JURISDICTION'S LINE EACH
      *  TIME THE CODE CHANGES.  A RETURN COMES OFF THE TOTALS.
      ******************************************************************
       0300-SUMMARIZE.
           IF WS-TH-YY = WS-RPT-YY AND WS-TH-MM = WS-RPT-MM
               IF NOT FIRST-RECORD AND WS-TH-JURIS NOT = WS-SAVE-JURIS
                   PERFORM 0400-JURIS-LINE THRU 0400-JURIS-LINE-EXIT
               END-IF
               MOVE 'N' TO FIRST-REC-SW
               MOVE WS-TH-JURIS TO WS-SAVE-JURIS
               ADD 1 TO WS-SELECT-CTR
               IF WS-TH-RETURN
                   SUBTRACT WS-TH-TAXABLE FROM WS-J-TAXABLE
                   SUBTRACT WS-TH-EXEMPT FROM WS-J-EXEMPT
                   SUBTRACT WS-TH-TAXAMT FROM WS-J-TAXAMT
                   ADD 1 TO WS-J-CREDITS
               ELSE
                   ADD WS-TH-TAXABLE TO WS-J-TAXABLE
                   ADD WS-TH-EXEMPT TO WS-J-EXEMPT
                   ADD WS-TH-TAXAMT TO WS-J-TAXAMT
                   ADD 1 TO WS-J-INVOICES.
           PERFORM 0200-READ-SORTED THRU 0200-READ-SORTED-EXIT.
       0300-SUMMARIZE-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT ONE JURISDICTION'S LINE, NAMED FROM TAX-RATE-FILE, ROLL
      *  IT INTO THE GRAND TOTAL AND CLEAR THE ACCUMULATORS.
      ******************************************************************
       0400-JURIS-LINE.
           IF LINE-CTR > 54
               PERFORM 0800-HEADINGS THRU 0800-HEADINGS-EXIT.
           MOVE WS-SAVE-JURIS TO TX-JURIS.
           READ TAX-RATE-FILE INTO WS-TAX-REC
               INVALID KEY
                   MOVE 0 TO WS-TX-RATE
                   IF WS-SAVE-JURIS = SPACES
                       MOVE '*** NO JURISDICTION' TO WS-TX-DESCRIP
                   ELSE
                       MOVE '*** NOT ON FILE' TO WS-TX-DESCRIP.
           MOVE WS-SAVE-JURIS TO DL-JURIS.
           MOVE WS-TX-DESCRIP TO DL-DESCRIP.
           MOVE WS-TX-RATE TO DL-RATE.
           MOVE WS-J-TAXABLE TO DL-TAXABLE.
           MOVE WS-J-EXEMPT TO DL-EXEMPT.
           MOVE WS-J-TAXAMT TO DL-TAXAMT.
           MOVE WS-J-INVOICES TO DL-INVOICES.
           MOVE WS-J-CREDITS TO DL-CREDITS.
           WRITE TAX-REPORT-REC FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
           ADD 1 TO WS-JURIS-CTR.
           ADD WS-J-TAXABLE TO WS-G-TAXABLE.
           ADD WS-J-EXEMPT TO WS-G-EXEMPT.
           ADD WS-J-TAXAMT TO WS-G-TAXAMT.
           ADD WS-J-INVOICES TO WS-G-INVOICES.
           ADD WS-J-CREDITS TO WS-G-CREDITS.
           MOVE 0 TO WS-J-TAXABLE WS-J-EXEMPT WS-J-TAXAMT
                     WS-J-INVOICES WS-J-CREDITS.
       0400-JURIS-LINE-EXIT.
           EXIT.
      ******************************************************************
      *  HEADING ROUTINE FOR A NEW PAGE.
      ******************************************************************
       0800-HEADINGS.
           ADD 1 TO PG-CTR.
           MOVE PG-CTR TO H1-PAGE.
           WRITE TAX-REPORT-REC FROM HEADER1
               AFTER ADVANCING PAGE.
           WRITE TAX-REPORT-REC FROM HEADER2
               AFTER ADVANCING 2 LINES.
           MOVE 4 TO LINE-CTR.
       0800-HEADINGS-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT THE LAST JURISDICTION AND THE GRAND TOTAL, CLOSE ALL
      *  FILES AND DISPLAY THE RUN TOTALS.
      ******************************************************************
       0900-EOJ.
           IF NOT FIRST-RECORD
               PERFORM 0400-JURIS-LINE THRU 0400-JURIS-LINE-EXIT.
           IF LINE-CTR > 54
               PERFORM 0800-HEADINGS THRU 0800-HEADINGS-EXIT.
           MOVE WS-G-TAXABLE TO TL-TAXABLE.
           MOVE WS-G-EXEMPT TO TL-EXEMPT.
           MOVE WS-G-TAXAMT TO TL-TAXAMT.
           MOVE WS-G-INVOICES TO TL-INVOICES.
           MOVE WS-G-CREDITS TO TL-CREDITS.
           WRITE TAX-REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           DISPLAY WS-READ-CTR   ' TAX HISTORY RECORDS READ.'.
           DISPLAY WS-SELECT-CTR ' RECORDS IN THE REPORT MONTH.'.
           DISPLAY WS-JURIS-CTR  ' JURISDICTIONS REPORTED.'.
           DISPLAY WS-G-TAXAMT   ' NET SALES TAX COLLECTED.'.
           CLOSE SORTED-TAXH-FILE
                 TAX-RATE-FILE
                 TAX-REPORT-FILE.
       0900-EOJ-EXIT.
           EXIT.
