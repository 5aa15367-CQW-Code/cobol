      ****************************
      * IDENTIFICATION DIVISION
      ****************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      INVVALU.
       AUTHOR.          MAINTENANCE TEAM.
      ******************************************************************
      * MONTH-END INVENTORY VALUATION BY STOCKING LOCATION, WITH
      * SLOW-MOVING AND DEAD-STOCK ANALYSIS.  THIS PROGRAM READS
      * MASTER-FILE IN ITEM ORDER AND EXTENDS EACH WS-M-LOC-QOH SLOT
      * AT WS-M-PURCHPRC.  ANY PART OF WS-M-QOH NOT HELD IN A
      * LOCATION SLOT IS VALUED ON A POOL LINE, SO EVERY ITEM'S LINE
      * FOOTS TO WS-M-QOH TIMES WS-M-PURCHPRC.  THE VALUATION REPORT
      * (VALRPT) PRINTS ONE LINE PER ITEM, THEN A SUBTOTAL FOR EACH
      * STOCKING LOCATION, THE POOL AND THE COMPANY GRAND TOTAL.  A
      * POOL THAT IS NEGATIVE MEANS THE SLOTS HOLD MORE THAN WS-M-QOH;
      * INVAUDIT REPORTS THAT DRIFT.
      *
      * MOVEMENT IS TAKEN FROM SALES-HIST-FILE (A MONTHLY BUCKET WITH
      * UNITS SHIPPED, SEE SLSHREC.CPY) AND DEMAND-HIST-FILE (THE
      * TYPE-'S' SHIPMENT RECORDS, SEE DMDHREC.CPY).  BOTH ARE
      * EXTRACTED TO ONE ITEM/MONTH WORK FILE, WHICH IS SORTED AND
      * MATCHED AGAINST THE MASTER THE SAME WAY INVAUDIT MATCHES ITS
      * SUPPORT FILES.  AN ITEM WITH STOCK ON HAND IS FLAGGED:
      *   SLOW-MOVING - NO SHIPMENT IN THE LAST N MONTHS, WHERE N IS
      *                 TAKEN FROM THE VALCTL CONTROL CARD (COLUMNS
      *                 1-2), 6 WHEN NO CARD IS SUPPLIED.
      *   DEAD STOCK  - NO SHIPMENT IN THE LAST 12 MONTHS, OR NONE ON
      *                 EITHER HISTORY FILE AT ALL.
      * MONTHS ARE COUNTED BACK FROM THE RUN-DATE MONTH UNLESS THE
      * CARD NAMES ANOTHER (YYMM IN COLUMNS 3-6), SO A RUN ON THE
      * FIRST OF THE MONTH CAN STILL MEASURE FROM THE MONTH JUST
      * CLOSED.  AN ITEM SHIPPED IN THAT MONTH HAS BEEN IDLE 0 MONTHS.
      * THE FLAGGED ITEMS ARE SORTED BY THE VALUE TIED UP IN THEM,
      * HIGHEST FIRST, AND PRINTED ON A SEPARATE LISTING (VALFLAG) FOR
      * PURCHASING AND SALES TO DECIDE WHAT TO DISCOUNT, RETURN TO THE
      * SUPPLIER OR WRITE OFF.  NOTHING IS UPDATED, SO THE RUN CAN BE
      * REPEATED FREELY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             IBM-370.
       OBJECT-COMPUTER.             IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE         ASSIGN MASTFILE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS M-ITEMNO
                FILE STATUS IS VSAM-STAT.
           SELECT OPTIONAL SALES-HIST-FILE ASSIGN SLSHIST
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS SH-KEY
                FILE STATUS IS SLSH-STAT.
           SELECT OPTIONAL DEMAND-HIST-FILE ASSIGN DMDHIST.
           SELECT MOVE-WORK-FILE      ASSIGN MOVWORK.
           SELECT SORT-WORK-FILE      ASSIGN SORTWK1.
           SELECT SORTED-MOVE-FILE    ASSIGN SRTDMOV.
           SELECT FLAG-WORK-FILE      ASSIGN FLAGWORK.
           SELECT SORT-FLAG-FILE      ASSIGN SORTWK2.
           SELECT SORTED-FLAG-FILE    ASSIGN SRTDFLG.
           SELECT OPTIONAL VALU-CTL-FILE ASSIGN VALCTL.
           SELECT VALU-REPORT-FILE    ASSIGN VALRPT.
           SELECT FLAG-REPORT-FILE    ASSIGN VALFLAG.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  MASTER-FILE.
       01  VMAST-REC.
           05  M-ITEMNO                PIC 9(5).
           05  FILLER                  PIC X(113).
       FD  SALES-HIST-FILE.
       01  VSLSH-REC.
           05  SH-KEY.
               10  SH-YYMM             PIC 9(4).
               10  SH-ITEMNO           PIC 9(5).
               10  SH-CUSTNO           PIC 9(6).
           05  FILLER                  PIC X(45).
       FD  DEMAND-HIST-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  DEMAND-HIST-REC             PIC X(30).
       FD  MOVE-WORK-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  MOVE-WORK-REC               PIC X(20).
      *    SW-MOVE-REC MIRRORS WS-MOVE-REC BELOW (ITEM 1-5, YYMM 6-9).
       SD  SORT-WORK-FILE.
       01  SW-MOVE-REC.
           05  SW-MV-ITEMNO            PIC 9(5).
           05  SW-MV-YYMM              PIC 9(4).
           05  FILLER                  PIC X(11).
       FD  SORTED-MOVE-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  SORTED-MOVE-REC             PIC X(20).
       FD  FLAG-WORK-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  FLAG-WORK-REC               PIC X(60).
      *    SW-FLAG-REC MIRRORS WS-FLAG-REC BELOW (VALUE 1-9, ITEM
      *    10-14, ...).
       SD  SORT-FLAG-FILE.
       01  SW-FLAG-REC.
           05  SW-FL-VALUE             PIC 9(7)V99.
           05  SW-FL-ITEMNO            PIC 9(5).
           05  FILLER                  PIC X(46).
       FD  SORTED-FLAG-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  SORTED-FLAG-REC             PIC X(60).
       FD  VALU-CTL-FILE
               LABEL RECORDS ARE STANDARD.
       01  VALU-CTL-REC                PIC X(80).
       FD  VALU-REPORT-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  VALU-REPORT-REC             PIC X(132).
       FD  FLAG-REPORT-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  FLAG-REPORT-REC             PIC X(132).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  SWITCHES.
           05  MAST-EOF-SW             PIC X       VALUE 'N'.
               88  MASTEOF                         VALUE 'Y'.
           05  SLSH-EOF-SW             PIC X       VALUE 'N'.
               88  SLSH-EOF                        VALUE 'Y'.
           05  DMDH-EOF-SW             PIC X       VALUE 'N'.
               88  DMDH-EOF                        VALUE 'Y'.
           05  MOVE-EOF-SW             PIC X       VALUE 'N'.
               88  MOVE-EOF                        VALUE 'Y'.
           05  FLAG-EOF-SW             PIC X       VALUE 'N'.
               88  FLAG-EOF                        VALUE 'Y'.
       01  COUNTERS-ACCUMULATORS.
           05  PG-CTR                  PIC 999     VALUE 0.
           05  LINE-CTR                PIC 99      VALUE 99.
           05  FL-PG-CTR               PIC 999     VALUE 0.
           05  FL-LINE-CTR             PIC 99      VALUE 99.
           05  WS-ITEM-CTR             PIC 9(5)    VALUE 0.
           05  WS-MOVE-CTR             PIC 9(7)    VALUE 0.
           05  WS-ORPHAN-CTR           PIC 9(7)    VALUE 0.
           05  WS-SLOW-CTR             PIC 9(5)    VALUE 0.
           05  WS-DEAD-CTR             PIC 9(5)    VALUE 0.
           05  WS-SLOW-VALUE           PIC 9(9)V99 VALUE 0.
           05  WS-DEAD-VALUE           PIC 9(9)V99 VALUE 0.
       01  WORK-AREA.
           05  VSAM-STAT               PIC XX.
           05  SLSH-STAT               PIC XX.
           05  WS-LOC-SUB              PIC 99      VALUE 0.
           05  WS-SLOW-MONTHS          PIC 99      VALUE 6.
           05  WS-DEAD-MONTHS          PIC 99      VALUE 12.
           05  WS-MONTHS-IDLE          PIC S9(5)   COMP-3.
           05  WS-SLOT-QTY             PIC 9(5).
           05  WS-POOL-QTY             PIC S9(5).
           05  WS-POOL-VALUE           PIC S9(7)V99.
           05  WS-ITEM-VALUE           PIC 9(7)V99.
           05  WS-ITEM-FLAG            PIC X.
               88  ITEM-SLOW                       VALUE 'S'.
               88  ITEM-DEAD                       VALUE 'D'.
               88  ITEM-FLAGGED                    VALUE 'S' 'D'.
           05  WS-LAST-YYMM.
               10  WS-LAST-YY          PIC 99.
               10  WS-LAST-MM          PIC 99.
           05  WS-ASOF-YYMM.
               10  WS-ASOF-YY          PIC 99.
               10  WS-ASOF-MM          PIC 99.
           05  WS-SHIP-DATE.
               10  WS-SHIP-YYMM        PIC 9(4).
               10  WS-SHIP-DD          PIC 99.
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
      ******************************************************************
      *  VALUE OF EACH LOCATION SLOT FOR THE CURRENT ITEM, AND THE
      *  RUNNING SUBTOTALS BY LOCATION, POOL AND COMPANY.
      ******************************************************************
       01  LOCATION-VALUES.
           05  WS-LV-VALUE             PIC 9(7)V99 OCCURS 3 TIMES.
       01  LOCATION-TOTALS.
           05  WS-LT-ENTRY             OCCURS 3 TIMES.
               10  WS-LT-QTY           PIC 9(7).
               10  WS-LT-VALUE         PIC 9(9)V99.
       01  POOL-GRAND-TOTALS.
           05  WS-PT-QTY               PIC S9(7)   VALUE 0.
           05  WS-PT-VALUE             PIC S9(9)V99 VALUE 0.
           05  WS-GT-QTY               PIC 9(7)    VALUE 0.
           05  WS-GT-VALUE             PIC 9(9)V99 VALUE 0.
      ******************************************************************
      *  OPTIONAL CONTROL CARD - SLOW-MOVING MONTHS AND THE MONTH TO
      *  COUNT BACK FROM.  EITHER MAY BE LEFT BLANK.
      ******************************************************************
       01  WS-VALU-CTL.
           05  VC-SLOW-MONTHS          PIC 99.
           05  VC-YYMM.
               10  VC-YY               PIC 99.
               10  VC-MM               PIC 99.
           05  FILLER                  PIC X(74).
      ******************************************************************
      *  ONE SHIPMENT MONTH FOR ONE ITEM, FROM EITHER HISTORY FILE.
      ******************************************************************
       01  WS-MOVE-REC.
           05  WS-MV-ITEMNO            PIC 9(5).
           05  WS-MV-YYMM              PIC 9(4).
           05  FILLER                  PIC X(11).
      ******************************************************************
      *  ONE FLAGGED ITEM, WRITTEN DURING THE VALUATION PASS AND
      *  SORTED BY VALUE FOR THE FLAGGED-STOCK LISTING.
      ******************************************************************
       01  WS-FLAG-REC.
           05  WS-FL-VALUE             PIC 9(7)V99.
           05  WS-FL-ITEMNO            PIC 9(5).
           05  WS-FL-DESCRIP           PIC X(20).
           05  WS-FL-REPLNO            PIC 9(5).
           05  WS-FL-QOH               PIC 9(4).
           05  WS-FL-PURCHPRC          PIC 9(3)V99.
           05  WS-FL-LAST-YYMM.
               10  WS-FL-LAST-YY       PIC 99.
               10  WS-FL-LAST-MM       PIC 99.
           05  WS-FL-MONTHS            PIC 9(4).
           05  WS-FL-STATUS            PIC X.
               88  WS-FL-SLOW                      VALUE 'S'.
               88  WS-FL-DEAD                      VALUE 'D'.
           05  FILLER                  PIC X(3).
       COPY MASTREC.
       COPY SLSHREC.
       COPY DMDHREC.
      ******************************************************************
      *  VALUATION REPORT LINES.
      ******************************************************************
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
           05  FILLER                  PIC X(41)
                   VALUE 'MONTH-END INVENTORY VALUATION BY LOCATION'.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE 'PAGE '.
           05  H1-PAGE                 PIC ZZ9.
       01  HEADER2.
           05  FILLER                  PIC X(35)   VALUE SPACES.
           05  FILLER                  PIC X(18)
                   VALUE '  -- LOCATION 1 --'.
           05  FILLER                  PIC X(18)
                   VALUE '  -- LOCATION 2 --'.
           05  FILLER                  PIC X(18)
                   VALUE '  -- LOCATION 3 --'.
           05  FILLER                  PIC X(20)
                   VALUE '  ------ POOL ------'.
           05  FILLER                  PIC X(12)   VALUE '       TOTAL'.
       01  HEADER3.
           05  FILLER                  PIC X(7)    VALUE 'ITEMNO'.
           05  FILLER                  PIC X(21)   VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(7)    VALUE '  COST'.
           05  FILLER                  PIC X(18)
                   VALUE ' QTY        VALUE'.
           05  FILLER                  PIC X(18)
                   VALUE ' QTY        VALUE'.
           05  FILLER                  PIC X(18)
                   VALUE ' QTY        VALUE'.
           05  FILLER                  PIC X(20)
                   VALUE ' QTY         VALUE'.
           05  FILLER                  PIC X(14)
                   VALUE '       VALUE'.
           05  FILLER                  PIC X(4)    VALUE 'FLAG'.
       01  DETAIL-LINE.
           05  DL-ITEMNO               PIC 9(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-DESCRIP              PIC X(20).
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-COST                 PIC ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-LOC1-QTY             PIC ZZZ9.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-LOC1-VALUE           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-LOC2-QTY             PIC ZZZ9.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-LOC2-VALUE           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-LOC3-QTY             PIC ZZZ9.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-LOC3-VALUE           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-POOL-QTY             PIC ZZZ9-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-POOL-VALUE           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-VALUE                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-FLAG                 PIC X(4).
       01  SUMMARY-HEADER.
           05  FILLER                  PIC X(35)
                   VALUE 'VALUATION SUMMARY'.
           05  FILLER                  PIC X(11)
                   VALUE '   QUANTITY'.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(15)
                   VALUE '          VALUE'.
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  SL-LABEL                PIC X(30).
           05  SL-QTY                  PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  SL-VALUE                PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-LOC-LABEL.
           05  FILLER                  PIC X(18)
                   VALUE 'STOCKING LOCATION '.
           05  WS-LL-LOC               PIC 9.
      ******************************************************************
      *  FLAGGED-STOCK LISTING LINES.
      ******************************************************************
       01  FL-HEADER1.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(13)
                   VALUE 'REPORT DATE:'.
           05  FILLER                  PIC X       VALUE SPACE.
           05  F1-MM                   PIC Z9.
           05  FILLER                  PIC X       VALUE '/'.
           05  F1-DD                   PIC Z9.
           05  FILLER                  PIC X       VALUE '/'.
           05  F1-YY                   PIC 99.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(41)
                   VALUE 'SLOW-MOVING AND DEAD STOCK BY VALUE'.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE 'PAGE '.
           05  F1-PAGE                 PIC ZZ9.
       01  FL-HEADER2.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(30)
                   VALUE 'SLOW-MOVING = NO SHIPMENT IN '.
           05  F2-SLOW-MONTHS          PIC Z9.
           05  FILLER                  PIC X(30)
                   VALUE ' MONTHS   DEAD STOCK = NONE IN'.
           05  FILLER                  PIC X       VALUE SPACE.
           05  F2-DEAD-MONTHS          PIC Z9.
           05  FILLER                  PIC X(15)
                   VALUE ' MONTHS, AS OF '.
           05  F2-ASOF-MM              PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  F2-ASOF-YY              PIC 99.
       01  FL-HEADER3.
           05  FILLER                  PIC X(7)    VALUE 'ITEMNO'.
           05  FILLER                  PIC X(22)   VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(8)    VALUE 'SUPPLR'.
           05  FILLER                  PIC X(7)    VALUE ' QOH'.
           05  FILLER                  PIC X(9)    VALUE '  COST'.
           05  FILLER                  PIC X(15)   VALUE '       VALUE'.
           05  FILLER                  PIC X(12)   VALUE 'LAST SHIP'.
           05  FILLER                  PIC X(9)    VALUE 'MONTHS'.
           05  FILLER                  PIC X(6)    VALUE 'STATUS'.
       01  FL-DETAIL-LINE.
           05  FD-ITEMNO               PIC 9(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FD-DESCRIP              PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FD-REPLNO               PIC 9(5).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FD-QOH                  PIC ZZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FD-COST                 PIC ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FD-VALUE                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FD-LAST-SHIP.
               10  FD-LAST-MM          PIC 99.
               10  FD-LAST-SLASH       PIC X.
               10  FD-LAST-YY          PIC 99.
           05  FILLER                  PIC X(7)    VALUE SPACES.
           05  FD-MONTHS-AREA.
               10  FD-MONTHS           PIC ZZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FD-STATUS               PIC X(11).
       01  FL-TOTAL-LINE.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FT-LABEL                PIC X(30).
           05  FT-COUNT                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(7)    VALUE ' ITEMS '.
           05  FT-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAINLINE SECTION.
           PERFORM 0100-INIT THRU 0100-INIT-EXIT.
           PERFORM 0200-EXTRACT-MOVEMENT
               THRU 0200-EXTRACT-MOVEMENT-EXIT.
           PERFORM 0300-SORT-MOVEMENT THRU 0300-SORT-MOVEMENT-EXIT.
           PERFORM 0400-READ-MAST THRU 0400-READ-MAST-EXIT.
           PERFORM 0450-VALUE-ONE THRU 0450-VALUE-ONE-EXIT
               UNTIL MASTEOF.
           PERFORM 0800-LOC-SUMMARY THRU 0800-LOC-SUMMARY-EXIT.
           PERFORM 0700-FLAG-LISTING THRU 0700-FLAG-LISTING-EXIT.
           PERFORM 0900-EOJ THRU 0900-EOJ-EXIT.
           STOP RUN.
      ******************************************************************
      *  PICK UP THE SLOW-MOVING MONTHS AND THE AS-OF MONTH AND OPEN
      *  THE FILES.
      ******************************************************************
       0100-INIT.
           ACCEPT CURRDATE FROM DATE.
           MOVE C-MM TO H1-MM F1-MM.
           MOVE C-DD TO H1-DD F1-DD.
           MOVE C-YY TO H1-YY F1-YY.
           OPEN INPUT VALU-CTL-FILE.
           READ VALU-CTL-FILE INTO WS-VALU-CTL
               AT END
                   MOVE SPACES TO WS-VALU-CTL.
           CLOSE VALU-CTL-FILE.
           IF VC-SLOW-MONTHS NUMERIC AND VC-SLOW-MONTHS > 0
               MOVE VC-SLOW-MONTHS TO WS-SLOW-MONTHS.
           IF VC-YYMM NUMERIC AND VC-MM > 0 AND VC-MM < 13
               MOVE VC-YYMM TO WS-ASOF-YYMM
           ELSE
               MOVE C-YY TO WS-ASOF-YY
               MOVE C-MM TO WS-ASOF-MM.
           MOVE WS-SLOW-MONTHS TO F2-SLOW-MONTHS.
           MOVE WS-DEAD-MONTHS TO F2-DEAD-MONTHS.
           MOVE WS-ASOF-MM TO F2-ASOF-MM.
           MOVE WS-ASOF-YY TO F2-ASOF-YY.
           DISPLAY 'SLOW-MOVING AFTER ' WS-SLOW-MONTHS
               ' MONTHS, COUNTED FROM ' WS-ASOF-YYMM.
           INITIALIZE LOCATION-TOTALS.
           OPEN INPUT MASTER-FILE
               IF VSAM-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN MASTER FILE ' VSAM-STAT
                   STOP RUN.
           OPEN INPUT SALES-HIST-FILE
               IF SLSH-STAT NOT = '00' AND SLSH-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN SALES HISTORY FILE '
                       SLSH-STAT
                   STOP RUN.
           OPEN INPUT  DEMAND-HIST-FILE.
           OPEN OUTPUT MOVE-WORK-FILE
                       FLAG-WORK-FILE
                       VALU-REPORT-FILE
                       FLAG-REPORT-FILE.
       0100-INIT-EXIT.
           EXIT.
      ******************************************************************
      *  EXTRACT ONE ITEM/MONTH RECORD FOR EVERY SALES-HISTORY BUCKET
      *  WITH UNITS SHIPPED AND EVERY SHIPMENT ON THE DEMAND HISTORY.
      ******************************************************************
       0200-EXTRACT-MOVEMENT.
           PERFORM 0210-READ-SLSH THRU 0210-READ-SLSH-EXIT.
           PERFORM 0220-EXTRACT-SALES THRU 0220-EXTRACT-SALES-EXIT
               UNTIL SLSH-EOF.
           PERFORM 0250-READ-DMDH THRU 0250-READ-DMDH-EXIT.
           PERFORM 0260-EXTRACT-DEMAND THRU 0260-EXTRACT-DEMAND-EXIT
               UNTIL DMDH-EOF.
           CLOSE SALES-HIST-FILE
                 DEMAND-HIST-FILE
                 MOVE-WORK-FILE.
       0200-EXTRACT-MOVEMENT-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT SALES-HISTORY BUCKET.
      ******************************************************************
       0210-READ-SLSH.
           READ SALES-HIST-FILE INTO WS-SLSH-REC
               AT END
                   MOVE 'Y' TO SLSH-EOF-SW.
       0210-READ-SLSH-EXIT.
           EXIT.
      ******************************************************************
      *  A BUCKET WITH UNITS IN IT IS A MONTH THE ITEM SHIPPED.
      ******************************************************************
       0220-EXTRACT-SALES.
           IF WS-SH-UNITS > 0
               MOVE SPACES TO WS-MOVE-REC
               MOVE WS-SH-ITEMNO TO WS-MV-ITEMNO
               MOVE WS-SH-YYMM TO WS-MV-YYMM
               WRITE MOVE-WORK-REC FROM WS-MOVE-REC
               ADD 1 TO WS-MOVE-CTR.
           PERFORM 0210-READ-SLSH THRU 0210-READ-SLSH-EXIT.
       0220-EXTRACT-SALES-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT DEMAND-HISTORY RECORD.
      ******************************************************************
       0250-READ-DMDH.
           READ DEMAND-HIST-FILE INTO WS-DMDH-REC
               AT END
                   MOVE 'Y' TO DMDH-EOF-SW.
       0250-READ-DMDH-EXIT.
           EXIT.
      ******************************************************************
      *  ONLY A SHIPMENT IS MOVEMENT - A BACKORDER OR A RETURN IS NOT.
      ******************************************************************
       0260-EXTRACT-DEMAND.
           IF WS-D-SHIPPED AND WS-D-QUANTITY > 0
               MOVE WS-D-DATE TO WS-SHIP-DATE
               MOVE SPACES TO WS-MOVE-REC
               MOVE WS-D-ITEMNO TO WS-MV-ITEMNO
               MOVE WS-SHIP-YYMM TO WS-MV-YYMM
               WRITE MOVE-WORK-REC FROM WS-MOVE-REC
               ADD 1 TO WS-MOVE-CTR.
           PERFORM 0250-READ-DMDH THRU 0250-READ-DMDH-EXIT.
       0260-EXTRACT-DEMAND-EXIT.
           EXIT.
      ******************************************************************
      *  SORT THE MOVEMENT EXTRACT INTO ITEM/MONTH ORDER AND PRIME THE
      *  MATCH READ.  THE LAST RECORD FOR AN ITEM IS ITS LATEST MONTH.
      ******************************************************************
       0300-SORT-MOVEMENT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-MV-ITEMNO SW-MV-YYMM
               USING MOVE-WORK-FILE
               GIVING SORTED-MOVE-FILE.
           OPEN INPUT SORTED-MOVE-FILE.
           PERFORM 0350-READ-MOVE THRU 0350-READ-MOVE-EXIT.
       0300-SORT-MOVEMENT-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT SORTED MOVEMENT RECORD.
      ******************************************************************
       0350-READ-MOVE.
           READ SORTED-MOVE-FILE INTO WS-MOVE-REC
               AT END
                   MOVE 'Y' TO MOVE-EOF-SW.
       0350-READ-MOVE-EXIT.
           EXIT.
      ******************************************************************
      *  READ MASTER-FILE IN M-ITEMNO ORDER, ONE RECORD AT A TIME.
      ******************************************************************
       0400-READ-MAST.
           READ MASTER-FILE INTO WS-MAST-REC
               AT END
                   MOVE 'Y' TO MAST-EOF-SW.
       0400-READ-MAST-EXIT.
           EXIT.
      ******************************************************************
      *  VALUE ONE ITEM BY LOCATION AND POOL, CLASSIFY ITS MOVEMENT
      *  AND PRINT ITS VALUATION LINE.
      ******************************************************************
       0450-VALUE-ONE.
           ADD 1 TO WS-ITEM-CTR.
           PERFORM 0500-LAST-SHIPPED THRU 0500-LAST-SHIPPED-EXIT.
           MOVE 0 TO WS-SLOT-QTY.
           PERFORM 0550-VALUE-LOC THRU 0550-VALUE-LOC-EXIT
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-M-LOC-COUNT.
           COMPUTE WS-POOL-QTY = WS-M-QOH - WS-SLOT-QTY.
           COMPUTE WS-POOL-VALUE = WS-POOL-QTY * WS-M-PURCHPRC.
           COMPUTE WS-ITEM-VALUE = WS-M-QOH * WS-M-PURCHPRC.
           ADD WS-POOL-QTY TO WS-PT-QTY.
           ADD WS-POOL-VALUE TO WS-PT-VALUE.
           ADD WS-M-QOH TO WS-GT-QTY.
           ADD WS-ITEM-VALUE TO WS-GT-VALUE.
           PERFORM 0600-CLASSIFY THRU 0600-CLASSIFY-EXIT.
           PERFORM 0650-PRINT-ITEM THRU 0650-PRINT-ITEM-EXIT.
           PERFORM 0400-READ-MAST THRU 0400-READ-MAST-EXIT.
       0450-VALUE-ONE-EXIT.
           EXIT.
      ******************************************************************
      *  FIND THE LATEST SHIPMENT MONTH FOR THE CURRENT ITEM (ZERO IF
      *  IT NEVER SHIPPED).  MOVEMENT FOR ITEMS BELOW THE CURRENT
      *  MASTER KEY BELONGS TO ITEMS NO LONGER ON FILE AND IS SKIPPED.
      ******************************************************************
       0500-LAST-SHIPPED.
           MOVE ZEROS TO WS-LAST-YYMM.
           PERFORM 0510-DRAIN-OLD-MOVE THRU 0510-DRAIN-OLD-MOVE-EXIT
               UNTIL MOVE-EOF OR WS-MV-ITEMNO NOT < WS-M-ITEMNO.
           PERFORM 0520-TAKE-MOVE THRU 0520-TAKE-MOVE-EXIT
               UNTIL MOVE-EOF OR WS-MV-ITEMNO NOT = WS-M-ITEMNO.
       0500-LAST-SHIPPED-EXIT.
           EXIT.
       0510-DRAIN-OLD-MOVE.
           ADD 1 TO WS-ORPHAN-CTR.
           PERFORM 0350-READ-MOVE THRU 0350-READ-MOVE-EXIT.
       0510-DRAIN-OLD-MOVE-EXIT.
           EXIT.
       0520-TAKE-MOVE.
           MOVE WS-MV-YYMM TO WS-LAST-YYMM.
           PERFORM 0350-READ-MOVE THRU 0350-READ-MOVE-EXIT.
       0520-TAKE-MOVE-EXIT.
           EXIT.
      ******************************************************************
      *  EXTEND ONE LOCATION SLOT AND ADD IT TO THAT LOCATION'S
      *  SUBTOTAL.
      ******************************************************************
       0550-VALUE-LOC.
           COMPUTE WS-LV-VALUE(WS-LOC-SUB) =
               WS-M-LOC-QOH(WS-LOC-SUB) * WS-M-PURCHPRC.
           ADD WS-M-LOC-QOH(WS-LOC-SUB) TO WS-SLOT-QTY.
           ADD WS-M-LOC-QOH(WS-LOC-SUB) TO WS-LT-QTY(WS-LOC-SUB).
           ADD WS-LV-VALUE(WS-LOC-SUB) TO WS-LT-VALUE(WS-LOC-SUB).
       0550-VALUE-LOC-EXIT.
           EXIT.
      ******************************************************************
      *  FLAG AN ITEM WITH STOCK ON HAND THAT HAS NOT SHIPPED RECENTLY
      *  AND WRITE IT TO THE FLAGGED-STOCK WORK FILE.  AN ITEM WITH NO
      *  STOCK TIES UP NO VALUE AND IS NEVER FLAGGED.
      ******************************************************************
       0600-CLASSIFY.
           MOVE SPACE TO WS-ITEM-FLAG.
           MOVE 0 TO WS-MONTHS-IDLE.
           IF WS-LAST-YYMM NOT = ZEROS
               COMPUTE WS-MONTHS-IDLE =
                   (WS-ASOF-YY * 12 + WS-ASOF-MM)
                 - (WS-LAST-YY * 12 + WS-LAST-MM)
               IF WS-MONTHS-IDLE < 0
                   MOVE 0 TO WS-MONTHS-IDLE.
           IF WS-M-QOH > 0
               IF WS-LAST-YYMM = ZEROS
                       OR WS-MONTHS-IDLE NOT < WS-DEAD-MONTHS
                   MOVE 'D' TO WS-ITEM-FLAG
               ELSE
                   IF WS-MONTHS-IDLE NOT < WS-SLOW-MONTHS
                       MOVE 'S' TO WS-ITEM-FLAG.
           IF ITEM-FLAGGED
               PERFORM 0620-WRITE-FLAG THRU 0620-WRITE-FLAG-EXIT.
       0600-CLASSIFY-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE ONE FLAGGED ITEM AND ADD IT TO ITS CLASS TOTAL.
      ******************************************************************
       0620-WRITE-FLAG.
           MOVE SPACES TO WS-FLAG-REC.
           MOVE WS-ITEM-VALUE TO WS-FL-VALUE.
           MOVE WS-M-ITEMNO TO WS-FL-ITEMNO.
           MOVE WS-M-DESCRIP TO WS-FL-DESCRIP.
           MOVE WS-M-REPLNO TO WS-FL-REPLNO.
           MOVE WS-M-QOH TO WS-FL-QOH.
           MOVE WS-M-PURCHPRC TO WS-FL-PURCHPRC.
           MOVE WS-LAST-YYMM TO WS-FL-LAST-YYMM.
           MOVE WS-MONTHS-IDLE TO WS-FL-MONTHS.
           MOVE WS-ITEM-FLAG TO WS-FL-STATUS.
           WRITE FLAG-WORK-REC FROM WS-FLAG-REC.
           IF ITEM-DEAD
               ADD 1 TO WS-DEAD-CTR
               ADD WS-ITEM-VALUE TO WS-DEAD-VALUE
           ELSE
               ADD 1 TO WS-SLOW-CTR
               ADD WS-ITEM-VALUE TO WS-SLOW-VALUE.
       0620-WRITE-FLAG-EXIT.
           EXIT.
      ******************************************************************
      *  FORMAT AND WRITE ONE VALUATION LINE, HEADING A NEW PAGE AS
      *  NEEDED.
      ******************************************************************
       0650-PRINT-ITEM.
           IF LINE-CTR > 54
               PERFORM 0680-HEADINGS THRU 0680-HEADINGS-EXIT.
           MOVE WS-M-ITEMNO TO DL-ITEMNO.
           MOVE WS-M-DESCRIP TO DL-DESCRIP.
           MOVE WS-M-PURCHPRC TO DL-COST.
           MOVE WS-M-LOC-QOH(1) TO DL-LOC1-QTY.
           MOVE WS-LV-VALUE(1) TO DL-LOC1-VALUE.
           MOVE WS-M-LOC-QOH(2) TO DL-LOC2-QTY.
           MOVE WS-LV-VALUE(2) TO DL-LOC2-VALUE.
           MOVE WS-M-LOC-QOH(3) TO DL-LOC3-QTY.
           MOVE WS-LV-VALUE(3) TO DL-LOC3-VALUE.
           MOVE WS-POOL-QTY TO DL-POOL-QTY.
           MOVE WS-POOL-VALUE TO DL-POOL-VALUE.
           MOVE WS-ITEM-VALUE TO DL-VALUE.
           IF ITEM-DEAD
               MOVE 'DEAD' TO DL-FLAG
           ELSE
               IF ITEM-SLOW
                   MOVE 'SLOW' TO DL-FLAG
               ELSE
                   MOVE SPACES TO DL-FLAG.
           WRITE VALU-REPORT-REC FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
       0650-PRINT-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *  HEADING ROUTINE FOR A NEW PAGE OF THE VALUATION REPORT.
      ******************************************************************
       0680-HEADINGS.
           ADD 1 TO PG-CTR.
           MOVE PG-CTR TO H1-PAGE.
           WRITE VALU-REPORT-REC FROM HEADER1
               AFTER ADVANCING PAGE.
           WRITE VALU-REPORT-REC FROM HEADER2
               AFTER ADVANCING 2 LINES.
           WRITE VALU-REPORT-REC FROM HEADER3
               AFTER ADVANCING 1 LINE.
           MOVE 5 TO LINE-CTR.
       0680-HEADINGS-EXIT.
           EXIT.
      ******************************************************************
      *  SORT THE FLAGGED ITEMS BY VALUE TIED UP, HIGHEST FIRST, AND
      *  PRINT THE FLAGGED-STOCK LISTING WITH ITS CLASS TOTALS.
      ******************************************************************
       0700-FLAG-LISTING.
           CLOSE FLAG-WORK-FILE.
           SORT SORT-FLAG-FILE
               ON DESCENDING KEY SW-FL-VALUE
               ON ASCENDING KEY SW-FL-ITEMNO
               USING FLAG-WORK-FILE
               GIVING SORTED-FLAG-FILE.
           OPEN INPUT SORTED-FLAG-FILE.
           PERFORM 0780-FLAG-HEADINGS THRU 0780-FLAG-HEADINGS-EXIT.
           PERFORM 0710-READ-FLAG THRU 0710-READ-FLAG-EXIT.
           PERFORM 0720-PRINT-FLAG THRU 0720-PRINT-FLAG-EXIT
               UNTIL FLAG-EOF.
           IF FL-LINE-CTR > 50
               PERFORM 0780-FLAG-HEADINGS THRU 0780-FLAG-HEADINGS-EXIT.
           MOVE 'SLOW-MOVING' TO FT-LABEL.
           MOVE WS-SLOW-CTR TO FT-COUNT.
           MOVE WS-SLOW-VALUE TO FT-VALUE.
           WRITE FLAG-REPORT-REC FROM FL-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'DEAD STOCK' TO FT-LABEL.
           MOVE WS-DEAD-CTR TO FT-COUNT.
           MOVE WS-DEAD-VALUE TO FT-VALUE.
           WRITE FLAG-REPORT-REC FROM FL-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL FLAGGED' TO FT-LABEL.
           COMPUTE FT-COUNT = WS-SLOW-CTR + WS-DEAD-CTR.
           COMPUTE FT-VALUE = WS-SLOW-VALUE + WS-DEAD-VALUE.
           WRITE FLAG-REPORT-REC FROM FL-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE SORTED-FLAG-FILE.
       0700-FLAG-LISTING-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT SORTED FLAGGED ITEM.
      ******************************************************************
       0710-READ-FLAG.
           READ SORTED-FLAG-FILE INTO WS-FLAG-REC
               AT END
                   MOVE 'Y' TO FLAG-EOF-SW.
       0710-READ-FLAG-EXIT.
           EXIT.
      ******************************************************************
      *  FORMAT AND WRITE ONE FLAGGED-STOCK LINE.  AN ITEM THAT HAS
      *  NEVER SHIPPED SHOWS NONE FOR ITS LAST SHIPMENT.
      ******************************************************************
       0720-PRINT-FLAG.
           IF FL-LINE-CTR > 54
               PERFORM 0780-FLAG-HEADINGS THRU 0780-FLAG-HEADINGS-EXIT.
           MOVE WS-FL-ITEMNO TO FD-ITEMNO.
           MOVE WS-FL-DESCRIP TO FD-DESCRIP.
           MOVE WS-FL-REPLNO TO FD-REPLNO.
           MOVE WS-FL-QOH TO FD-QOH.
           MOVE WS-FL-PURCHPRC TO FD-COST.
           MOVE WS-FL-VALUE TO FD-VALUE.
           IF WS-FL-LAST-YYMM = ZEROS
               MOVE 'NONE ' TO FD-LAST-SHIP
               MOVE SPACES TO FD-MONTHS-AREA
           ELSE
               MOVE WS-FL-LAST-MM TO FD-LAST-MM
               MOVE '/' TO FD-LAST-SLASH
               MOVE WS-FL-LAST-YY TO FD-LAST-YY
               MOVE WS-FL-MONTHS TO FD-MONTHS.
           IF WS-FL-DEAD
               MOVE 'DEAD STOCK' TO FD-STATUS
           ELSE
               MOVE 'SLOW-MOVING' TO FD-STATUS.
           WRITE FLAG-REPORT-REC FROM FL-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO FL-LINE-CTR.
           PERFORM 0710-READ-FLAG THRU 0710-READ-FLAG-EXIT.
       0720-PRINT-FLAG-EXIT.
           EXIT.
      ******************************************************************
      *  HEADING ROUTINE FOR A NEW PAGE OF THE FLAGGED-STOCK LISTING.
      ******************************************************************
       0780-FLAG-HEADINGS.
           ADD 1 TO FL-PG-CTR.
           MOVE FL-PG-CTR TO F1-PAGE.
           WRITE FLAG-REPORT-REC FROM FL-HEADER1
               AFTER ADVANCING PAGE.
           WRITE FLAG-REPORT-REC FROM FL-HEADER2
               AFTER ADVANCING 1 LINE.
           WRITE FLAG-REPORT-REC FROM FL-HEADER3
               AFTER ADVANCING 2 LINES.
           MOVE 6 TO FL-LINE-CTR.
       0780-FLAG-HEADINGS-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT THE LOCATION SUBTOTALS, THE POOL AND THE COMPANY GRAND
      *  TOTAL AT THE END OF THE VALUATION REPORT.
      ******************************************************************
       0800-LOC-SUMMARY.
           IF LINE-CTR > 46
               PERFORM 0680-HEADINGS THRU 0680-HEADINGS-EXIT.
           WRITE VALU-REPORT-REC FROM SUMMARY-HEADER
               AFTER ADVANCING 3 LINES.
           PERFORM 0810-LOC-SUBTOTAL THRU 0810-LOC-SUBTOTAL-EXIT
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-M-LOC-COUNT.
           MOVE 'POOL - NOT IN A LOCATION' TO SL-LABEL.
           MOVE WS-PT-QTY TO SL-QTY.
           MOVE WS-PT-VALUE TO SL-VALUE.
           WRITE VALU-REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'COMPANY TOTAL' TO SL-LABEL.
           MOVE WS-GT-QTY TO SL-QTY.
           MOVE WS-GT-VALUE TO SL-VALUE.
           WRITE VALU-REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
       0800-LOC-SUMMARY-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT ONE STOCKING LOCATION'S SUBTOTAL.
      ******************************************************************
       0810-LOC-SUBTOTAL.
           MOVE WS-LOC-SUB TO WS-LL-LOC.
           MOVE WS-LOC-LABEL TO SL-LABEL.
           MOVE WS-LT-QTY(WS-LOC-SUB) TO SL-QTY.
           MOVE WS-LT-VALUE(WS-LOC-SUB) TO SL-VALUE.
           WRITE VALU-REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
       0810-LOC-SUBTOTAL-EXIT.
           EXIT.
      ******************************************************************
      *  CLOSE THE REMAINING FILES AND DISPLAY THE RUN TOTALS.
      ******************************************************************
       0900-EOJ.
           PERFORM 0510-DRAIN-OLD-MOVE THRU 0510-DRAIN-OLD-MOVE-EXIT
               UNTIL MOVE-EOF.
           DISPLAY WS-ITEM-CTR   ' ITEMS VALUED.'.
           DISPLAY WS-GT-VALUE   ' TOTAL INVENTORY VALUE.'.
           DISPLAY WS-MOVE-CTR   ' SHIPMENT MONTHS EXTRACTED.'.
           DISPLAY WS-ORPHAN-CTR ' FOR ITEMS NO LONGER ON MASTER FILE.'.
           DISPLAY WS-SLOW-CTR   ' ITEMS FLAGGED SLOW-MOVING.'.
           DISPLAY WS-DEAD-CTR   ' ITEMS FLAGGED DEAD STOCK.'.
           CLOSE MASTER-FILE
                 SORTED-MOVE-FILE
                 VALU-REPORT-FILE
                 FLAG-REPORT-FILE.
       0900-EOJ-EXIT.
           EXIT.
