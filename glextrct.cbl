      ****************************
      * IDENTIFICATION DIVISION
      ****************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      GLEXTRCT.
       AUTHOR.          MAINTENANCE TEAM.
      ******************************************************************
      * NIGHTLY GENERAL-LEDGER EXTRACT.  THIS PROGRAM COLLECTS THE
      * DAY'S DOLLAR POSTINGS FROM EVERY RUN THAT MOVES MONEY AND
      * WRITES THEM TO GL-JOURNAL-FILE (SEE GLJRNREC.CPY) AS A
      * BALANCED DEBIT/CREDIT JOURNAL, SUMMARIZED BY GL ACCOUNT AND
      * POSTING DATE, FOR THE LEDGER PACKAGE TO IMPORT.  THE SOURCES
      * ARE:
      *   - INVORD-FILE - EACH SHIPMENT'S SALES DOLLARS AT THE
      *     WS-I-SALESPRC BILLED (ON-ACCOUNT OR CASH BY WS-I-PAY, THE
      *     SAME SPLIT ARPOST MAKES), THE SALES TAX INVPRINT BILLED
      *     ON IT (WS-I-TAXAMT, SPLIT THE SAME WAY), AND ITS COST OF
      *     GOODS AT THE ITEM'S WS-M-PURCHPRC, THE WAY SLSPOST COSTS IT
      *   - GL-ACTIVITY-FILE - THE POSTINGS RCPTPOST, ARCASH,
      *     RTRNPOST, APMATCH, FINCHG AND CNTPOST APPEND AS THEY RUN
      *     (SEE GLACTREC.CPY) - CNTPOST'S COUNT VARIANCES ARE POSTED
      *     HERE AT THEIR EXTENDED COST, GAINS AND LOSSES SEPARATELY
      * EVERY POSTING CARRIES A POSTING TYPE, AND THE GL ACCOUNT IT
      * DEBITS AND THE ONE IT CREDITS COME FROM GL-ACCOUNT-FILE
      * (SEE GLMAPREC.CPY, MAINTAINED BY GLMAINT) - NO ACCOUNT NUMBER
      * IS HELD HERE.  THE DEBIT AND CREDIT LEGS ARE SORTED INTO
      * ACCOUNT/DATE ORDER AND TOTALED ONTO THE JOURNAL, AND THE
      * JOURNAL PROOF LISTING PRINTS EVERY ACCOUNT/DATE TOTAL WITH THE
      * GRAND DEBITS AND CREDITS.  IF THE JOURNAL DOES NOT BALANCE, OR
      * ANY POSTING TYPE HAS NO MAPPING, THE PROOF SAYS SO AND THE RUN
      * ENDS WITH RETURN CODE 16 SO THE IMPORT STEP DOES NOT RUN;
      * GL-ACTIVITY-FILE IS THEN LEFT AS IT IS FOR THE RERUN.  A
      * CLEAN RUN EMPTIES GL-ACTIVITY-FILE READY FOR THE NEXT DAY.
      * THE RUN IS CHECKED AGAINST CYCLE-CTL-FILE (SEE CYCLREC.CPY): IT
      * JOURNALS THE CYCLE ONCE, AFTER INVPRINT HAS BILLED THE CYCLE'S
      * SHIPMENTS, UNLESS AN OVERRIDE CARD IS SUPPLIED.  A RUN THAT
      * DOES NOT PROVE IS STAMPED FAILED, NOT COMPLETE, SO IT CAN BE
      * RERUN ONCE THE MAPPING IS CORRECTED, AND ORDERS WILL NOT OPEN
      * THE NEXT CYCLE UNTIL IT HAS COMPLETED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             IBM-370.
       OBJECT-COMPUTER.             IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACCOUNT-FILE     ASSIGN GLACCT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS GM-POSTTYPE
                FILE STATUS IS GLM-STAT.
           SELECT MASTER-FILE         ASSIGN MASTFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS M-ITEMNO
                FILE STATUS IS VSAM-STAT.
           SELECT INVORD-FILE         ASSIGN INVFILE.
           SELECT OPTIONAL GL-ACTIVITY-FILE ASSIGN GLACTIV.
           SELECT GL-WORK-FILE        ASSIGN GLWORK.
           SELECT SORT-WORK-FILE      ASSIGN SORTWK1.
           SELECT SORTED-GL-FILE      ASSIGN SRTDGL.
           SELECT GL-JOURNAL-FILE     ASSIGN GLJRNL.
           SELECT JOURNAL-PROOF-FILE  ASSIGN GLPROOF.
           SELECT OPTIONAL CYCLE-CTL-FILE ASSIGN CYCLCTL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CY-KEY
                FILE STATUS IS CYC-STAT.
           SELECT OPTIONAL CYCLE-OVR-FILE ASSIGN CYCOVR.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  GL-ACCOUNT-FILE.
       01  VGLMAP-REC.
           05  GM-POSTTYPE             PIC X(4).
           05  FILLER                  PIC X(46).
       FD  MASTER-FILE.
       01  VMAST-REC.
           05  M-ITEMNO                PIC 9(5).
           05  FILLER                  PIC X(113).
       FD  INVORD-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  INV-ORD-REC                 PIC X(68).
       FD  GL-ACTIVITY-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  GL-ACTIVITY-REC             PIC X(40).
       FD  GL-WORK-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  GL-WORK-REC                 PIC X(30).
       SD  SORT-WORK-FILE.
       01  SW-GL-REC.
           05  SW-ACCOUNT              PIC 9(8).
           05  SW-DATE                 PIC 9(6).
           05  SW-DRCR                 PIC X.
           05  SW-REST                 PIC X(15).
       FD  SORTED-GL-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  SORTED-GL-REC               PIC X(30).
       FD  GL-JOURNAL-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  GL-JOURNAL-REC              PIC X(50).
       FD  JOURNAL-PROOF-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  JOURNAL-PROOF-REC           PIC X(132).
       FD  CYCLE-CTL-FILE.
       01  CYCLE-CTL-REC.
           05  CY-KEY.
               10  CY-GEN              PIC 9(5).
               10  CY-STEP             PIC X(8).
           05  FILLER                  PIC X(87).
       FD  CYCLE-OVR-FILE
               LABEL RECORDS ARE STANDARD.
       01  CYCLE-OVR-REC               PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  SWITCHES.
           05  INV-EOF-SW              PIC X       VALUE 'N'.
               88  INVORD-EOF                      VALUE 'Y'.
           05  ACT-EOF-SW              PIC X       VALUE 'N'.
               88  GLACT-EOF                       VALUE 'Y'.
           05  SRT-EOF-SW              PIC X       VALUE 'N'.
               88  SORTED-EOF                      VALUE 'Y'.
           05  FIRST-SW                PIC X       VALUE 'Y'.
               88  FIRST-SUMMARY                   VALUE 'Y'.
       01  COUNTERS-ACCUMULATORS.
           05  PG-CTR                  PIC 999     VALUE 0.
           05  LINE-CTR                PIC 99      VALUE 99.
           05  WS-SHIP-CTR             PIC 9(5)    VALUE 0.
           05  WS-NOCOST-CTR           PIC 9(5)    VALUE 0.
           05  WS-GLACT-CTR            PIC 9(5)    VALUE 0.
           05  WS-POSTING-CTR          PIC 9(7)    VALUE 0.
           05  WS-UNMAPPED-CTR         PIC 9(5)    VALUE 0.
           05  WS-JOURNAL-CTR          PIC 9(5)    VALUE 0.
           05  WS-SALES-AMT            PIC 9(9)V99 VALUE 0.
           05  WS-COST-AMT             PIC 9(9)V99 VALUE 0.
           05  WS-TAX-AMT              PIC 9(9)V99 VALUE 0.
           05  WS-GLACT-AMT            PIC 9(9)V99 VALUE 0.
           05  WS-UNMAPPED-AMT         PIC 9(9)V99 VALUE 0.
           05  WS-TOT-DEBITS           PIC 9(11)V99 VALUE 0.
           05  WS-TOT-CREDITS          PIC 9(11)V99 VALUE 0.
       01  WORK-AREA.
           05  GLM-STAT                PIC XX.
           05  VSAM-STAT               PIC XX.
           05  WS-EXT-SALES            PIC 9(7)V99.
           05  WS-EXT-COST             PIC 9(7)V99.
           05  WS-POST-TYPE            PIC X(4).
           05  WS-POST-DATE            PIC 9(6).
           05  WS-POST-AMT             PIC 9(7)V99.
           05  WS-SUM-DEBITS           PIC 9(9)V99.
           05  WS-SUM-CREDITS          PIC 9(9)V99.
           05  WS-PREV-ACCOUNT         PIC 9(8).
           05  WS-PREV-DATE.
               10  WS-PREV-YY          PIC 99.
               10  WS-PREV-MM          PIC 99.
               10  WS-PREV-DD          PIC 99.
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
      ******************************************************************
      *  DAILY CYCLE CONTROL - SEE 0110-CYCLE-CHECK AND CYCLREC.CPY.
      ******************************************************************
       01  CYCLE-CONTROL.
           05  CYC-STEP                PIC X(8)    VALUE 'GLEXTRCT'.
           05  CYC-PRED-STEP           PIC X(8)    VALUE 'INVPRINT'.
           05  CYC-GEN                 PIC 9(5)    VALUE 0.
           05  CYC-STAT                PIC XX.
           05  CYC-MSG.
               10  CYC-MSG-TEXT        PIC X(32).
               10  CYC-MSG-STEP        PIC X(8).
           05  CYC-REFUSE-SW           PIC X       VALUE 'N'.
               88  CYC-REFUSED                     VALUE 'Y'.
           05  CYC-ENTRY-SW            PIC X       VALUE 'N'.
               88  CYC-ENTRY-FOUND                 VALUE 'Y'.
       COPY CYCLREC.
       COPY CYOVREC.
       COPY GLMAPREC.
       COPY GLACTREC.
       COPY GLJRNREC.
       COPY INVOREC.
       COPY MASTREC.
      ******************************************************************
      *  ONE LEG OF ONE POSTING - THE ACCOUNT, DATE AND SIDE IT HITS -
      *  AS WRITTEN TO GL-WORK-FILE AND SORTED FOR THE SUMMARY PASS.
      ******************************************************************
       01  WS-GL-WORK-REC.
           05  WS-GW-ACCOUNT           PIC 9(8).
           05  WS-GW-DATE              PIC 9(6).
           05  WS-GW-DRCR              PIC X.
               88  WS-GW-DEBIT                     VALUE 'D'.
               88  WS-GW-CREDIT                    VALUE 'C'.
           05  WS-GW-AMOUNT            PIC 9(7)V99.
           05  WS-GW-POSTTYPE          PIC X(4).
           05  FILLER                  PIC X(2).
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
           05  FILLER                  PIC X(30)
                   VALUE 'GENERAL LEDGER JOURNAL PROOF  '.
           05  FILLER                  PIC X(12)   VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE 'PAGE '.
           05  H1-PAGE                 PIC ZZ9.
       01  HEADER2.
           05  FILLER                  PIC X(10)   VALUE 'GL ACCOUNT'.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'POST DATE'.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'DEBITS'.
           05  FILLER                  PIC X(11)   VALUE SPACES.
           05  FILLER                  PIC X(7)    VALUE 'CREDITS'.
       01  DETAIL-LINE.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-ACCOUNT              PIC 9(8).
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  DL-DATE                 PIC 99/99/99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DL-DEBITS               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DL-CREDITS              PIC ZZZ,ZZZ,ZZ9.99.
       01  UNMAPPED-LINE.
           05  FILLER                  PIC X(31)
                   VALUE '*** NO GL MAPPING FOR TYPE'.
           05  UM-POSTTYPE             PIC X(4).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  UM-DATE                 PIC 99/99/99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  UM-AMOUNT               PIC Z,ZZZ,ZZ9.99.
       01  TRAILER-LINE1.
           05  FILLER                  PIC X(24)
                   VALUE 'TOTAL DEBITS/CREDITS:'.
           05  T1-DEBITS               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  T1-CREDITS              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  TRAILER-LINE2.
           05  FILLER                  PIC X(24)
                   VALUE 'UNMAPPED POSTINGS:'.
           05  T2-COUNT                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  T2-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
       01  TRAILER-LINE3.
           05  T3-MESSAGE              PIC X(50).
       01  SOURCE-LINE.
           05  SL-LABEL                PIC X(24).
           05  SL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAINLINE SECTION.
           PERFORM 0100-INIT THRU 0100-INIT-EXIT.
           PERFORM 0200-READ-INVORD THRU 0200-READ-INVORD-EXIT.
           PERFORM 0300-POST-SHIPMENT THRU 0300-POST-SHIPMENT-EXIT
               UNTIL INVORD-EOF.
           PERFORM 0500-READ-GLACT THRU 0500-READ-GLACT-EXIT.
           PERFORM 0550-POST-GLACT THRU 0550-POST-GLACT-EXIT
               UNTIL GLACT-EOF.
           PERFORM 0600-SORT-LEGS THRU 0600-SORT-LEGS-EXIT.
           PERFORM 0650-SUMMARIZE THRU 0650-SUMMARIZE-EXIT
               UNTIL SORTED-EOF.
           IF NOT FIRST-SUMMARY
               PERFORM 0680-WRITE-SUMMARY THRU 0680-WRITE-SUMMARY-EXIT.
           PERFORM 0900-EOJ THRU 0900-EOJ-EXIT.
           STOP RUN.
      ******************************************************************
      *  OPEN ALL FILES.  THE MAPPING FILE MUST BE THERE - WITHOUT IT
      *  NOTHING CAN BE POSTED.
      ******************************************************************
       0100-INIT.
           PERFORM 0110-CYCLE-CHECK THRU 0110-CYCLE-CHECK-EXIT.
           ACCEPT CURRDATE FROM DATE.
           MOVE C-MM TO H1-MM.
           MOVE C-DD TO H1-DD.
           MOVE C-YY TO H1-YY.
           OPEN INPUT GL-ACCOUNT-FILE
               IF GLM-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN GL ACCOUNT FILE ' GLM-STAT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.
           OPEN INPUT MASTER-FILE
               IF VSAM-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN MASTER FILE ' VSAM-STAT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.
           OPEN INPUT  INVORD-FILE
                       GL-ACTIVITY-FILE.
           OPEN OUTPUT GL-WORK-FILE
                       GL-JOURNAL-FILE
                       JOURNAL-PROOF-FILE.
       0100-INIT-EXIT.
           EXIT.
      ******************************************************************
      *  DAILY CYCLE CHECK (SEE CYCLREC.CPY).  THIS STEP RUNS ONCE IN
      *  EACH CYCLE, AND ONLY AFTER CYC-PRED-STEP HAS COMPLETED IN THE
      *  SAME CYCLE.  A RERUN OR AN EARLY RUN IS REFUSED WITH RETURN
      *  CODE 16 UNLESS AN OVERRIDE CARD NAMING THIS STEP IS ON CYCOVR.
      *  THE STEP'S ENTRY IS STAMPED RUNNING BEFORE ANY FILE IS TOUCHED.
      ******************************************************************
       0110-CYCLE-CHECK.
           OPEN I-O CYCLE-CTL-FILE
               IF CYC-STAT NOT = '00' AND CYC-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN CYCLE CONTROL FILE '
                       CYC-STAT
                   STOP RUN.
           OPEN INPUT CYCLE-OVR-FILE.
           READ CYCLE-OVR-FILE INTO WS-CYCLE-OVR
               AT END
                   MOVE SPACES TO WS-CYCLE-OVR.
           CLOSE CYCLE-OVR-FILE.
           IF WS-CO-STEP NOT = CYC-STEP
               MOVE SPACES TO WS-CYCLE-OVR.
           MOVE 0 TO CY-GEN.
           MOVE 'CONTROL' TO CY-STEP.
           READ CYCLE-CTL-FILE INTO WS-CYCLE-REC
               INVALID KEY
                   MOVE 0 TO WS-CC-CURR-GEN.
           MOVE WS-CC-CURR-GEN TO CYC-GEN.
           IF CYC-GEN = 0
               MOVE 'NO DAILY CYCLE HAS BEEN OPENED' TO CYC-MSG
               PERFORM 0140-CYCLE-REFUSE THRU 0140-CYCLE-REFUSE-EXIT
           ELSE
               PERFORM 0120-CYCLE-PRED THRU 0120-CYCLE-PRED-EXIT.
           PERFORM 0130-CYCLE-RERUN THRU 0130-CYCLE-RERUN-EXIT.
           PERFORM 0150-CYCLE-START THRU 0150-CYCLE-START-EXIT.
       0110-CYCLE-CHECK-EXIT.
           EXIT.
      ******************************************************************
      *  THE PREDECESSOR STEP MUST HAVE COMPLETED IN THIS CYCLE.
      ******************************************************************
       0120-CYCLE-PRED.
           MOVE CYC-GEN TO CY-GEN.
           MOVE CYC-PRED-STEP TO CY-STEP.
           READ CYCLE-CTL-FILE INTO WS-CYCLE-REC
               INVALID KEY
                   MOVE SPACE TO WS-CY-STATUS.
           IF NOT WS-CY-COMPLETE
               MOVE 'PREDECESSOR HAS NOT COMPLETED:' TO CYC-MSG
               MOVE CYC-PRED-STEP TO CYC-MSG-STEP
               PERFORM 0140-CYCLE-REFUSE THRU 0140-CYCLE-REFUSE-EXIT.
       0120-CYCLE-PRED-EXIT.
           EXIT.
      ******************************************************************
      *  THIS STEP MUST NOT ALREADY HAVE RUN IN THIS CYCLE.  AN ENTRY
      *  LEFT RUNNING IS A RUN THAT DIED PART WAY THROUGH AND MAY HAVE
      *  POSTED SOME OF ITS INPUT, SO IT IS REFUSED THE SAME AS A
      *  COMPLETED ONE.  ONLY A FAILED ENTRY MAY BE RERUN FREELY.
      ******************************************************************
       0130-CYCLE-RERUN.
           MOVE CYC-GEN TO CY-GEN.
           MOVE CYC-STEP TO CY-STEP.
           MOVE 'Y' TO CYC-ENTRY-SW.
           READ CYCLE-CTL-FILE INTO WS-CYCLE-REC
               INVALID KEY
                   MOVE 'N' TO CYC-ENTRY-SW.
           IF CYC-ENTRY-FOUND AND NOT WS-CY-FAILED
               MOVE 'STEP HAS ALREADY RUN THIS CYCLE' TO CYC-MSG
               PERFORM 0140-CYCLE-REFUSE THRU 0140-CYCLE-REFUSE-EXIT.
           IF NOT CYC-ENTRY-FOUND
               MOVE SPACES TO WS-CYCLE-REC
               INITIALIZE WS-CYCLE-REC
               MOVE CYC-GEN TO WS-CY-GEN
               MOVE CYC-STEP TO WS-CY-STEP.
       0130-CYCLE-RERUN-EXIT.
           EXIT.
      ******************************************************************
      *  NOTE WHY THE STEP SHOULD NOT RUN.
      ******************************************************************
       0140-CYCLE-REFUSE.
           MOVE 'Y' TO CYC-REFUSE-SW.
           DISPLAY CYC-STEP ' CYCLE ' CYC-GEN ' - ' CYC-MSG.
       0140-CYCLE-REFUSE-EXIT.
           EXIT.
      ******************************************************************
      *  STOP A REFUSED RUN THAT HAS NO OVERRIDE CARD; OTHERWISE STAMP
      *  THE STEP'S ENTRY RUNNING, MARKED OVERRIDDEN IF IT WAS REFUSED.
      ******************************************************************
       0150-CYCLE-START.
           IF CYC-REFUSED
               IF WS-CO-STEP = SPACES
                   DISPLAY CYC-STEP ' NOT RUN - AN OVERRIDE CARD ON '
                       'CYCOVR IS NEEDED TO RUN IT'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CYCLE-CTL-FILE
                   STOP RUN
               ELSE
                   DISPLAY CYC-STEP ' RUN UNDER OVERRIDE BY '
                       WS-CO-INIT ' - ' WS-CO-REASON
                   MOVE 'Y' TO WS-CY-OVERRIDE
                   MOVE WS-CO-INIT TO WS-CY-OVR-INIT
                   MOVE WS-CO-REASON TO WS-CY-OVR-REASON.
           ACCEPT WS-CY-RUN-DATE FROM DATE.
           ACCEPT WS-CY-START-TIME FROM TIME.
           MOVE 0 TO WS-CY-END-TIME WS-CY-IN-COUNT WS-CY-OUT-COUNT.
           MOVE 'R' TO WS-CY-STATUS.
           ADD 1 TO WS-CY-RUN-CTR.
           IF CYC-ENTRY-FOUND
               REWRITE CYCLE-CTL-REC FROM WS-CYCLE-REC
           ELSE
               WRITE CYCLE-CTL-REC FROM WS-CYCLE-REC.
           IF CYC-STAT NOT = '00'
               DISPLAY 'UNABLE TO STAMP CYCLE CONTROL FILE ' CYC-STAT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
       0150-CYCLE-START-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT SHIPMENT RECORD.
      ******************************************************************
       0200-READ-INVORD.
           READ INVORD-FILE INTO WS-INVORD-REC
               AT END
                   MOVE 'Y' TO INV-EOF-SW
               NOT AT END
                   ADD 1 TO WS-SHIP-CTR.
       0200-READ-INVORD-EXIT.
           EXIT.
      ******************************************************************
      *  POST ONE SHIPMENT: THE SALE AT THE PRICE BILLED, THE SALES
      *  TAX BILLED ON IT, AND ITS COST AT THE ITEM'S CURRENT
      *  WS-M-PURCHPRC.  PAY CODES 2 AND 3 ARE ON-ACCOUNT SALES
      *  (ARPOST OPENS A RECEIVABLE FOR THEM); ANY OTHER SHIPMENT IS
      *  A CASH SALE.  AN ITEM NO LONGER ON
      *  MASTER-FILE COSTS AT ZERO AND IS COUNTED, AS IN SLSPOST.  THE
      *  SHIP DATE IS REARRANGED FROM MMDDYY TO YYMMDD.
      ******************************************************************
       0300-POST-SHIPMENT.
           MOVE WS-I-YY TO WS-POST-DATE (1:2).
           MOVE WS-I-MM TO WS-POST-DATE (3:2).
           MOVE WS-I-DD TO WS-POST-DATE (5:2).
           COMPUTE WS-EXT-SALES = WS-I-QUANSHIP * WS-I-SALESPRC.
           IF WS-I-PAY = 2 OR WS-I-PAY = 3
               MOVE 'SLAR' TO WS-POST-TYPE
           ELSE
               MOVE 'SLCS' TO WS-POST-TYPE.
           MOVE WS-EXT-SALES TO WS-POST-AMT.
           PERFORM 0700-POST-LEGS THRU 0700-POST-LEGS-EXIT.
           ADD WS-EXT-SALES TO WS-SALES-AMT.
           IF WS-I-PAY = 2 OR WS-I-PAY = 3
               MOVE 'TXAR' TO WS-POST-TYPE
           ELSE
               MOVE 'TXCS' TO WS-POST-TYPE.
           MOVE WS-I-TAXAMT TO WS-POST-AMT.
           PERFORM 0700-POST-LEGS THRU 0700-POST-LEGS-EXIT.
           ADD WS-I-TAXAMT TO WS-TAX-AMT.
           MOVE WS-I-ITEMNO TO M-ITEMNO.
           READ MASTER-FILE INTO WS-MAST-REC
               INVALID KEY
                   MOVE 'N' TO VSAM-STAT.
           IF VSAM-STAT = '00'
               COMPUTE WS-EXT-COST = WS-I-QUANSHIP * WS-M-PURCHPRC
           ELSE
               MOVE 0 TO WS-EXT-COST
               ADD 1 TO WS-NOCOST-CTR.
           MOVE 'COGS' TO WS-POST-TYPE.
           MOVE WS-EXT-COST TO WS-POST-AMT.
           PERFORM 0700-POST-LEGS THRU 0700-POST-LEGS-EXIT.
           ADD WS-EXT-COST TO WS-COST-AMT.
           PERFORM 0200-READ-INVORD THRU 0200-READ-INVORD-EXIT.
       0300-POST-SHIPMENT-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT POSTING-ACTIVITY RECORD.
      ******************************************************************
       0500-READ-GLACT.
           READ GL-ACTIVITY-FILE INTO WS-GLACT-REC
               AT END
                   MOVE 'Y' TO ACT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-GLACT-CTR.
       0500-READ-GLACT-EXIT.
           EXIT.
      ******************************************************************
      *  POST ONE ACTIVITY RECORD UNDER THE TYPE ITS PROGRAM GAVE IT.
      *  A RECORD WITH NO USABLE DATE POSTS ON THE RUN DATE.
      ******************************************************************
       0550-POST-GLACT.
           MOVE WS-GA-POSTTYPE TO WS-POST-TYPE.
           IF WS-GA-DATE NOT NUMERIC OR WS-GA-DATE = 0
               MOVE CURRDATE TO WS-POST-DATE
           ELSE
               MOVE WS-GA-DATE TO WS-POST-DATE.
           MOVE WS-GA-AMOUNT TO WS-POST-AMT.
           PERFORM 0700-POST-LEGS THRU 0700-POST-LEGS-EXIT.
           ADD WS-GA-AMOUNT TO WS-GLACT-AMT.
           PERFORM 0500-READ-GLACT THRU 0500-READ-GLACT-EXIT.
       0550-POST-GLACT-EXIT.
           EXIT.
      ******************************************************************
      *  SORT THE POSTING LEGS INTO ACCOUNT/DATE/SIDE ORDER AND PRIME
      *  THE SUMMARY PASS.
      ******************************************************************
       0600-SORT-LEGS.
           CLOSE GL-WORK-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ACCOUNT
                                SW-DATE
                                SW-DRCR
               USING GL-WORK-FILE
               GIVING SORTED-GL-FILE.
           OPEN INPUT SORTED-GL-FILE.
           PERFORM 0620-READ-SORTED THRU 0620-READ-SORTED-EXIT.
       0600-SORT-LEGS-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT SORTED POSTING LEG.
      ******************************************************************
       0620-READ-SORTED.
           READ SORTED-GL-FILE INTO WS-GL-WORK-REC
               AT END
                   MOVE 'Y' TO SRT-EOF-SW.
       0620-READ-SORTED-EXIT.
           EXIT.
      ******************************************************************
      *  ADD ONE LEG INTO ITS ACCOUNT/DATE TOTAL, WRITING THE TOTAL
      *  BEFORE IT EACH TIME THE ACCOUNT OR DATE CHANGES.
      ******************************************************************
       0650-SUMMARIZE.
           IF FIRST-SUMMARY
               MOVE 'N' TO FIRST-SW
               PERFORM 0660-START-SUMMARY THRU 0660-START-SUMMARY-EXIT
           ELSE
               IF WS-GW-ACCOUNT NOT = WS-PREV-ACCOUNT
                       OR WS-GW-DATE NOT = WS-PREV-DATE
                   PERFORM 0680-WRITE-SUMMARY
                       THRU 0680-WRITE-SUMMARY-EXIT
                   PERFORM 0660-START-SUMMARY
                       THRU 0660-START-SUMMARY-EXIT.
           IF WS-GW-DEBIT
               ADD WS-GW-AMOUNT TO WS-SUM-DEBITS
           ELSE
               ADD WS-GW-AMOUNT TO WS-SUM-CREDITS.
           PERFORM 0620-READ-SORTED THRU 0620-READ-SORTED-EXIT.
       0650-SUMMARIZE-EXIT.
           EXIT.
      ******************************************************************
      *  START A NEW ACCOUNT/DATE TOTAL.
      ******************************************************************
       0660-START-SUMMARY.
           MOVE WS-GW-ACCOUNT TO WS-PREV-ACCOUNT.
           MOVE WS-GW-DATE TO WS-PREV-DATE.
           MOVE 0 TO WS-SUM-DEBITS WS-SUM-CREDITS.
       0660-START-SUMMARY-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE ONE ACCOUNT/DATE TOTAL: A JOURNAL RECORD FOR EACH SIDE
      *  THAT HAS AN AMOUNT, AND ONE PROOF LINE SHOWING BOTH SIDES.
      ******************************************************************
       0680-WRITE-SUMMARY.
           MOVE SPACES TO WS-GLJRN-REC.
           MOVE WS-PREV-ACCOUNT TO WS-GJ-ACCOUNT.
           MOVE WS-PREV-DATE TO WS-GJ-DATE.
           MOVE 'GLEXTRCT' TO WS-GJ-SOURCE.
           IF WS-SUM-DEBITS > 0
               MOVE 'D' TO WS-GJ-DRCR
               MOVE WS-SUM-DEBITS TO WS-GJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GLJRN-REC
               ADD 1 TO WS-JOURNAL-CTR
               ADD WS-SUM-DEBITS TO WS-TOT-DEBITS.
           IF WS-SUM-CREDITS > 0
               MOVE 'C' TO WS-GJ-DRCR
               MOVE WS-SUM-CREDITS TO WS-GJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GLJRN-REC
               ADD 1 TO WS-JOURNAL-CTR
               ADD WS-SUM-CREDITS TO WS-TOT-CREDITS.
           IF LINE-CTR > 54
               PERFORM 0800-HEADINGS THRU 0800-HEADINGS-EXIT.
           MOVE WS-PREV-ACCOUNT TO DL-ACCOUNT.
           MOVE WS-PREV-MM TO DL-DATE (1:2).
           MOVE WS-PREV-DD TO DL-DATE (4:2).
           MOVE WS-PREV-YY TO DL-DATE (7:2).
           MOVE WS-SUM-DEBITS TO DL-DEBITS.
           MOVE WS-SUM-CREDITS TO DL-CREDITS.
           WRITE JOURNAL-PROOF-REC FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
       0680-WRITE-SUMMARY-EXIT.
           EXIT.
      ******************************************************************
      *  SPLIT ONE POSTING INTO ITS DEBIT AND CREDIT LEGS THROUGH THE
      *  ACCOUNT MAPPING.  THE CALLER HAS SET WS-POST-TYPE,
      *  WS-POST-DATE AND WS-POST-AMT.  A ZERO AMOUNT POSTS NOTHING; A
      *  TYPE WITH NO MAPPING (OR A MAPPING MISSING AN ACCOUNT) IS
      *  LISTED ON THE PROOF AND FAILS THE RUN.
      ******************************************************************
       0700-POST-LEGS.
           IF WS-POST-AMT > 0
               MOVE WS-POST-TYPE TO GM-POSTTYPE
               READ GL-ACCOUNT-FILE INTO WS-GLMAP-REC
                   INVALID KEY
                       MOVE 'N' TO GLM-STAT
               END-READ
               IF GLM-STAT NOT = '00' OR WS-GM-DR-ACCT = 0
                       OR WS-GM-CR-ACCT = 0
                   PERFORM 0750-UNMAPPED THRU 0750-UNMAPPED-EXIT
               ELSE
                   MOVE SPACES TO WS-GL-WORK-REC
                   MOVE WS-POST-DATE TO WS-GW-DATE
                   MOVE WS-POST-AMT TO WS-GW-AMOUNT
                   MOVE WS-POST-TYPE TO WS-GW-POSTTYPE
                   MOVE WS-GM-DR-ACCT TO WS-GW-ACCOUNT
                   MOVE 'D' TO WS-GW-DRCR
                   WRITE GL-WORK-REC FROM WS-GL-WORK-REC
                   MOVE WS-GM-CR-ACCT TO WS-GW-ACCOUNT
                   MOVE 'C' TO WS-GW-DRCR
                   WRITE GL-WORK-REC FROM WS-GL-WORK-REC
                   ADD 1 TO WS-POSTING-CTR.
       0700-POST-LEGS-EXIT.
           EXIT.
      ******************************************************************
      *  LIST A POSTING THAT HAS NO ACCOUNT MAPPING.
      ******************************************************************
       0750-UNMAPPED.
           IF LINE-CTR > 54
               PERFORM 0800-HEADINGS THRU 0800-HEADINGS-EXIT.
           MOVE WS-POST-TYPE TO UM-POSTTYPE.
           MOVE WS-POST-DATE (3:2) TO UM-DATE (1:2).
           MOVE WS-POST-DATE (5:2) TO UM-DATE (4:2).
           MOVE WS-POST-DATE (1:2) TO UM-DATE (7:2).
           MOVE WS-POST-AMT TO UM-AMOUNT.
           WRITE JOURNAL-PROOF-REC FROM UNMAPPED-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
           ADD 1 TO WS-UNMAPPED-CTR.
           ADD WS-POST-AMT TO WS-UNMAPPED-AMT.
       0750-UNMAPPED-EXIT.
           EXIT.
      ******************************************************************
      *  HEADING ROUTINE FOR A NEW PAGE.
      ******************************************************************
       0800-HEADINGS.
           ADD 1 TO PG-CTR.
           MOVE PG-CTR TO H1-PAGE.
           WRITE JOURNAL-PROOF-REC FROM HEADER1
               AFTER ADVANCING PAGE.
           WRITE JOURNAL-PROOF-REC FROM HEADER2
               AFTER ADVANCING 2 LINES.
           MOVE 4 TO LINE-CTR.
       0800-HEADINGS-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT THE PROOF TOTALS AND THE SOURCE TOTALS.  AN OUT-OF-
      *  BALANCE JOURNAL OR AN UNMAPPED POSTING FAILS THE RUN WITH
      *  RETURN CODE 16 AND LEAVES GL-ACTIVITY-FILE FOR THE RERUN; A
      *  CLEAN RUN EMPTIES IT.  CLOSE ALL FILES AND DISPLAY THE RUN
      *  TOTALS.
      ******************************************************************
       0900-EOJ.
           IF LINE-CTR > 44
               PERFORM 0800-HEADINGS THRU 0800-HEADINGS-EXIT.
           MOVE WS-TOT-DEBITS TO T1-DEBITS.
           MOVE WS-TOT-CREDITS TO T1-CREDITS.
           MOVE WS-UNMAPPED-CTR TO T2-COUNT.
           MOVE WS-UNMAPPED-AMT TO T2-AMOUNT.
           IF WS-TOT-DEBITS = WS-TOT-CREDITS AND WS-UNMAPPED-CTR = 0
               MOVE 'JOURNAL IN BALANCE' TO T3-MESSAGE
           ELSE
               MOVE '*** JOURNAL DOES NOT PROVE - RUN FAILED ***'
                   TO T3-MESSAGE.
           WRITE JOURNAL-PROOF-REC FROM TRAILER-LINE1
               AFTER ADVANCING 3 LINES.
           WRITE JOURNAL-PROOF-REC FROM TRAILER-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE JOURNAL-PROOF-REC FROM TRAILER-LINE3
               AFTER ADVANCING 2 LINES.
           MOVE 'SHIPMENT SALES:' TO SL-LABEL.
           MOVE WS-SALES-AMT TO SL-AMOUNT.
           WRITE JOURNAL-PROOF-REC FROM SOURCE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'SHIPMENT SALES TAX:' TO SL-LABEL.
           MOVE WS-TAX-AMT TO SL-AMOUNT.
           WRITE JOURNAL-PROOF-REC FROM SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SHIPMENT COST:' TO SL-LABEL.
           MOVE WS-COST-AMT TO SL-AMOUNT.
           WRITE JOURNAL-PROOF-REC FROM SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'POSTING ACTIVITY:' TO SL-LABEL.
           MOVE WS-GLACT-AMT TO SL-AMOUNT.
           WRITE JOURNAL-PROOF-REC FROM SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           DISPLAY WS-SHIP-CTR     ' SHIPMENTS READ.'.
           DISPLAY WS-NOCOST-CTR   ' SHIPMENTS COSTED AT ZERO.'.
           DISPLAY WS-GLACT-CTR    ' POSTING ACTIVITY RECORDS READ.'.
           DISPLAY WS-POSTING-CTR  ' POSTINGS JOURNALED.'.
           DISPLAY WS-JOURNAL-CTR  ' JOURNAL RECORDS WRITTEN.'.
           DISPLAY WS-TOT-DEBITS   ' TOTAL DEBITS.'.
           DISPLAY WS-TOT-CREDITS  ' TOTAL CREDITS.'.
           CLOSE GL-ACCOUNT-FILE
                 MASTER-FILE
                 INVORD-FILE
                 GL-ACTIVITY-FILE
                 SORTED-GL-FILE
                 GL-JOURNAL-FILE
                 JOURNAL-PROOF-FILE.
           IF WS-TOT-DEBITS = WS-TOT-CREDITS AND WS-UNMAPPED-CTR = 0
               OPEN OUTPUT GL-ACTIVITY-FILE
               CLOSE GL-ACTIVITY-FILE
           ELSE
               DISPLAY WS-UNMAPPED-CTR ' POSTINGS WITH NO GL MAPPING.'
               DISPLAY 'GL JOURNAL DOES NOT PROVE - RUN FAILED'
               MOVE 'F' TO WS-CY-STATUS
               MOVE 16 TO RETURN-CODE.
           COMPUTE WS-CY-IN-COUNT = WS-SHIP-CTR + WS-GLACT-CTR.
           MOVE WS-JOURNAL-CTR TO WS-CY-OUT-COUNT.
           PERFORM 0950-CYCLE-STAMP THRU 0950-CYCLE-STAMP-EXIT.
       0900-EOJ-EXIT.
           EXIT.
      ******************************************************************
      *  STAMP THIS STEP'S CYCLE ENTRY COMPLETE WITH ITS RECORD COUNTS.
      *  AN ENTRY ALREADY MARKED FAILED IS LEFT FAILED.
      ******************************************************************
       0950-CYCLE-STAMP.
           ACCEPT WS-CY-END-TIME FROM TIME.
           IF WS-CY-RUNNING
               MOVE 'C' TO WS-CY-STATUS.
           REWRITE CYCLE-CTL-REC FROM WS-CYCLE-REC.
           IF CYC-STAT NOT = '00'
               DISPLAY 'UNABLE TO STAMP CYCLE CONTROL FILE ' CYC-STAT.
           CLOSE CYCLE-CTL-FILE.
       0950-CYCLE-STAMP-EXIT.
           EXIT.
