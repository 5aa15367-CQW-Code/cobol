      ****************************
      * IDENTIFICATION DIVISION
      ****************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CYCLRPT.
       AUTHOR.          MAINTENANCE TEAM.
      ******************************************************************
      * MORNING CYCLE-STATUS REPORT.  THIS PROGRAM READS CYCLE-CTL-FILE
      * (SEE CYCLREC.CPY) FOR THE CURRENT DAILY CYCLE - THE ONE ORDERS
      * LAST OPENED - AND PRINTS ONE LINE FOR EVERY DAILY STEP IN
      * STREAM ORDER: THE STEP IT MUST FOLLOW, WHETHER IT COMPLETED,
      * FAILED, DIED PART WAY THROUGH (STILL MARKED RUNNING) OR NEVER
      * RAN AT ALL, ITS RUN DATE AND START/END TIMES, HOW MANY TIMES
      * IT RAN, ITS INPUT AND OUTPUT RECORD COUNTS, AND WHO OVERRODE
      * THE CYCLE CHECK AND WHY.  TOTALS OF STEPS COMPLETE, MISSING,
      * NOT FINISHED AND OVERRIDDEN CLOSE THE REPORT.  AN EARLIER
      * CYCLE CAN BE REPRINTED BY PUTTING ITS NUMBER IN COLUMNS 1-5
      * OF A CONTROL CARD ON CYCRCTL.  THE STEP LIST BELOW MUST BE
      * KEPT IN STEP WITH THE CYC-STEP/CYC-PRED-STEP VALUES IN THE
      * PROGRAMS THEMSELVES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             IBM-370.
       OBJECT-COMPUTER.             IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CYCLE-CTL-FILE ASSIGN CYCLCTL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CY-KEY
                FILE STATUS IS CYC-STAT.
           SELECT OPTIONAL CYCRPT-CTL-FILE ASSIGN CYCRCTL.
           SELECT CYCLE-REPORT-FILE   ASSIGN CYCREPT.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CYCLE-CTL-FILE.
       01  CYCLE-CTL-REC.
           05  CY-KEY.
               10  CY-GEN              PIC 9(5).
               10  CY-STEP             PIC X(8).
           05  FILLER                  PIC X(87).
       FD  CYCRPT-CTL-FILE
               LABEL RECORDS ARE STANDARD.
       01  CYCRPT-CTL-REC              PIC X(80).
       FD  CYCLE-REPORT-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  CYCLE-REPORT-REC            PIC X(132).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  COUNTERS-ACCUMULATORS.
           05  PG-CTR                  PIC 999     VALUE 0.
           05  LINE-CTR                PIC 99      VALUE 99.
           05  WS-COMPLETE-CTR         PIC 99      VALUE 0.
           05  WS-MISSING-CTR          PIC 99      VALUE 0.
           05  WS-UNFINISHED-CTR       PIC 99      VALUE 0.
           05  WS-OVERRIDE-CTR         PIC 99      VALUE 0.
       01  WORK-AREA.
           05  CYC-STAT                PIC XX.
           05  WS-GEN                  PIC 9(5)    VALUE 0.
           05  WS-SUB                  PIC 99      VALUE 0.
           05  WS-DATE-WORK.
               10  WS-DW-YY            PIC 99.
               10  WS-DW-MM            PIC 99.
               10  WS-DW-DD            PIC 99.
           05  WS-TIME-WORK.
               10  WS-TW-HH            PIC 99.
               10  WS-TW-MN            PIC 99.
               10  WS-TW-SS            PIC 99.
               10  WS-TW-HS            PIC 99.
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
      ******************************************************************
      *  THE DAILY STEPS IN STREAM ORDER, EACH WITH THE STEP IT MUST
      *  FOLLOW IN THE SAME CYCLE.  ORDERS OPENS THE CYCLE.
      ******************************************************************
       01  STEP-LIST.
           05  FILLER                  PIC X(16)
                   VALUE 'ORDERS          '.
           05  FILLER                  PIC X(16)
                   VALUE 'BKRELEASORDERS  '.
           05  FILLER                  PIC X(16)
                   VALUE 'INVPRINTBKRELEAS'.
           05  FILLER                  PIC X(16)
                   VALUE 'ARPOST  INVPRINT'.
           05  FILLER                  PIC X(16)
                   VALUE 'SLSPOST INVPRINT'.
           05  FILLER                  PIC X(16)
                   VALUE 'DMDPOST INVPRINT'.
           05  FILLER                  PIC X(16)
                   VALUE 'RCPTPOSTORDERS  '.
           05  FILLER                  PIC X(16)
                   VALUE 'ARCASH  ORDERS  '.
           05  FILLER                  PIC X(16)
                   VALUE 'RTRNPOSTORDERS  '.
           05  FILLER                  PIC X(16)
                   VALUE 'CNTPOST ORDERS  '.
           05  FILLER                  PIC X(16)
                   VALUE 'GLEXTRCTINVPRINT'.
       01  STEP-TABLE REDEFINES STEP-LIST.
           05  ST-ENTRY                OCCURS 11 TIMES.
               10  ST-STEP             PIC X(8).
               10  ST-PRED             PIC X(8).
       01  WS-STEP-COUNT               PIC 99      VALUE 11.
      ******************************************************************
      *  OPTIONAL CONTROL CARD NAMING THE CYCLE TO REPORT.
      ******************************************************************
       01  WS-CYCRPT-CTL.
           05  CR-GEN                  PIC 9(5).
           05  FILLER                  PIC X(75).
       COPY CYCLREC.
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
           05  FILLER                  PIC X(25)
                   VALUE 'DAILY CYCLE STATUS CYCLE '.
           05  H1-GEN                  PIC ZZZZ9.
           05  FILLER                  PIC X(9)    VALUE ' OPENED '.
           05  H1-OPEN-DATE            PIC X(8).
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE 'PAGE '.
           05  H1-PAGE                 PIC ZZ9.
       01  HEADER2.
           05  FILLER                  PIC X(10)   VALUE 'STEP'.
           05  FILLER                  PIC X(10)   VALUE 'AFTER'.
           05  FILLER                  PIC X(12)   VALUE 'STATUS'.
           05  FILLER                  PIC X(10)   VALUE 'RUN DATE'.
           05  FILLER                  PIC X(7)    VALUE 'START'.
           05  FILLER                  PIC X(7)    VALUE 'END'.
           05  FILLER                  PIC X(6)    VALUE 'RUNS'.
           05  FILLER                  PIC X(10)   VALUE ' RECS IN'.
           05  FILLER                  PIC X(10)   VALUE 'RECS OUT'.
           05  FILLER                  PIC X(8)    VALUE 'OVERRIDE'.
       01  DETAIL-LINE.
           05  DL-STEP                 PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-PRED                 PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-STATUS               PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-START                PIC X(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-END                  PIC X(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-RUNS                 PIC ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-IN-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-OUT-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-OVR-INIT             PIC X(3).
           05  FILLER                  PIC X       VALUE SPACE.
           05  DL-OVR-REASON           PIC X(30).
       01  DATE-OUT.
           05  DO-MM                   PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  DO-DD                   PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  DO-YY                   PIC 99.
       01  TIME-OUT.
           05  TO-HH                   PIC 99.
           05  FILLER                  PIC X       VALUE ':'.
           05  TO-MN                   PIC 99.
       01  TOTAL-LINE.
           05  FILLER                  PIC X(16)
                   VALUE 'STEPS COMPLETE:'.
           05  TL-COMPLETE             PIC Z9.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(14)   VALUE 'NOT RUN:'.
           05  TL-MISSING              PIC Z9.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(24)
                   VALUE 'FAILED OR NOT FINISHED:'.
           05  TL-UNFINISHED           PIC Z9.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE 'OVERRIDDEN:'.
           05  TL-OVERRIDE             PIC Z9.
       01  NO-CYCLE-LINE.
           05  FILLER                  PIC X(40)
                   VALUE '*** NO DAILY CYCLE HAS BEEN OPENED ***'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAINLINE SECTION.
           PERFORM 0100-INIT THRU 0100-INIT-EXIT.
           PERFORM 0300-REPORT-STEP THRU 0300-REPORT-STEP-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-STEP-COUNT.
           PERFORM 0900-EOJ THRU 0900-EOJ-EXIT.
           STOP RUN.
      ******************************************************************
      *  OPEN THE FILES AND PICK THE CYCLE TO REPORT - THE ONE NAMED
      *  ON THE CONTROL CARD, OR THE CURRENT CYCLE FROM THE CONTROL
      *  RECORD - AND THE DATE IT WAS OPENED FOR THE HEADING.
      ******************************************************************
       0100-INIT.
           ACCEPT CURRDATE FROM DATE.
           MOVE C-MM TO H1-MM.
           MOVE C-DD TO H1-DD.
           MOVE C-YY TO H1-YY.
           OPEN INPUT CYCLE-CTL-FILE
               IF CYC-STAT NOT = '00' AND CYC-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN CYCLE CONTROL FILE '
                       CYC-STAT
                   STOP RUN.
           OPEN OUTPUT CYCLE-REPORT-FILE.
           OPEN INPUT CYCRPT-CTL-FILE.
           READ CYCRPT-CTL-FILE INTO WS-CYCRPT-CTL
               AT END
                   MOVE 0 TO CR-GEN.
           CLOSE CYCRPT-CTL-FILE.
           IF CR-GEN NOT NUMERIC
               MOVE 0 TO CR-GEN.
           MOVE 0 TO CY-GEN.
           MOVE 'CONTROL' TO CY-STEP.
           READ CYCLE-CTL-FILE INTO WS-CYCLE-REC
               INVALID KEY
                   MOVE 0 TO WS-CC-CURR-GEN WS-CC-OPEN-DATE.
           IF CR-GEN > 0
               MOVE CR-GEN TO WS-GEN
           ELSE
               MOVE WS-CC-CURR-GEN TO WS-GEN.
           MOVE WS-GEN TO H1-GEN.
           MOVE SPACES TO H1-OPEN-DATE.
           IF WS-GEN = WS-CC-CURR-GEN AND WS-GEN > 0
               MOVE WS-CC-OPEN-DATE TO WS-DATE-WORK
               PERFORM 0700-FORMAT-DATE THRU 0700-FORMAT-DATE-EXIT
               MOVE DATE-OUT TO H1-OPEN-DATE.
           DISPLAY 'CYCLE STATUS FOR CYCLE ' WS-GEN.
           PERFORM 0800-HEADINGS THRU 0800-HEADINGS-EXIT.
           IF WS-GEN = 0
               WRITE CYCLE-REPORT-REC FROM NO-CYCLE-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 0 TO WS-STEP-COUNT.
       0100-INIT-EXIT.
           EXIT.
      ******************************************************************
      *  LOOK UP ONE STEP'S ENTRY FOR THE CYCLE AND PRINT ITS LINE.  A
      *  STEP WITH NO ENTRY NEVER RAN THIS CYCLE.
      ******************************************************************
       0300-REPORT-STEP.
           IF LINE-CTR > 54
               PERFORM 0800-HEADINGS THRU 0800-HEADINGS-EXIT.
           MOVE SPACES TO DETAIL-LINE.
           MOVE ST-STEP(WS-SUB) TO DL-STEP.
           MOVE ST-PRED(WS-SUB) TO DL-PRED.
           MOVE WS-GEN TO CY-GEN.
           MOVE ST-STEP(WS-SUB) TO CY-STEP.
           READ CYCLE-CTL-FILE INTO WS-CYCLE-REC
               INVALID KEY
                   MOVE SPACES TO WS-CY-ENTRY.
           IF WS-CY-ENTRY = SPACES
               MOVE '** NOT RUN' TO DL-STATUS
               ADD 1 TO WS-MISSING-CTR
           ELSE
               PERFORM 0400-FORMAT-ENTRY THRU 0400-FORMAT-ENTRY-EXIT.
           WRITE CYCLE-REPORT-REC FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
       0300-REPORT-STEP-EXIT.
           EXIT.
      ******************************************************************
      *  FILL IN THE LINE FOR A STEP THAT HAS AN ENTRY.
      ******************************************************************
       0400-FORMAT-ENTRY.
           EVALUATE TRUE
               WHEN WS-CY-COMPLETE
                   MOVE 'COMPLETE' TO DL-STATUS
                   ADD 1 TO WS-COMPLETE-CTR
               WHEN WS-CY-FAILED
                   MOVE '** FAILED' TO DL-STATUS
                   ADD 1 TO WS-UNFINISHED-CTR
               WHEN OTHER
                   MOVE '** ABENDED' TO DL-STATUS
                   ADD 1 TO WS-UNFINISHED-CTR
           END-EVALUATE.
           MOVE WS-CY-RUN-DATE TO WS-DATE-WORK.
           PERFORM 0700-FORMAT-DATE THRU 0700-FORMAT-DATE-EXIT.
           MOVE DATE-OUT TO DL-RUN-DATE.
           MOVE WS-CY-START-TIME TO WS-TIME-WORK.
           MOVE WS-TW-HH TO TO-HH.
           MOVE WS-TW-MN TO TO-MN.
           MOVE TIME-OUT TO DL-START.
           IF WS-CY-END-TIME > 0
               MOVE WS-CY-END-TIME TO WS-TIME-WORK
               MOVE WS-TW-HH TO TO-HH
               MOVE WS-TW-MN TO TO-MN
               MOVE TIME-OUT TO DL-END.
           MOVE WS-CY-RUN-CTR TO DL-RUNS.
           MOVE WS-CY-IN-COUNT TO DL-IN-COUNT.
           MOVE WS-CY-OUT-COUNT TO DL-OUT-COUNT.
           IF WS-CY-OVERRIDDEN
               MOVE WS-CY-OVR-INIT TO DL-OVR-INIT
               MOVE WS-CY-OVR-REASON TO DL-OVR-REASON
               ADD 1 TO WS-OVERRIDE-CTR.
       0400-FORMAT-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *  EDIT A YYMMDD DATE IN WS-DATE-WORK TO MM/DD/YY IN DATE-OUT.
      ******************************************************************
       0700-FORMAT-DATE.
           MOVE WS-DW-MM TO DO-MM.
           MOVE WS-DW-DD TO DO-DD.
           MOVE WS-DW-YY TO DO-YY.
       0700-FORMAT-DATE-EXIT.
           EXIT.
      ******************************************************************
      *  HEADING ROUTINE FOR A NEW PAGE.
      ******************************************************************
       0800-HEADINGS.
           ADD 1 TO PG-CTR.
           MOVE PG-CTR TO H1-PAGE.
           WRITE CYCLE-REPORT-REC FROM HEADER1
               AFTER ADVANCING PAGE.
           WRITE CYCLE-REPORT-REC FROM HEADER2
               AFTER ADVANCING 2 LINES.
           MOVE 4 TO LINE-CTR.
       0800-HEADINGS-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT THE STEP TOTALS, CLOSE THE FILES AND DISPLAY THE TOTALS.
      ******************************************************************
       0900-EOJ.
           MOVE WS-COMPLETE-CTR TO TL-COMPLETE.
           MOVE WS-MISSING-CTR TO TL-MISSING.
           MOVE WS-UNFINISHED-CTR TO TL-UNFINISHED.
           MOVE WS-OVERRIDE-CTR TO TL-OVERRIDE.
           WRITE CYCLE-REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           DISPLAY WS-COMPLETE-CTR   ' STEPS COMPLETE.'.
           DISPLAY WS-MISSING-CTR    ' STEPS NOT RUN.'.
           DISPLAY WS-UNFINISHED-CTR ' STEPS FAILED OR NOT FINISHED.'.
           DISPLAY WS-OVERRIDE-CTR   ' STEPS RUN UNDER OVERRIDE.'.
           CLOSE CYCLE-CTL-FILE
                 CYCLE-REPORT-FILE.
       0900-EOJ-EXIT.
           EXIT.
