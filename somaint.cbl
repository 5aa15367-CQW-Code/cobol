      ****************************
      * IDENTIFICATION DIVISION
      ****************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      SOMAINT.
       AUTHOR.          MAINTENANCE TEAM.
      ******************************************************************
      * THIS PROGRAM MAINTAINS STANDING-ORDER-FILE (THE RECURRING
      * CUSTOMER ORDERS SOGEN FEEDS INTO THE ORDENTRY BATCH - SEE
      * SORDREC.CPY) THE SAME WAY CUSTMAIN MAINTAINS CUSTOMER-FILE.
      * IT READS A MAINTENANCE TRANSACTION FILE OF ADD/CHANGE/
      * DEACTIVATE REQUESTS KEYED ON ST-CUSTNO + ST-ITEMNO (SEE
      * SOTRNREC.CPY), VALIDATES EACH ONE, APPLIES IT TO
      * STANDING-ORDER-FILE, AND WRITES A BEFORE/AFTER IMAGE OF EVERY
      * APPLIED TRANSACTION TO THE STANDING-ORDER CHANGE-LOG FILE (SEE
      * SOLOGREC.CPY).  AN ADD MUST CARRY A QUANTITY, PAY CODE,
      * FREQUENCY AND START DATE, FOR AN ACTIVE CUSTOMER ON
      * CUSTOMER-FILE AND AN ITEM ON MASTER-FILE; A DUPLICATE ADD IS
      * REJECTED.  ON A CHANGE, A ZERO OR SPACE FIELD LEAVES THE VALUE
      * ON FILE ALONE.  A STANDING ORDER IS NEVER DELETED - A
      * DEACTIVATED ONE STAYS ON FILE AND A CHANGE WITH ST-STATUS 'A'
      * REINSTATES IT, SUBJECT TO THE SAME CUSTOMER AND ITEM CHECKS AS
      * AN ADD.  TRANSACTIONS THAT FAIL VALIDATION ARE REJECTED TO THE
      * MAINTENANCE ERROR FILE AND ARE NOT APPLIED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             IBM-370.
       OBJECT-COMPUTER.             IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN STORDFIL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS SO-KEY
                FILE STATUS IS SO-STAT.
           SELECT CUSTOMER-FILE       ASSIGN CUSTFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CUST-KEY
                FILE STATUS IS CUST-STAT.
           SELECT MASTER-FILE         ASSIGN MASTFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS M-ITEMNO
                FILE STATUS IS MAST-STAT.
           SELECT SO-TRANS-FILE       ASSIGN SOTRN.
           SELECT SO-LOG-FILE         ASSIGN SOLOG.
           SELECT SO-ERROR-FILE       ASSIGN SOERR.
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
           05  CUST-KEY                PIC 9(6).
           05  FILLER                  PIC X(54).
       FD  MASTER-FILE.
       01  VMAST-REC.
           05  M-ITEMNO                PIC 9(5).
           05  FILLER                  PIC X(113).
       FD  SO-TRANS-FILE
               LABEL RECORDS ARE STANDARD.
       01  SO-TRANS-REC                PIC X(80).
       FD  SO-LOG-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  SOLOG-REC                   PIC X(68).
       FD  SO-ERROR-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  SO-ERR-REC                  PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  SWITCHES.
           05  EOF-SW                  PIC X       VALUE 'N'.
               88  MAINT-EOF                       VALUE 'Y'.
           05  VALID-SW                PIC X       VALUE 'Y'.
               88  TRANS-VALID                     VALUE 'Y'.
           05  DATE-SW                 PIC X       VALUE 'Y'.
               88  DATE-VALID                      VALUE 'Y'.
       01  COUNTERS-ACCUMULATORS.
           05  WS-ADD-CTR              PIC 9(5)    VALUE 0.
           05  WS-CHANGE-CTR           PIC 9(5)    VALUE 0.
           05  WS-DEACT-CTR            PIC 9(5)    VALUE 0.
           05  WS-REJECT-CTR           PIC 9(5)    VALUE 0.
       01  WORK-AREA.
           05  SO-STAT                 PIC XX.
           05  CUST-STAT               PIC XX.
           05  MAST-STAT               PIC XX.
           05  WS-EDIT-MSG             PIC X(40).
           05  WS-CHK-DATE             PIC 9(6).
           05  WS-CHK-YYMMDD REDEFINES WS-CHK-DATE.
               10  WS-CHK-YY           PIC 99.
               10  WS-CHK-MM           PIC 99.
               10  WS-CHK-DD           PIC 99.
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
       COPY SORDREC.
       COPY SOTRNREC.
       COPY SOLOGREC.
       COPY CUSTREC.
       COPY MASTREC.
       01  WS-SO-ERR-REC.
           05  ERRMSG                  PIC X(40).
           05  ERRRECIMAGE             PIC X(80).
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAINLINE SECTION.
           PERFORM 0100-INIT THRU 0100-INIT-EXIT.
           PERFORM 0200-READ-TRANS THRU 0200-READ-TRANS-EXIT.
           PERFORM 0300-MAINTAIN THRU 0300-MAINTAIN-EXIT
               UNTIL MAINT-EOF.
           PERFORM 0900-EOJ THRU 0900-EOJ-EXIT.
           STOP RUN.
      ******************************************************************
      *  OPEN ALL FILES.
      ******************************************************************
       0100-INIT.
           ACCEPT CURRDATE FROM DATE.
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
           OPEN INPUT  SO-TRANS-FILE
           OPEN OUTPUT SO-LOG-FILE
                       SO-ERROR-FILE.
       0100-INIT-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT MAINTENANCE TRANSACTION.
      ******************************************************************
       0200-READ-TRANS.
           READ SO-TRANS-FILE INTO WS-SO-TRANS
               AT END
                   MOVE 'Y' TO EOF-SW.
       0200-READ-TRANS-EXIT.
           EXIT.
      ******************************************************************
      *  VALIDATE AND APPLY ONE MAINTENANCE TRANSACTION.
      ******************************************************************
       0300-MAINTAIN.
           PERFORM 0400-EDIT-TRANS THRU 0400-EDIT-TRANS-EXIT.
           IF TRANS-VALID
               EVALUATE TRUE
                   WHEN ST-ADD
                       PERFORM 0500-ADD-STORD
                           THRU 0500-ADD-STORD-EXIT
                   WHEN ST-CHANGE
                       PERFORM 0600-CHANGE-STORD
                           THRU 0600-CHANGE-STORD-EXIT
                   WHEN ST-DEACTIVATE
                       PERFORM 0700-DEACTIVATE-STORD
                           THRU 0700-DEACTIVATE-STORD-EXIT
                   WHEN OTHER
                       MOVE 'INVALID TRANSACTION CODE' TO WS-EDIT-MSG
                       PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
               END-EVALUATE
           ELSE
               PERFORM 0800-REJECT THRU 0800-REJECT-EXIT.
           PERFORM 0200-READ-TRANS THRU 0200-READ-TRANS-EXIT.
       0300-MAINTAIN-EXIT.
           EXIT.
      ******************************************************************
      *  VALIDATE THE TRANSACTION CODE AND FIELDS.  AN ADD MUST CARRY
      *  A QUANTITY, A PAY CODE OF 1-3, A FREQUENCY OF W, B, M OR Q
      *  AND A START DATE; ANY NEXT-DUE OR END DATE KEYED MUST NOT
      *  FALL BEFORE THE START DATE.  A CHANGE MAY LEAVE ANY FIELD AT
      *  ZERO OR SPACE, BUT WHAT IS KEYED MUST BE VALID.  AN ADD, OR A
      *  CHANGE REINSTATING A STANDING ORDER, MUST BE FOR AN ACTIVE
      *  CUSTOMER AND AN ITEM ON MASTER-FILE.
      ******************************************************************
       0400-EDIT-TRANS.
           MOVE 'Y' TO VALID-SW.
           IF ST-CUSTNO NOT NUMERIC OR ST-CUSTNO = 0
               MOVE 'N' TO VALID-SW
               MOVE 'MISSING CUSTOMER NUMBER' TO WS-EDIT-MSG.
           IF TRANS-VALID
               IF ST-ITEMNO NOT NUMERIC OR ST-ITEMNO = 0
                   MOVE 'N' TO VALID-SW
                   MOVE 'MISSING ITEM NUMBER' TO WS-EDIT-MSG.
           IF TRANS-VALID AND NOT ST-ADD AND NOT ST-CHANGE
                   AND NOT ST-DEACTIVATE
               MOVE 'N' TO VALID-SW
               MOVE 'INVALID TRANSACTION CODE' TO WS-EDIT-MSG.
           IF TRANS-VALID AND (ST-ADD OR ST-CHANGE)
               PERFORM 0420-EDIT-FIELDS THRU 0420-EDIT-FIELDS-EXIT.
           IF TRANS-VALID AND (ST-ADD OR ST-STATUS = 'A')
               PERFORM 0440-EDIT-CUST-ITEM
                   THRU 0440-EDIT-CUST-ITEM-EXIT.
       0400-EDIT-TRANS-EXIT.
           EXIT.
      ******************************************************************
      *  FIELD EDITS FOR AN ADD OR A CHANGE.
      ******************************************************************
       0420-EDIT-FIELDS.
           IF ST-QUANORD NOT NUMERIC
                   OR (ST-ADD AND ST-QUANORD = 0)
               MOVE 'N' TO VALID-SW
               MOVE 'QUANTITY ZERO OR NOT NUMERIC' TO WS-EDIT-MSG.
           IF TRANS-VALID
               IF ST-PAY NOT NUMERIC OR ST-PAY > 3
                       OR (ST-ADD AND ST-PAY = 0)
                   MOVE 'N' TO VALID-SW
                   MOVE 'INVALID PAY CODE' TO WS-EDIT-MSG.
           IF TRANS-VALID
               IF ST-FREQ NOT = 'W' AND ST-FREQ NOT = 'B'
                       AND ST-FREQ NOT = 'M' AND ST-FREQ NOT = 'Q'
                       AND (ST-ADD OR ST-FREQ NOT = SPACE)
                   MOVE 'N' TO VALID-SW
                   MOVE 'FREQUENCY MUST BE W, B, M OR Q'
                       TO WS-EDIT-MSG.
           IF TRANS-VALID AND ST-CHANGE
               IF ST-STATUS NOT = SPACE AND ST-STATUS NOT = 'A'
                       AND ST-STATUS NOT = 'I'
                   MOVE 'N' TO VALID-SW
                   MOVE 'STATUS MUST BE A OR I' TO WS-EDIT-MSG.
           IF TRANS-VALID
               IF ST-STARTDATE NOT NUMERIC
                       OR (ST-ADD AND ST-STARTDATE = 0)
                   MOVE 'N' TO VALID-SW
                   MOVE 'START DATE REQUIRED' TO WS-EDIT-MSG.
           IF TRANS-VALID AND ST-STARTDATE NOT = 0
               MOVE ST-STARTDATE TO WS-CHK-DATE
               PERFORM 0450-EDIT-DATE THRU 0450-EDIT-DATE-EXIT
               IF NOT DATE-VALID
                   MOVE 'N' TO VALID-SW
                   MOVE 'INVALID START DATE' TO WS-EDIT-MSG.
           IF TRANS-VALID
               IF ST-NEXTDUE NOT NUMERIC
                   MOVE 'N' TO VALID-SW
                   MOVE 'INVALID NEXT DUE DATE' TO WS-EDIT-MSG.
           IF TRANS-VALID AND ST-NEXTDUE NOT = 0
               MOVE ST-NEXTDUE TO WS-CHK-DATE
               PERFORM 0450-EDIT-DATE THRU 0450-EDIT-DATE-EXIT
               IF NOT DATE-VALID
                   MOVE 'N' TO VALID-SW
                   MOVE 'INVALID NEXT DUE DATE' TO WS-EDIT-MSG.
           IF TRANS-VALID
               IF ST-ENDDATE NOT NUMERIC
                   MOVE 'N' TO VALID-SW
                   MOVE 'INVALID END DATE' TO WS-EDIT-MSG.
           IF TRANS-VALID AND ST-ENDDATE NOT = 0 AND NOT ST-END-REMOVED
               MOVE ST-ENDDATE TO WS-CHK-DATE
               PERFORM 0450-EDIT-DATE THRU 0450-EDIT-DATE-EXIT
               IF NOT DATE-VALID
                   MOVE 'N' TO VALID-SW
                   MOVE 'INVALID END DATE' TO WS-EDIT-MSG.
           IF TRANS-VALID AND ST-ADD AND ST-NEXTDUE NOT = 0
                   AND ST-NEXTDUE < ST-STARTDATE
               MOVE 'N' TO VALID-SW
               MOVE 'NEXT DUE DATE BEFORE START DATE' TO WS-EDIT-MSG.
           IF TRANS-VALID AND ST-ADD AND ST-ENDDATE NOT = 0
                   AND ST-ENDDATE < ST-STARTDATE
               MOVE 'N' TO VALID-SW
               MOVE 'END DATE BEFORE START DATE' TO WS-EDIT-MSG.
       0420-EDIT-FIELDS-EXIT.
           EXIT.
      ******************************************************************
      *  THE CUSTOMER MUST BE ON CUSTOMER-FILE AND ACTIVE, AND THE
      *  ITEM ON MASTER-FILE, FOR A STANDING ORDER TO BE ADDED OR
      *  REINSTATED.
      ******************************************************************
       0440-EDIT-CUST-ITEM.
           MOVE ST-CUSTNO TO CUST-KEY.
           READ CUSTOMER-FILE INTO WS-CUST-REC
               INVALID KEY
                   MOVE 'N' TO VALID-SW
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-EDIT-MSG.
           IF TRANS-VALID AND NOT CUST-ACTIVE
               MOVE 'N' TO VALID-SW
               MOVE 'CUSTOMER NOT ACTIVE' TO WS-EDIT-MSG.
           IF TRANS-VALID
               MOVE ST-ITEMNO TO M-ITEMNO
               READ MASTER-FILE INTO WS-MAST-REC
                   INVALID KEY
                       MOVE 'N' TO VALID-SW
                       MOVE 'ITEM NOT ON MASTER FILE' TO WS-EDIT-MSG.
       0440-EDIT-CUST-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK THAT WS-CHK-DATE IS A PLAUSIBLE YYMMDD DATE.
      ******************************************************************
       0450-EDIT-DATE.
           MOVE 'Y' TO DATE-SW.
           IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
                   OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
               MOVE 'N' TO DATE-SW.
       0450-EDIT-DATE-EXIT.
           EXIT.
      ******************************************************************
      *  ADD A NEW STANDING ORDER.  THE CUSTOMER/ITEM KEY MUST NOT
      *  ALREADY EXIST.  THE FIRST ORDER FALLS ON THE NEXT-DUE DATE
      *  KEYED, OR ON THE START DATE WHEN NONE IS KEYED.
      ******************************************************************
       0500-ADD-STORD.
           MOVE ST-CUSTNO TO SO-CUSTNO.
           MOVE ST-ITEMNO TO SO-ITEMNO.
           READ STANDING-ORDER-FILE INTO WS-STORD-REC
               INVALID KEY
                   MOVE 'N' TO SO-STAT.
           IF SO-STAT = '00'
               MOVE 'STANDING ORDER ALREADY EXISTS' TO WS-EDIT-MSG
               PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
           ELSE
               MOVE SPACES TO WS-STORD-REC
               MOVE ST-CUSTNO TO WS-SO-CUSTNO
               MOVE ST-ITEMNO TO WS-SO-ITEMNO
               MOVE ST-QUANORD TO WS-SO-QUANORD
               MOVE ST-PAY TO WS-SO-PAY
               MOVE ST-FREQ TO WS-SO-FREQ
               MOVE ST-STARTDATE TO WS-SO-STARTDATE
               IF ST-NEXTDUE = 0
                   MOVE ST-STARTDATE TO WS-SO-NEXTDUE
               ELSE
                   MOVE ST-NEXTDUE TO WS-SO-NEXTDUE
               END-IF
               IF ST-END-REMOVED
                   MOVE 0 TO WS-SO-ENDDATE
               ELSE
                   MOVE ST-ENDDATE TO WS-SO-ENDDATE
               END-IF
               MOVE 'A' TO WS-SO-STATUS
               MOVE 0 TO WS-SO-LASTGEN
               MOVE 0 TO WS-SO-GEN-CTR
               WRITE VSORD-REC FROM WS-STORD-REC
                   INVALID KEY
                       MOVE 'UNABLE TO ADD STANDING ORDER'
                           TO WS-EDIT-MSG
                       PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
                   NOT INVALID KEY
                       PERFORM 0850-LOG-CHANGE THRU 0850-LOG-CHANGE-EXIT
                       ADD 1 TO WS-ADD-CTR.
       0500-ADD-STORD-EXIT.
           EXIT.
      ******************************************************************
      *  CHANGE AN EXISTING STANDING ORDER.  A ZERO OR SPACE FIELD
      *  LEAVES THE VALUE ON FILE ALONE.  THE CHANGED ORDER MUST STILL
      *  HAVE ITS NEXT-DUE AND END DATES ON OR AFTER ITS START DATE.
      ******************************************************************
       0600-CHANGE-STORD.
           MOVE ST-CUSTNO TO SO-CUSTNO.
           MOVE ST-ITEMNO TO SO-ITEMNO.
           READ STANDING-ORDER-FILE INTO WS-STORD-REC
               INVALID KEY
                   MOVE 'N' TO SO-STAT.
           IF SO-STAT NOT = '00'
               MOVE 'STANDING ORDER NOT FOUND' TO WS-EDIT-MSG
               PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
           ELSE
               PERFORM 0840-SAVE-BEFORE THRU 0840-SAVE-BEFORE-EXIT
               IF ST-QUANORD NOT = 0
                   MOVE ST-QUANORD TO WS-SO-QUANORD
               END-IF
               IF ST-PAY NOT = 0
                   MOVE ST-PAY TO WS-SO-PAY
               END-IF
               IF ST-FREQ NOT = SPACE
                   MOVE ST-FREQ TO WS-SO-FREQ
               END-IF
               IF ST-STARTDATE NOT = 0
                   MOVE ST-STARTDATE TO WS-SO-STARTDATE
               END-IF
               IF ST-NEXTDUE NOT = 0
                   MOVE ST-NEXTDUE TO WS-SO-NEXTDUE
               END-IF
               IF ST-END-REMOVED
                   MOVE 0 TO WS-SO-ENDDATE
               ELSE
                   IF ST-ENDDATE NOT = 0
                       MOVE ST-ENDDATE TO WS-SO-ENDDATE
                   END-IF
               END-IF
               IF ST-STATUS = 'A' OR ST-STATUS = 'I'
                   MOVE ST-STATUS TO WS-SO-STATUS
               END-IF
               IF WS-SO-NEXTDUE < WS-SO-STARTDATE
                   MOVE 'NEXT DUE DATE BEFORE START DATE'
                       TO WS-EDIT-MSG
                   PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
               ELSE
                   IF WS-SO-ENDDATE NOT = 0
                           AND WS-SO-ENDDATE < WS-SO-STARTDATE
                       MOVE 'END DATE BEFORE START DATE'
                           TO WS-EDIT-MSG
                       PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
                   ELSE
                       REWRITE VSORD-REC FROM WS-STORD-REC
                           INVALID KEY
                               MOVE 'UNABLE TO CHANGE STANDING ORDER'
                                   TO WS-EDIT-MSG
                               PERFORM 0800-REJECT
                                   THRU 0800-REJECT-EXIT
                           NOT INVALID KEY
                               PERFORM 0850-LOG-CHANGE
                                   THRU 0850-LOG-CHANGE-EXIT
                               ADD 1 TO WS-CHANGE-CTR.
       0600-CHANGE-STORD-EXIT.
           EXIT.
      ******************************************************************
      *  DEACTIVATE AN EXISTING STANDING ORDER.  IT STAYS ON FILE SO A
      *  CHANGE CAN REINSTATE IT.
      ******************************************************************
       0700-DEACTIVATE-STORD.
           MOVE ST-CUSTNO TO SO-CUSTNO.
           MOVE ST-ITEMNO TO SO-ITEMNO.
           READ STANDING-ORDER-FILE INTO WS-STORD-REC
               INVALID KEY
                   MOVE 'N' TO SO-STAT.
           IF SO-STAT NOT = '00'
               MOVE 'STANDING ORDER NOT FOUND' TO WS-EDIT-MSG
               PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
           ELSE
               IF WS-SO-INACTIVE
                   MOVE 'STANDING ORDER ALREADY INACTIVE'
                       TO WS-EDIT-MSG
                   PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
               ELSE
                   PERFORM 0840-SAVE-BEFORE THRU 0840-SAVE-BEFORE-EXIT
                   MOVE 'I' TO WS-SO-STATUS
                   REWRITE VSORD-REC FROM WS-STORD-REC
                       INVALID KEY
                           MOVE 'UNABLE TO DEACTIVATE STANDING ORDER'
                               TO WS-EDIT-MSG
                           PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
                       NOT INVALID KEY
                           PERFORM 0850-LOG-CHANGE
                               THRU 0850-LOG-CHANGE-EXIT
                           ADD 1 TO WS-DEACT-CTR.
       0700-DEACTIVATE-STORD-EXIT.
           EXIT.
      ******************************************************************
      *  REJECT A TRANSACTION THAT FAILED EDIT OR COULD NOT BE APPLIED.
      ******************************************************************
       0800-REJECT.
           MOVE WS-EDIT-MSG TO ERRMSG.
           MOVE WS-SO-TRANS TO ERRRECIMAGE.
           WRITE SO-ERR-REC FROM WS-SO-ERR-REC.
           ADD 1 TO WS-REJECT-CTR.
       0800-REJECT-EXIT.
           EXIT.
      ******************************************************************
      *  BUILD THE BEFORE IMAGE FROM THE RECORD AS READ, BEFORE A
      *  CHANGE OR DEACTIVATE IS APPLIED TO IT.
      ******************************************************************
       0840-SAVE-BEFORE.
           MOVE WS-SO-QUANORD TO SOL-B-QUANORD.
           MOVE WS-SO-PAY TO SOL-B-PAY.
           MOVE WS-SO-FREQ TO SOL-B-FREQ.
           MOVE WS-SO-NEXTDUE TO SOL-B-NEXTDUE.
           MOVE WS-SO-STARTDATE TO SOL-B-STARTDATE.
           MOVE WS-SO-ENDDATE TO SOL-B-ENDDATE.
           MOVE WS-SO-STATUS TO SOL-B-STATUS.
       0840-SAVE-BEFORE-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE THE BEFORE/AFTER CHANGE-LOG RECORD FOR AN APPLIED
      *  TRANSACTION.  (ADD STARTS FROM AN EMPTY BEFORE IMAGE; CHANGE
      *  AND DEACTIVATE BUILD SOL-BEFORE-IMAGE BEFORE APPLYING.)
      ******************************************************************
       0850-LOG-CHANGE.
           MOVE ST-CODE TO SOL-CODE.
           MOVE ST-CUSTNO TO SOL-CUSTNO.
           MOVE ST-ITEMNO TO SOL-ITEMNO.
           MOVE CURRDATE TO SOL-RUN-DATE.
           IF ST-ADD
               MOVE SPACES TO SOL-BEFORE-IMAGE.
           MOVE WS-SO-QUANORD TO SOL-A-QUANORD.
           MOVE WS-SO-PAY TO SOL-A-PAY.
           MOVE WS-SO-FREQ TO SOL-A-FREQ.
           MOVE WS-SO-NEXTDUE TO SOL-A-NEXTDUE.
           MOVE WS-SO-STARTDATE TO SOL-A-STARTDATE.
           MOVE WS-SO-ENDDATE TO SOL-A-ENDDATE.
           MOVE WS-SO-STATUS TO SOL-A-STATUS.
           WRITE SOLOG-REC FROM WS-SOLOG-REC.
       0850-LOG-CHANGE-EXIT.
           EXIT.
      ******************************************************************
      *  CLOSE ALL FILES AND DISPLAY THE RUN TOTALS.
      ******************************************************************
       0900-EOJ.
           DISPLAY WS-ADD-CTR    ' STANDING ORDERS ADDED.'.
           DISPLAY WS-CHANGE-CTR ' STANDING ORDERS CHANGED.'.
           DISPLAY WS-DEACT-CTR  ' STANDING ORDERS DEACTIVATED.'.
           DISPLAY WS-REJECT-CTR ' TRANSACTIONS REJECTED.'.
           CLOSE STANDING-ORDER-FILE
                 CUSTOMER-FILE
                 MASTER-FILE
                 SO-TRANS-FILE
                 SO-LOG-FILE
                 SO-ERROR-FILE.
       0900-EOJ-EXIT.
           EXIT.
