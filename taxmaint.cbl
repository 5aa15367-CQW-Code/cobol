      ****************************
      * IDENTIFICATION DIVISION
      ****************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TAXMAINT.
       AUTHOR.          MAINTENANCE TEAM.
      ******************************************************************
      * THIS PROGRAM MAINTAINS TAX-RATE-FILE (SEE TAXREC.CPY), THE
      * SALES-TAX RATE FOR EACH TAX JURISDICTION A CUSTOMER CAN BE
      * ASSIGNED TO, THE SAME WAY GLMAINT MAINTAINS GL-ACCOUNT-FILE.
      * IT READS A MAINTENANCE TRANSACTION FILE OF ADD/CHANGE/DELETE
      * REQUESTS KEYED ON THE JURISDICTION CODE (SEE TXTRNREC.CPY),
      * VALIDATES EACH ONE, APPLIES IT, AND WRITES A BEFORE/AFTER
      * IMAGE OF EVERY CHANGE TO THE TAX-RATE CHANGE-LOG FILE (SEE
      * TXLOGREC.CPY).  AN ADD MUST CARRY A DESCRIPTION AND A NUMERIC
      * RATE, AND NO RATE MAY EXCEED 25 PERCENT.  TRANSACTIONS THAT
      * FAIL VALIDATION ARE REJECTED TO THE MAINTENANCE ERROR FILE
      * AND ARE NOT APPLIED.  CUSTMAIN WILL NOT ASSIGN A CUSTOMER TO
      * A JURISDICTION THAT IS NOT ON THIS FILE; A JURISDICTION
      * DELETED WHILE CUSTOMERS STILL CARRY IT IS BILLED NO TAX BY
      * INVPRINT, WHICH COUNTS THE INVOICES FOR FOLLOW-UP.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             IBM-370.
       OBJECT-COMPUTER.             IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TAX-RATE-FILE ASSIGN TAXRATE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS TX-JURIS
                FILE STATUS IS TAX-STAT.
           SELECT TAX-TRANS-FILE      ASSIGN TAXTRN.
           SELECT TAX-LOG-FILE        ASSIGN TAXLOG.
           SELECT TAX-ERROR-FILE      ASSIGN TAXERR.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  TAX-RATE-FILE.
       01  VTAX-REC.
           05  TX-JURIS                PIC X(3).
           05  FILLER                  PIC X(37).
       FD  TAX-TRANS-FILE
               LABEL RECORDS ARE STANDARD.
       01  TAX-TRANS-REC               PIC X(80).
       FD  TAX-LOG-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  TAXLOG-REC                  PIC X(60).
       FD  TAX-ERROR-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  TAX-ERR-REC                 PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  SWITCHES.
           05  EOF-SW                  PIC X       VALUE 'N'.
               88  MAINT-EOF                       VALUE 'Y'.
           05  VALID-SW                PIC X       VALUE 'Y'.
               88  TRANS-VALID                     VALUE 'Y'.
       01  COUNTERS-ACCUMULATORS.
           05  WS-ADD-CTR              PIC 9(5)    VALUE 0.
           05  WS-CHANGE-CTR           PIC 9(5)    VALUE 0.
           05  WS-DELETE-CTR           PIC 9(5)    VALUE 0.
           05  WS-REJECT-CTR           PIC 9(5)    VALUE 0.
       01  WORK-AREA.
           05  TAX-STAT                PIC XX.
           05  WS-EDIT-MSG             PIC X(40).
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
       COPY TAXREC.
       COPY TXTRNREC.
       COPY TXLOGREC.
       01  WS-TAX-ERR-REC.
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
           OPEN I-O TAX-RATE-FILE
               IF TAX-STAT NOT = '00' AND TAX-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN TAX RATE FILE ' TAX-STAT
                   STOP RUN.
           OPEN INPUT  TAX-TRANS-FILE.
           OPEN OUTPUT TAX-LOG-FILE
                       TAX-ERROR-FILE.
       0100-INIT-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT MAINTENANCE TRANSACTION.
      ******************************************************************
       0200-READ-TRANS.
           READ TAX-TRANS-FILE INTO WS-TAX-TRANS
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
                   WHEN TT-ADD
                       PERFORM 0500-ADD-JURIS
                           THRU 0500-ADD-JURIS-EXIT
                   WHEN TT-CHANGE
                       PERFORM 0600-CHANGE-JURIS
                           THRU 0600-CHANGE-JURIS-EXIT
                   WHEN TT-DELETE
                       PERFORM 0700-DELETE-JURIS
                           THRU 0700-DELETE-JURIS-EXIT
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
      *  VALIDATE THE TRANSACTION CODE, JURISDICTION AND RATE.  AN ADD
      *  MUST CARRY A DESCRIPTION AND A RATE; A CHANGE MAY LEAVE
      *  EITHER AT SPACE TO KEEP THE VALUE ON FILE.
      ******************************************************************
       0400-EDIT-TRANS.
           MOVE 'Y' TO VALID-SW.
           IF NOT TT-ADD AND NOT TT-CHANGE AND NOT TT-DELETE
               MOVE 'N' TO VALID-SW
               MOVE 'INVALID TRANSACTION CODE' TO WS-EDIT-MSG.
           IF TRANS-VALID AND TT-JURIS = SPACES
               MOVE 'N' TO VALID-SW
               MOVE 'MISSING JURISDICTION CODE' TO WS-EDIT-MSG.
           IF TRANS-VALID AND TT-ADD
               IF TT-DESCRIP = SPACES OR TT-RATE-X = SPACES
                   MOVE 'N' TO VALID-SW
                   MOVE 'ADD NEEDS DESCRIPTION AND RATE'
                       TO WS-EDIT-MSG.
           IF TRANS-VALID AND (TT-ADD OR TT-CHANGE)
                   AND TT-RATE-X NOT = SPACES
               IF TT-RATE NOT NUMERIC
                   MOVE 'N' TO VALID-SW
                   MOVE 'TAX RATE NOT NUMERIC' TO WS-EDIT-MSG
               ELSE
                   IF TT-RATE > 25
                       MOVE 'N' TO VALID-SW
                       MOVE 'TAX RATE OVER 25 PERCENT' TO WS-EDIT-MSG.
       0400-EDIT-TRANS-EXIT.
           EXIT.
      ******************************************************************
      *  ADD A NEW JURISDICTION.  THE CODE MUST NOT ALREADY EXIST.
      ******************************************************************
       0500-ADD-JURIS.
           MOVE TT-JURIS TO TX-JURIS.
           READ TAX-RATE-FILE INTO WS-TAX-REC
               INVALID KEY
                   MOVE 'N' TO TAX-STAT.
           IF TAX-STAT = '00'
               MOVE 'JURISDICTION ALREADY EXISTS' TO WS-EDIT-MSG
               PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
           ELSE
               MOVE SPACES TO WS-TAX-REC
               MOVE TT-JURIS TO WS-TX-JURIS
               MOVE TT-DESCRIP TO WS-TX-DESCRIP
               MOVE TT-RATE TO WS-TX-RATE
               MOVE WS-TAX-REC TO VTAX-REC
               WRITE VTAX-REC
                   INVALID KEY
                       MOVE 'UNABLE TO ADD JURISDICTION' TO WS-EDIT-MSG
                       PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
                   NOT INVALID KEY
                       MOVE SPACES TO TCL-B-DESCRIP
                       MOVE 0 TO TCL-B-RATE
                       PERFORM 0850-LOG-CHANGE THRU 0850-LOG-CHANGE-EXIT
                       ADD 1 TO WS-ADD-CTR.
       0500-ADD-JURIS-EXIT.
           EXIT.
      ******************************************************************
      *  CHANGE THE DESCRIPTION AND/OR RATE ON AN EXISTING
      *  JURISDICTION.
      ******************************************************************
       0600-CHANGE-JURIS.
           MOVE TT-JURIS TO TX-JURIS.
           READ TAX-RATE-FILE INTO WS-TAX-REC
               INVALID KEY
                   MOVE 'N' TO TAX-STAT.
           IF TAX-STAT NOT = '00'
               MOVE 'JURISDICTION NOT FOUND' TO WS-EDIT-MSG
               PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
           ELSE
               MOVE WS-TX-DESCRIP TO TCL-B-DESCRIP
               MOVE WS-TX-RATE TO TCL-B-RATE
               IF TT-DESCRIP NOT = SPACES
                   MOVE TT-DESCRIP TO WS-TX-DESCRIP
               END-IF
               IF TT-RATE-X NOT = SPACES
                   MOVE TT-RATE TO WS-TX-RATE
               END-IF
               REWRITE VTAX-REC FROM WS-TAX-REC
                   INVALID KEY
                       MOVE 'UNABLE TO CHANGE JURISDICTION'
                           TO WS-EDIT-MSG
                       PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
                   NOT INVALID KEY
                       PERFORM 0850-LOG-CHANGE THRU 0850-LOG-CHANGE-EXIT
                       ADD 1 TO WS-CHANGE-CTR.
       0600-CHANGE-JURIS-EXIT.
           EXIT.
      ******************************************************************
      *  DELETE AN EXISTING JURISDICTION.
      ******************************************************************
       0700-DELETE-JURIS.
           MOVE TT-JURIS TO TX-JURIS.
           READ TAX-RATE-FILE INTO WS-TAX-REC
               INVALID KEY
                   MOVE 'N' TO TAX-STAT.
           IF TAX-STAT NOT = '00'
               MOVE 'JURISDICTION NOT FOUND' TO WS-EDIT-MSG
               PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
           ELSE
               MOVE WS-TX-DESCRIP TO TCL-B-DESCRIP
               MOVE WS-TX-RATE TO TCL-B-RATE
               DELETE TAX-RATE-FILE
                   INVALID KEY
                       MOVE 'UNABLE TO DELETE JURISDICTION'
                           TO WS-EDIT-MSG
                       PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
                   NOT INVALID KEY
                       PERFORM 0850-LOG-CHANGE THRU 0850-LOG-CHANGE-EXIT
                       ADD 1 TO WS-DELETE-CTR.
       0700-DELETE-JURIS-EXIT.
           EXIT.
      ******************************************************************
      *  REJECT A TRANSACTION THAT FAILED EDIT OR COULD NOT BE APPLIED.
      ******************************************************************
       0800-REJECT.
           MOVE WS-EDIT-MSG TO ERRMSG.
           MOVE WS-TAX-TRANS TO ERRRECIMAGE.
           WRITE TAX-ERR-REC FROM WS-TAX-ERR-REC.
           ADD 1 TO WS-REJECT-CTR.
       0800-REJECT-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE THE BEFORE/AFTER CHANGE-LOG RECORD FOR AN APPLIED
      *  TRANSACTION.  (THE BEFORE IMAGE IS SET BY THE CALLER; DELETE
      *  LEAVES THE AFTER IMAGE EMPTY.)
      ******************************************************************
       0850-LOG-CHANGE.
           MOVE TT-CODE TO TCL-CODE.
           MOVE TT-JURIS TO TCL-JURIS.
           MOVE CURRDATE TO TCL-RUN-DATE.
           IF TT-DELETE
               MOVE SPACES TO TCL-A-DESCRIP
               MOVE 0 TO TCL-A-RATE
           ELSE
               MOVE WS-TX-DESCRIP TO TCL-A-DESCRIP
               MOVE WS-TX-RATE TO TCL-A-RATE.
           WRITE TAXLOG-REC FROM WS-TAXLOG-REC.
       0850-LOG-CHANGE-EXIT.
           EXIT.
      ******************************************************************
      *  CLOSE ALL FILES AND DISPLAY THE RUN TOTALS.
      ******************************************************************
       0900-EOJ.
           DISPLAY WS-ADD-CTR    ' JURISDICTIONS ADDED.'.
           DISPLAY WS-CHANGE-CTR ' JURISDICTIONS CHANGED.'.
           DISPLAY WS-DELETE-CTR ' JURISDICTIONS DELETED.'.
           DISPLAY WS-REJECT-CTR ' TRANSACTIONS REJECTED.'.
           CLOSE TAX-RATE-FILE
                 TAX-TRANS-FILE
                 TAX-LOG-FILE
                 TAX-ERROR-FILE.
       0900-EOJ-EXIT.
           EXIT.
