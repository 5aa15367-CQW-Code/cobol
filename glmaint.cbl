      ****************************
      * IDENTIFICATION DIVISION
      ****************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      GLMAINT.
       AUTHOR.          MAINTENANCE TEAM.
      ******************************************************************
      * THIS PROGRAM MAINTAINS GL-ACCOUNT-FILE (SEE GLMAPREC.CPY), THE
      * TABLE THAT TELLS GLEXTRCT WHICH GENERAL-LEDGER ACCOUNT EACH
      * KIND OF POSTING DEBITS AND WHICH IT CREDITS, THE SAME WAY
      * PRCMAINT MAINTAINS PRICE-FILE.  IT READS A MAINTENANCE
      * TRANSACTION FILE OF ADD/CHANGE/DELETE REQUESTS KEYED ON THE
      * POSTING TYPE (SEE GMTRNREC.CPY), VALIDATES EACH ONE, APPLIES
      * IT, AND WRITES A BEFORE/AFTER IMAGE OF EVERY CHANGE TO THE GL
      * MAPPING CHANGE-LOG FILE (SEE GMLOGREC.CPY).  THE POSTING TYPE
      * MUST BE ONE GLEXTRCT KNOWS, AND A MAPPING MAY NOT DEBIT AND
      * CREDIT THE SAME ACCOUNT.  TRANSACTIONS THAT FAIL VALIDATION
      * ARE REJECTED TO THE MAINTENANCE ERROR FILE AND ARE NOT
      * APPLIED.  A POSTING TYPE LEFT WITHOUT A MAPPING STOPS THE
      * NEXT GLEXTRCT RUN, SO A DELETE SHOULD BE FOLLOWED BY THE ADD
      * THAT REPLACES IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             IBM-370.
       OBJECT-COMPUTER.             IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-ACCOUNT-FILE ASSIGN GLACCT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS GM-POSTTYPE
                FILE STATUS IS GLM-STAT.
           SELECT GLM-TRANS-FILE      ASSIGN GLMTRN.
           SELECT GLM-LOG-FILE        ASSIGN GLMLOG.
           SELECT GLM-ERROR-FILE      ASSIGN GLMERR.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  GL-ACCOUNT-FILE.
       01  VGLMAP-REC.
           05  GM-POSTTYPE             PIC X(4).
           05  FILLER                  PIC X(46).
       FD  GLM-TRANS-FILE
               LABEL RECORDS ARE STANDARD.
       01  GLM-TRANS-REC               PIC X(80).
       FD  GLM-LOG-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  GLMLOG-REC                  PIC X(83).
       FD  GLM-ERROR-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  GLM-ERR-REC                 PIC X(120).
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
           05  GLM-STAT                PIC XX.
           05  WS-EDIT-MSG             PIC X(40).
           05  CURRDATE.
               10  C-YY                PIC 99.
               10  C-MM                PIC 99.
               10  C-DD                PIC 99.
       COPY GLMAPREC.
       COPY GMTRNREC.
       COPY GMLOGREC.
       01  WS-GLM-ERR-REC.
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
           OPEN I-O GL-ACCOUNT-FILE
               IF GLM-STAT NOT = '00' AND GLM-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN GL ACCOUNT FILE ' GLM-STAT
                   STOP RUN.
           OPEN INPUT  GLM-TRANS-FILE.
           OPEN OUTPUT GLM-LOG-FILE
                       GLM-ERROR-FILE.
       0100-INIT-EXIT.
           EXIT.
      ******************************************************************
      *  READ THE NEXT MAINTENANCE TRANSACTION.
      ******************************************************************
       0200-READ-TRANS.
           READ GLM-TRANS-FILE INTO WS-GLM-TRANS
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
                   WHEN GT-ADD
                       PERFORM 0500-ADD-MAPPING
                           THRU 0500-ADD-MAPPING-EXIT
                   WHEN GT-CHANGE
                       PERFORM 0600-CHANGE-MAPPING
                           THRU 0600-CHANGE-MAPPING-EXIT
                   WHEN GT-DELETE
                       PERFORM 0700-DELETE-MAPPING
                           THRU 0700-DELETE-MAPPING-EXIT
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
      *  VALIDATE THE TRANSACTION CODE, POSTING TYPE AND ACCOUNTS.  AN
      *  ADD MUST CARRY A DESCRIPTION AND BOTH ACCOUNTS; A CHANGE MAY
      *  LEAVE ANY OF THEM AT SPACE OR ZERO TO KEEP THE VALUE ON FILE.
      ******************************************************************
       0400-EDIT-TRANS.
           MOVE 'Y' TO VALID-SW.
           IF NOT GT-ADD AND NOT GT-CHANGE AND NOT GT-DELETE
               MOVE 'N' TO VALID-SW
               MOVE 'INVALID TRANSACTION CODE' TO WS-EDIT-MSG.
           IF TRANS-VALID AND NOT GT-KNOWN-TYPE
               MOVE 'N' TO VALID-SW
               MOVE 'UNKNOWN POSTING TYPE' TO WS-EDIT-MSG.
           IF TRANS-VALID AND (GT-ADD OR GT-CHANGE)
               IF GT-DR-ACCT NOT NUMERIC OR GT-CR-ACCT NOT NUMERIC
                   MOVE 'N' TO VALID-SW
                   MOVE 'GL ACCOUNT NOT NUMERIC' TO WS-EDIT-MSG.
           IF TRANS-VALID AND GT-ADD
               IF GT-DESCRIP = SPACES OR GT-DR-ACCT = 0
                       OR GT-CR-ACCT = 0
                   MOVE 'N' TO VALID-SW
                   MOVE 'ADD NEEDS DESCRIPTION AND BOTH ACCOUNTS'
                       TO WS-EDIT-MSG.
           IF TRANS-VALID AND (GT-ADD OR GT-CHANGE)
               IF GT-DR-ACCT NOT = 0 AND GT-DR-ACCT = GT-CR-ACCT
                   MOVE 'N' TO VALID-SW
                   MOVE 'DEBIT AND CREDIT ACCOUNT ARE THE SAME'
                       TO WS-EDIT-MSG.
       0400-EDIT-TRANS-EXIT.
           EXIT.
      ******************************************************************
      *  ADD A NEW MAPPING.  THE POSTING TYPE MUST NOT ALREADY EXIST.
      ******************************************************************
       0500-ADD-MAPPING.
           MOVE GT-POSTTYPE TO GM-POSTTYPE.
           READ GL-ACCOUNT-FILE INTO WS-GLMAP-REC
               INVALID KEY
                   MOVE 'N' TO GLM-STAT.
           IF GLM-STAT = '00'
               MOVE 'MAPPING ALREADY EXISTS' TO WS-EDIT-MSG
               PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
           ELSE
               MOVE SPACES TO WS-GLMAP-REC
               MOVE GT-POSTTYPE TO WS-GM-POSTTYPE
               MOVE GT-DESCRIP TO WS-GM-DESCRIP
               MOVE GT-DR-ACCT TO WS-GM-DR-ACCT
               MOVE GT-CR-ACCT TO WS-GM-CR-ACCT
               MOVE WS-GLMAP-REC TO VGLMAP-REC
               WRITE VGLMAP-REC
                   INVALID KEY
                       MOVE 'UNABLE TO ADD MAPPING' TO WS-EDIT-MSG
                       PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
                   NOT INVALID KEY
                       MOVE SPACES TO GCL-B-DESCRIP
                       MOVE 0 TO GCL-B-DR-ACCT GCL-B-CR-ACCT
                       PERFORM 0850-LOG-CHANGE THRU 0850-LOG-CHANGE-EXIT
                       ADD 1 TO WS-ADD-CTR.
       0500-ADD-MAPPING-EXIT.
           EXIT.
      ******************************************************************
      *  CHANGE THE DESCRIPTION AND/OR ACCOUNTS ON AN EXISTING
      *  MAPPING.  THE RESULT MUST STILL DEBIT AND CREDIT DIFFERENT
      *  ACCOUNTS.
      ******************************************************************
       0600-CHANGE-MAPPING.
           MOVE GT-POSTTYPE TO GM-POSTTYPE.
           READ GL-ACCOUNT-FILE INTO WS-GLMAP-REC
               INVALID KEY
                   MOVE 'N' TO GLM-STAT.
           IF GLM-STAT NOT = '00'
               MOVE 'MAPPING NOT FOUND' TO WS-EDIT-MSG
               PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
           ELSE
               MOVE WS-GM-DESCRIP TO GCL-B-DESCRIP
               MOVE WS-GM-DR-ACCT TO GCL-B-DR-ACCT
               MOVE WS-GM-CR-ACCT TO GCL-B-CR-ACCT
               IF GT-DESCRIP NOT = SPACES
                   MOVE GT-DESCRIP TO WS-GM-DESCRIP
               END-IF
               IF GT-DR-ACCT NOT = 0
                   MOVE GT-DR-ACCT TO WS-GM-DR-ACCT
               END-IF
               IF GT-CR-ACCT NOT = 0
                   MOVE GT-CR-ACCT TO WS-GM-CR-ACCT
               END-IF
               IF WS-GM-DR-ACCT = WS-GM-CR-ACCT
                   MOVE 'DEBIT AND CREDIT ACCOUNT ARE THE SAME'
                       TO WS-EDIT-MSG
                   PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
               ELSE
                   REWRITE VGLMAP-REC FROM WS-GLMAP-REC
                       INVALID KEY
                           MOVE 'UNABLE TO CHANGE MAPPING'
                               TO WS-EDIT-MSG
                           PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
                       NOT INVALID KEY
                           PERFORM 0850-LOG-CHANGE
                               THRU 0850-LOG-CHANGE-EXIT
                           ADD 1 TO WS-CHANGE-CTR.
       0600-CHANGE-MAPPING-EXIT.
           EXIT.
      ******************************************************************
      *  DELETE AN EXISTING MAPPING.
      ******************************************************************
       0700-DELETE-MAPPING.
           MOVE GT-POSTTYPE TO GM-POSTTYPE.
           READ GL-ACCOUNT-FILE INTO WS-GLMAP-REC
               INVALID KEY
                   MOVE 'N' TO GLM-STAT.
           IF GLM-STAT NOT = '00'
               MOVE 'MAPPING NOT FOUND' TO WS-EDIT-MSG
               PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
           ELSE
               MOVE WS-GM-DESCRIP TO GCL-B-DESCRIP
               MOVE WS-GM-DR-ACCT TO GCL-B-DR-ACCT
               MOVE WS-GM-CR-ACCT TO GCL-B-CR-ACCT
               DELETE GL-ACCOUNT-FILE
                   INVALID KEY
                       MOVE 'UNABLE TO DELETE MAPPING' TO WS-EDIT-MSG
                       PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
                   NOT INVALID KEY
                       PERFORM 0850-LOG-CHANGE THRU 0850-LOG-CHANGE-EXIT
                       ADD 1 TO WS-DELETE-CTR.
       0700-DELETE-MAPPING-EXIT.
           EXIT.
      ******************************************************************
      *  REJECT A TRANSACTION THAT FAILED EDIT OR COULD NOT BE APPLIED.
      ******************************************************************
       0800-REJECT.
           MOVE WS-EDIT-MSG TO ERRMSG.
           MOVE WS-GLM-TRANS TO ERRRECIMAGE.
           WRITE GLM-ERR-REC FROM WS-GLM-ERR-REC.
           ADD 1 TO WS-REJECT-CTR.
       0800-REJECT-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE THE BEFORE/AFTER CHANGE-LOG RECORD FOR AN APPLIED
      *  TRANSACTION.  (THE BEFORE IMAGE IS SET BY THE CALLER; DELETE
      *  LEAVES THE AFTER IMAGE EMPTY.)
      ******************************************************************
       0850-LOG-CHANGE.
           MOVE GT-CODE TO GCL-CODE.
           MOVE GT-POSTTYPE TO GCL-POSTTYPE.
           MOVE CURRDATE TO GCL-RUN-DATE.
           IF GT-DELETE
               MOVE SPACES TO GCL-A-DESCRIP
               MOVE 0 TO GCL-A-DR-ACCT GCL-A-CR-ACCT
           ELSE
               MOVE WS-GM-DESCRIP TO GCL-A-DESCRIP
               MOVE WS-GM-DR-ACCT TO GCL-A-DR-ACCT
               MOVE WS-GM-CR-ACCT TO GCL-A-CR-ACCT.
           WRITE GLMLOG-REC FROM WS-GLMLOG-REC.
       0850-LOG-CHANGE-EXIT.
           EXIT.
      ******************************************************************
      *  CLOSE ALL FILES AND DISPLAY THE RUN TOTALS.
      ******************************************************************
       0900-EOJ.
           DISPLAY WS-ADD-CTR    ' GL MAPPINGS ADDED.'.
           DISPLAY WS-CHANGE-CTR ' GL MAPPINGS CHANGED.'.
           DISPLAY WS-DELETE-CTR ' GL MAPPINGS DELETED.'.
           DISPLAY WS-REJECT-CTR ' TRANSACTIONS REJECTED.'.
           CLOSE GL-ACCOUNT-FILE
                 GLM-TRANS-FILE
                 GLM-LOG-FILE
                 GLM-ERROR-FILE.
       0900-EOJ-EXIT.
           EXIT.
