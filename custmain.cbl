      * AND ARE NOT APPLIED.  DEACTIVATED CUSTOMERS STAY ON FILE SO
      * PREEDIT CAN STILL TELL AN INACTIVE CUSTOMER FROM AN UNKNOWN
      * ONE; A CHANGE TRANSACTION WITH CT-STATUS 'A' REACTIVATES ONE.
      * THE CUSTOMER'S SALES-TAX JURISDICTION AND EXEMPTION ARE ALSO
      * MAINTAINED HERE.  AN ADD MUST NAME A JURISDICTION, AND ANY
      * JURISDICTION KEYED MUST BE ON TAX-RATE-FILE (SEE TAXMAINT).
      * A CUSTOMER MAY ONLY BE MADE TAX-EXEMPT WITH AN EXEMPTION
      * CERTIFICATE NUMBER, KEYED ON THE SAME CARD OR ALREADY ON FILE;
      * TAKING A CUSTOMER OFF EXEMPT CLEARS THE CERTIFICATE.  THE
      * FINANCE-CHARGE EXEMPTION FINCHG HONOURS AT MONTH END IS SET
      * AND CLEARED HERE AS WELL, THROUGH CT-FCEXEMPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                ACCESS IS RANDOM
                RECORD KEY IS CUST-KEY
                FILE STATUS IS CUST-STAT.
           SELECT TAX-RATE-FILE       ASSIGN TAXRATE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS TX-JURIS
                FILE STATUS IS TAX-STAT.
           SELECT OPTIONAL BACKORDS-FILE ASSIGN BKORDS
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS B-KEY
                ALTERNATE RECORD KEY IS B-CUSTNO WITH DUPLICATES
                FILE STATUS IS BKO-STAT.
           SELECT CUST-TRANS-FILE     ASSIGN CUSTTRN.
           SELECT CUST-LOG-FILE       ASSIGN CUSTLOG.
           SELECT CUST-ERROR-FILE     ASSIGN CUSTERR.
       01  VCUST-REC.
           05  CUST-KEY                PIC 9(6).
           05  FILLER                  PIC X(54).
       FD  TAX-RATE-FILE.
       01  VTAX-REC.
           05  TX-JURIS                PIC X(3).
           05  FILLER                  PIC X(37).
       FD  BACKORDS-FILE.
       01  BACKORDS-REC.
           05  B-KEY.
               10  B-ITEMNO            PIC 9(5).
               10  B-BODATE            PIC 9(6).
               10  B-ORDERNO           PIC 9(6).
               10  B-CUSTNO            PIC 9(6).
           05  FILLER                  PIC X(37).
       FD  CUST-TRANS-FILE
               LABEL RECORDS ARE STANDARD.
       01  CUST-TRANS-REC              PIC X(80).
       FD  CUST-LOG-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
       01  CUSTLOG-REC                 PIC X(117).
       FD  CUST-ERROR-FILE
               LABEL RECORDS ARE STANDARD
               BLOCK CONTAINS 10 RECORDS.
               88  MAINT-EOF                       VALUE 'Y'.
           05  VALID-SW                PIC X       VALUE 'Y'.
               88  TRANS-VALID                     VALUE 'Y'.
           05  BO-FOUND-SW             PIC X       VALUE 'N'.
               88  BACKORDER-FOUND                 VALUE 'Y'.
           05  CERT-SW                 PIC X       VALUE 'N'.
               88  CERT-MISSING                    VALUE 'Y'.
       01  COUNTERS-ACCUMULATORS.
           05  WS-ADD-CTR              PIC 9(5)    VALUE 0.
           05  WS-CHANGE-CTR           PIC 9(5)    VALUE 0.
           05  WS-REJECT-CTR           PIC 9(5)    VALUE 0.
       01  WORK-AREA.
           05  CUST-STAT               PIC XX.
           05  TAX-STAT                PIC XX.
           05  BKO-STAT                PIC XX.
           05  WS-EDIT-MSG             PIC X(40).
           05  CURRDATE.
               10  C-YY                PIC 99.
       COPY CUSTREC.
       COPY CMTRNREC.
       COPY CMLOGREC.
       COPY TAXREC.
       01  WS-CUST-ERR-REC.
           05  ERRMSG                  PIC X(40).
           05  ERRRECIMAGE             PIC X(80).
           PERFORM 0900-EOJ THRU 0900-EOJ-EXIT.
           STOP RUN.
      ******************************************************************
      *  OPEN ALL FILES.  BACKORDS-FILE IS READ BY ITS WS-B-CUSTNO
      *  ALTERNATE KEY WHEN A DEACTIVATE IS CHECKED.
      ******************************************************************
       0100-INIT.
           ACCEPT CURRDATE FROM DATE.
               IF CUST-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN CUSTOMER FILE ' CUST-STAT
                   STOP RUN.
           OPEN INPUT TAX-RATE-FILE
               IF TAX-STAT NOT = '00'
                   DISPLAY 'FAILURE TO OPEN TAX RATE FILE ' TAX-STAT
                   STOP RUN.
           OPEN INPUT BACKORDS-FILE
               IF BKO-STAT NOT = '00' AND BKO-STAT NOT = '05'
                   DISPLAY 'FAILURE TO OPEN BACKORDER FILE ' BKO-STAT
                   STOP RUN.
           OPEN INPUT  CUST-TRANS-FILE
           OPEN OUTPUT CUST-LOG-FILE
                       CUST-ERROR-FILE.
      *  VALIDATE THE TRANSACTION CODE AND FIELDS.  AN ADD MUST CARRY
      *  A NAME; A CHANGE MAY LEAVE NAME OR STATUS AT SPACE TO KEEP
      *  THE VALUE ON FILE, BUT A KEYED STATUS MUST BE 'A' OR 'I'.
      *  AN ADD MUST CARRY A TAX JURISDICTION, A KEYED JURISDICTION
      *  MUST BE ON TAX-RATE-FILE, AND A KEYED EXEMPT FLAG MUST BE
      *  'Y' OR 'N', AS MUST A KEYED FINANCE-CHARGE EXEMPT FLAG.  AN
      *  EXEMPT ADD MUST CARRY ITS CERTIFICATE NUMBER; AN EXEMPT
      *  CHANGE IS CHECKED AGAINST THE CERTIFICATE ON FILE WHEN IT IS
      *  APPLIED.
      ******************************************************************
       0400-EDIT-TRANS.
           MOVE 'Y' TO VALID-SW.
               IF CT-CRLIMIT NOT NUMERIC
                   MOVE 'N' TO VALID-SW
                   MOVE 'CREDIT LIMIT NOT NUMERIC' TO WS-EDIT-MSG.
           IF TRANS-VALID AND CT-ADD AND CT-TAXJUR = SPACES
               MOVE 'N' TO VALID-SW
               MOVE 'TAX JURISDICTION REQUIRED ON ADD' TO WS-EDIT-MSG.
           IF TRANS-VALID AND (CT-ADD OR CT-CHANGE)
               IF CT-TAXEXEMPT NOT = SPACE AND CT-TAXEXEMPT NOT = 'Y'
                       AND CT-TAXEXEMPT NOT = 'N'
                   MOVE 'N' TO VALID-SW
                   MOVE 'TAX EXEMPT FLAG MUST BE Y OR N'
                       TO WS-EDIT-MSG.
           IF TRANS-VALID AND CT-ADD AND CT-TAXEXEMPT = 'Y'
                   AND CT-EXEMPTCERT = SPACES
               MOVE 'N' TO VALID-SW
               MOVE 'EXEMPT CUSTOMER NEEDS CERTIFICATE NO'
                   TO WS-EDIT-MSG.
           IF TRANS-VALID AND (CT-ADD OR CT-CHANGE)
               IF CT-FCEXEMPT NOT = SPACE AND CT-FCEXEMPT NOT = 'Y'
                       AND CT-FCEXEMPT NOT = 'N'
                   MOVE 'N' TO VALID-SW
                   MOVE 'FIN CHG EXEMPT FLAG MUST BE Y OR N'
                       TO WS-EDIT-MSG.
           IF TRANS-VALID AND (CT-ADD OR CT-CHANGE)
                   AND CT-TAXJUR NOT = SPACES
               MOVE CT-TAXJUR TO TX-JURIS
               READ TAX-RATE-FILE INTO WS-TAX-REC
                   INVALID KEY
                       MOVE 'N' TO VALID-SW
                       MOVE 'TAX JURISDICTION NOT ON FILE'
                           TO WS-EDIT-MSG.
       0400-EDIT-TRANS-EXIT.
           EXIT.
      ******************************************************************
               MOVE CT-NAME TO CUST-NAME
               MOVE 'A' TO CUST-STATUS
               MOVE CT-CRLIMIT TO CUST-CRLIMIT
               MOVE CT-TAXJUR TO CUST-TAXJUR
               IF CT-TAXEXEMPT = 'Y'
                   MOVE 'Y' TO CUST-TAXEXEMPT
                   MOVE CT-EXEMPTCERT TO CUST-EXEMPTCERT
               ELSE
                   MOVE 'N' TO CUST-TAXEXEMPT
               END-IF
               IF CT-FCEXEMPT = 'Y'
                   MOVE 'Y' TO CUST-FCEXEMPT
               ELSE
                   MOVE 'N' TO CUST-FCEXEMPT
               END-IF
               MOVE WS-CUST-REC TO VCUST-REC
               WRITE VCUST-REC
                   INVALID KEY
      *  IN EITHER FIELD LEAVES THE VALUE ON FILE ALONE.  A CHANGE
      *  THAT FLIPS AN ACTIVE CUSTOMER TO 'I' IS A DEACTIVATION AND
      *  GETS THE SAME OPEN-BACKORDER GUARD AS A 'D' TRANSACTION -
      *  OTHERWISE A 'C' CARD WOULD SLIP PAST IT.  A CHANGE THAT
      *  LEAVES THE CUSTOMER TAX-EXEMPT WITH NO CERTIFICATE NUMBER ON
      *  FILE IS REJECTED.
      ******************************************************************
       0600-CHANGE-CUSTOMER.
           MOVE CT-CUSTNO TO CUST-KEY.
                   AND NOT CUST-INACTIVE
               PERFORM 0750-SCAN-BACKORDERS
                   THRU 0750-SCAN-BACKORDERS-EXIT.
           MOVE 'N' TO CERT-SW.
           IF CUST-STAT = '00' AND CT-TAXEXEMPT = 'Y'
                   AND CT-EXEMPTCERT = SPACES
                   AND CUST-EXEMPTCERT = SPACES
               MOVE 'Y' TO CERT-SW.
           IF CUST-STAT NOT = '00'
               MOVE 'CUSTOMER NOT FOUND' TO WS-EDIT-MSG
               PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
           ELSE
               IF BACKORDER-FOUND OR CERT-MISSING
                   IF BACKORDER-FOUND
                       MOVE 'CUSTOMER HAS OPEN BACKORDERS'
                           TO WS-EDIT-MSG
                   ELSE
                       MOVE 'EXEMPT CUSTOMER NEEDS CERTIFICATE NO'
                           TO WS-EDIT-MSG
                   END-IF
                   PERFORM 0800-REJECT THRU 0800-REJECT-EXIT
               ELSE
                   MOVE CUST-NAME TO CCL-B-NAME
                   MOVE CUST-STATUS TO CCL-B-STATUS
                   MOVE CUST-CRLIMIT TO CCL-B-CRLIMIT
                   MOVE CUST-TAXJUR TO CCL-B-TAXJUR
                   MOVE CUST-TAXEXEMPT TO CCL-B-TAXEXEMPT
                   MOVE CUST-EXEMPTCERT TO CCL-B-EXEMPTCERT
                   MOVE CUST-FCEXEMPT TO CCL-B-FCEXEMPT
                   IF CT-NAME NOT = SPACES
                       MOVE CT-NAME TO CUST-NAME
                   END-IF
                   IF CT-CRLIMIT NOT = 0
                       MOVE CT-CRLIMIT TO CUST-CRLIMIT
                   END-IF
                   IF CT-TAXJUR NOT = SPACES
                       MOVE CT-TAXJUR TO CUST-TAXJUR
                   END-IF
                   IF CT-EXEMPTCERT NOT = SPACES
                       MOVE CT-EXEMPTCERT TO CUST-EXEMPTCERT
                   END-IF
                   IF CT-TAXEXEMPT = 'Y'
                       MOVE 'Y' TO CUST-TAXEXEMPT
                   END-IF
                   IF CT-TAXEXEMPT = 'N'
                       MOVE 'N' TO CUST-TAXEXEMPT
                       MOVE SPACES TO CUST-EXEMPTCERT
                   END-IF
                   IF CT-FCEXEMPT = 'Y' OR CT-FCEXEMPT = 'N'
                       MOVE CT-FCEXEMPT TO CUST-FCEXEMPT
                   END-IF
                   REWRITE VCUST-REC FROM WS-CUST-REC
                       INVALID KEY
                           MOVE 'UNABLE TO CHANGE CUSTOMER'
                       MOVE CUST-NAME TO CCL-B-NAME
                       MOVE CUST-STATUS TO CCL-B-STATUS
                       MOVE CUST-CRLIMIT TO CCL-B-CRLIMIT
                       MOVE CUST-TAXJUR TO CCL-B-TAXJUR
                       MOVE CUST-TAXEXEMPT TO CCL-B-TAXEXEMPT
                       MOVE CUST-EXEMPTCERT TO CCL-B-EXEMPTCERT
                       MOVE CUST-FCEXEMPT TO CCL-B-FCEXEMPT
                       MOVE 'I' TO CUST-STATUS
                       REWRITE VCUST-REC FROM WS-CUST-REC
                           INVALID KEY
       0700-DEACTIVATE-CUSTOMER-EXIT.
           EXIT.
      ******************************************************************
      *  LOOK FOR ANY OPEN BACKORDER LINE BELONGING TO THE CUSTOMER
      *  BEING DEACTIVATED.  A START ON THE WS-B-CUSTNO ALTERNATE KEY
      *  SUCCEEDS ONLY IF THE CUSTOMER HAS AT LEAST ONE LINE QUEUED.
      ******************************************************************
       0750-SCAN-BACKORDERS.
           MOVE 'N' TO BO-FOUND-SW.
           MOVE CT-CUSTNO TO B-CUSTNO.
           START BACKORDS-FILE KEY IS EQUAL TO B-CUSTNO
               IF BKO-STAT = '00'
                   MOVE 'Y' TO BO-FOUND-SW.
       0750-SCAN-BACKORDERS-EXIT.
           EXIT.
      ******************************************************************
      *  REJECT A TRANSACTION THAT FAILED EDIT OR COULD NOT BE APPLIED.
      ******************************************************************
       0800-REJECT.
           MOVE CUST-NAME TO CCL-A-NAME.
           MOVE CUST-STATUS TO CCL-A-STATUS.
           MOVE CUST-CRLIMIT TO CCL-A-CRLIMIT.
           MOVE CUST-TAXJUR TO CCL-A-TAXJUR.
           MOVE CUST-TAXEXEMPT TO CCL-A-TAXEXEMPT.
           MOVE CUST-EXEMPTCERT TO CCL-A-EXEMPTCERT.
           MOVE CUST-FCEXEMPT TO CCL-A-FCEXEMPT.
           WRITE CUSTLOG-REC FROM WS-CUSTLOG-REC.
       0850-LOG-CHANGE-EXIT.
           EXIT.
           DISPLAY WS-DEACT-CTR  ' CUSTOMERS DEACTIVATED.'.
           DISPLAY WS-REJECT-CTR ' TRANSACTIONS REJECTED.'.
           CLOSE CUSTOMER-FILE
                 TAX-RATE-FILE
                 BACKORDS-FILE
                 CUST-TRANS-FILE
                 CUST-LOG-FILE
                 CUST-ERROR-FILE.
