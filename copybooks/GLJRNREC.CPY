      ******************************************************************
      *  GLJRNREC.CPY
      *  GENERAL-LEDGER JOURNAL RECORD WRITTEN BY GLEXTRCT FOR THE
      *  LEDGER PACKAGE TO IMPORT.  ONE RECORD PER GL ACCOUNT, POSTING
      *  DATE (YYMMDD) AND SIDE - THE DAY'S DEBITS TO AN ACCOUNT AND
      *  ITS CREDITS ARE CARRIED ON SEPARATE RECORDS, NEVER NETTED.
      ******************************************************************
       01  WS-GLJRN-REC.
           05  WS-GJ-ACCOUNT           PIC 9(8).
           05  WS-GJ-DATE              PIC 9(6).
           05  WS-GJ-DRCR              PIC X.
               88  WS-GJ-DEBIT                     VALUE 'D'.
               88  WS-GJ-CREDIT                    VALUE 'C'.
           05  WS-GJ-AMOUNT            PIC 9(9)V99.
           05  WS-GJ-SOURCE            PIC X(8).
           05  FILLER                  PIC X(16).
