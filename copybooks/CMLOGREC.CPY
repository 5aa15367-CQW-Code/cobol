               10  CCL-B-NAME          PIC X(25).
               10  CCL-B-STATUS        PIC X.
               10  CCL-B-CRLIMIT       PIC 9(7)V99.
               10  CCL-B-TAXJUR        PIC X(3).
               10  CCL-B-TAXEXEMPT     PIC X.
               10  CCL-B-EXEMPTCERT    PIC X(12).
               10  CCL-B-FCEXEMPT      PIC X.
           05  CCL-AFTER-IMAGE.
               10  CCL-A-NAME          PIC X(25).
               10  CCL-A-STATUS        PIC X.
               10  CCL-A-CRLIMIT       PIC 9(7)V99.
               10  CCL-A-TAXJUR        PIC X(3).
               10  CCL-A-TAXEXEMPT     PIC X.
               10  CCL-A-EXEMPTCERT    PIC X(12).
               10  CCL-A-FCEXEMPT      PIC X.
