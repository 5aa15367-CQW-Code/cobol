           STOP RUN.
      ******************************************************************
      *  OPEN ALL FILES.  OPENPO-FILE IS OPENED AND CLOSED AROUND EACH
      *  DEACTIVATE SCAN, SO EVERY SCAN STARTS FROM THE FIRST PO LINE.
      ******************************************************************
       0100-INIT.
           ACCEPT CURRDATE FROM DATE.
