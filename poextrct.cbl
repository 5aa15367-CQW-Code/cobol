      * FROM THE LAST NUMBER SAVED ON PO-CONTROL-FILE AND THE NEW LAST
      * NUMBER IS SAVED BACK AT END OF JOB, SO PO NUMBERS PERSIST ACROSS
      * RUNS INSTEAD OF RESTARTING AT 1.  RCPTPOST RELIEVES OPENPO-FILE
      * AND WS-M-QTYONORD AS THE SUPPLIER DELIVERS.  EACH OPENPO-FILE
      * LINE ALSO KEEPS THE WS-R-PURCHPRC IT WAS ORDERED AT AS
      * WS-P-UNITCOST, THE PRICE APMATCH HOLDS THE SUPPLIER'S INVOICE
      * TO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE CURRDATE TO WS-P-ORDDATE.
           MOVE WS-DUE-DATE TO WS-P-DUEDATE.
           MOVE 'O' TO WS-P-STATUS.
           MOVE WS-R-PURCHPRC TO WS-P-UNITCOST.
           MOVE 0 TO WS-P-QUANBILL.
           WRITE VOPENPO-REC FROM WS-OPENPO-REC
               INVALID KEY
                   DISPLAY 'UNABLE TO WRITE OPEN PO ' WS-P-PONO
