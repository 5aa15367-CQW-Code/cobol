      * 31-60 / 61-90 / OVER-90-DAY BUCKETS, WITH A GRAND TOTAL LINE
      *  AT END OF REPORT.  THE DAY COUNT IS THE USUAL 30-DAY-MONTH
      * APPROXIMATION, WHICH IS AS FINE AS A 30/60/90 BUCKET NEEDS.
      * A FINANCE CHARGE FINCHG POSTS IS KEYED ON ITS CHARGE DATE, SO
      * IT AGES FROM THE DAY IT WAS CHARGED, NOT FROM ANY SHIPMENT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
