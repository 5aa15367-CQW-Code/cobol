      * FIELDS APPLIED AND IS RE-INSERTED INTO TRANSACTION-FILE FOR
      * THE NEXT PREEDIT/ORDERS CYCLE; A MATCHING 'D' CORRECTION DROPS
      * IT FOR GOOD.  EVERYTHING ELSE IS CARRIED FORWARD TO A NEW
      * GENERATION OF THE SUSPENSE FILE: THE OLD GENERATION IS READ
      * FROM SUSPFILE AND LEFT AS IT WAS, AND THE SURVIVORS ARE
      * WRITTEN TO SUSPFLNW.  ANY RECORD THAT HAS SAT IN SUSPENSE
      * LONGER THAN THE AGE LIMIT IS LISTED ON THE AGING REPORT SO
      * REJECTED ORDERS STOP FALLING ON THE FLOOR.  THE
      * CORRECTION FILE IS SMALL AND UNKEYED, SO IT IS OPENED AND
      * RESCANNED FROM THE TOP FOR EACH SUSPENDED RECORD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
