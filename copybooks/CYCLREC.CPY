      ******************************************************************
      *  CYCLREC.CPY
      *  DAILY BATCH CYCLE-CONTROL RECORD FOR CYCLE-CTL-FILE (INDEXED,
      *  KEYED ON CYCLE NUMBER + STEP NAME).  EACH NIGHT'S STREAM IS
      *  ONE NUMBERED CYCLE: ORDERS OPENS IT WHEN IT WRITES THE NEW
      *  INVORD-FILE GENERATION, AND EVERY DAILY POSTING STEP AFTER IT
      *  WORKS ON THAT CYCLE'S INPUT.  EACH STEP CHECKS THE FILE AT
      *  START - IT WILL NOT RUN IF IT HAS ALREADY RUN IN THE CURRENT
      *  CYCLE OR IF THE STEP AHEAD OF IT HAS NOT COMPLETED - AND
      *  STAMPS ITS OWN ENTRY 'R' (RUNNING) AS IT STARTS AND 'C'
      *  (COMPLETE) WITH ITS RECORD COUNTS AS IT ENDS.  AN ENTRY LEFT
      *  'R' IS A STEP THAT ABENDED PART WAY THROUGH.  'F' IS A STEP
      *  THAT ENDED CLEANLY WITHOUT POSTING (GLEXTRCT WHEN THE JOURNAL
      *  DOES NOT PROVE) AND MAY SIMPLY BE RERUN.  AN OVERRIDE CARD
      *  (SEE CYOVREC.CPY) LETS A REFUSED STEP RUN; THE ENTRY IS THEN
      *  MARKED OVERRIDDEN WITH THE OPERATOR'S INITIALS AND REASON.
      *  WS-CY-RUN-CTR COUNTS HOW MANY TIMES THE STEP RAN IN THE CYCLE.
      *  WS-CY-IN-COUNT IS THE STEP'S INPUT RECORDS READ, WS-CY-OUT-
      *  COUNT THE RECORDS IT POSTED OR WROTE.  THE ONE RECORD KEYED
      *  CYCLE 00000 / 'CONTROL' CARRIES THE CURRENT CYCLE NUMBER AND
      *  THE DATE IT WAS OPENED (WS-CY-CONTROL VIEW).  CYCLRPT PRINTS
      *  THE CYCLE FOR THE MORNING SHIFT.  DATES YYMMDD, TIMES HHMMSSHH.
      ******************************************************************
       01  WS-CYCLE-REC.
           05  WS-CY-KEY.
               10  WS-CY-GEN           PIC 9(5).
               10  WS-CY-STEP          PIC X(8).
           05  WS-CY-ENTRY.
               10  WS-CY-RUN-DATE      PIC 9(6).
               10  WS-CY-START-TIME    PIC 9(8).
               10  WS-CY-END-TIME      PIC 9(8).
               10  WS-CY-STATUS        PIC X.
                   88  WS-CY-RUNNING               VALUE 'R'.
                   88  WS-CY-COMPLETE              VALUE 'C'.
                   88  WS-CY-FAILED                VALUE 'F'.
               10  WS-CY-IN-COUNT      PIC 9(7).
               10  WS-CY-OUT-COUNT     PIC 9(7).
               10  WS-CY-RUN-CTR       PIC 9(3).
               10  WS-CY-OVERRIDE      PIC X.
                   88  WS-CY-OVERRIDDEN            VALUE 'Y'.
               10  WS-CY-OVR-INIT      PIC X(3).
               10  WS-CY-OVR-REASON    PIC X(30).
               10  FILLER              PIC X(13).
           05  WS-CY-CONTROL REDEFINES WS-CY-ENTRY.
               10  WS-CC-CURR-GEN      PIC 9(5).
               10  WS-CC-OPEN-DATE     PIC 9(6).
               10  FILLER              PIC X(76).
