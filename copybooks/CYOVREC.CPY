      ******************************************************************
      *  CYOVREC.CPY
      *  CYCLE OVERRIDE CARD, READ FROM THE OPTIONAL CYCOVR DATASET BY
      *  EVERY STEP THAT CHECKS CYCLE-CTL-FILE (SEE CYCLREC.CPY).  A
      *  CARD NAMING THE STEP LETS IT RUN WHEN THE CYCLE CHECK WOULD
      *  REFUSE IT - A DELIBERATE RERUN, OR A RUN AHEAD OF A STEP
      *  THAT IS NOT GOING TO COMPLETE.  A CARD NAMING ANY OTHER STEP
      *  IS IGNORED.  THE INITIALS AND REASON GO ONTO THE LEDGER ENTRY
      *  AND THE CYCLE-STATUS REPORT.
      ******************************************************************
       01  WS-CYCLE-OVR.
           05  WS-CO-STEP              PIC X(8).
           05  WS-CO-INIT              PIC X(3).
           05  WS-CO-REASON            PIC X(30).
           05  FILLER                  PIC X(39).
