      ******************************************************************
      *  SOTRNREC.CPY
      *  MAINTENANCE TRANSACTION RECORD FOR SOMAINT.  ONE RECORD ADDS,
      *  CHANGES OR DEACTIVATES ONE STANDING ORDER (SEE SORDREC.CPY),
      *  KEYED ON ST-CUSTNO + ST-ITEMNO.  ON A CHANGE, A ZERO
      *  ST-QUANORD, ST-PAY, ST-NEXTDUE, ST-STARTDATE OR ST-ENDDATE
      *  AND A SPACE ST-FREQ OR ST-STATUS LEAVE THAT FIELD AS IT
      *  STANDS; ST-ENDDATE 999999 TAKES THE END DATE OFF.  ON AN ADD
      *  A ZERO ST-NEXTDUE MAKES THE FIRST ORDER FALL ON THE START
      *  DATE.  DATES ARE YYMMDD.
      ******************************************************************
       01  WS-SO-TRANS.
           05  ST-CODE                 PIC X.
               88  ST-ADD                          VALUE 'A'.
               88  ST-CHANGE                       VALUE 'C'.
               88  ST-DEACTIVATE                   VALUE 'D'.
           05  ST-CUSTNO               PIC 9(6).
           05  ST-ITEMNO               PIC 9(5).
           05  ST-QUANORD              PIC 9(4).
           05  ST-PAY                  PIC 9.
           05  ST-FREQ                 PIC X.
           05  ST-NEXTDUE              PIC 9(6).
           05  ST-STARTDATE            PIC 9(6).
           05  ST-ENDDATE              PIC 9(6).
               88  ST-END-REMOVED                  VALUE 999999.
           05  ST-STATUS               PIC X.
           05  FILLER                  PIC X(43).
