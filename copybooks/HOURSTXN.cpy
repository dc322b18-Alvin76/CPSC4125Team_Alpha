      *  EARNINGS CODE A IS A FLAT-DOLLAR ADJUSTMENT (RETRO PAY):     *
      *  THE HOURS FIELD IS ZERO AND HRS-ADJ-AMOUNT CARRIES THE       *
      *  DOLLARS, WHICH FLOW THROUGH TAXES, YTD AND THE STUB LIKE     *
      *  ANY OTHER EARNINGS.  EARNINGS CODE F IS THE FINAL-PAY        *
      *  VACATION PAYOUT WRITTEN BY THE TERMINATION RUN, LAID OUT     *
      *  AND PAID THE SAME WAY AS CODE A (THE BALANCE HAS ALREADY     *
      *  BEEN TAKEN OFF THE LEAVE MASTER).  HRS-CHARGE-KEY IS THE     *
      *  OPTIONAL COST CENTER THE HOURS ARE CHARGED TO: DIVISION AND  *
      *  DEPARTMENT TOGETHER, A PROJECT CODE, OR BOTH, EACH ON THE    *
      *  COST CENTER MASTER (COSTCTR.cpy).  BLANK CHARGES THE HOURS   *
      *  TO THE EMPLOYEE'S HOME DEPARTMENT.  AN EMPLOYEE MAY SEND     *
      *  THE SAME EARNINGS CODE MORE THAN ONCE WHEN EACH CARD IS      *
      *  CHARGED TO A DIFFERENT COST CENTER                           *
      *****************************************************************
       01  WS-HOURS-REC.
           05  HRS-ID-NUMBER             PIC X(05).
           05  HRS-ADJ-AMT-X             PIC X(07).
           05  HRS-ADJ-AMOUNT            REDEFINES HRS-ADJ-AMT-X
                                         PIC 9(05)V99.
           05  HRS-CHARGE-KEY.
               10  HRS-CHG-DIV           PIC X(02).
               10  HRS-CHG-DEPT          PIC X(03).
               10  HRS-PROJECT           PIC X(06).
           05  FILLER                    PIC X(52).
