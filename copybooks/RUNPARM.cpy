      *****************************************************************
      *  RUNPARM COPYBOOK - OPTIONAL RUN-CONTROL PARAMETER CARD READ  *
      *  BY EVERY STEP OF THE PAY CYCLE.  RPM-PERIOD NAMES THE PAY    *
      *  PERIOD THE STEP RUNS FOR; WHEN BLANK THE PERIOD IS THE ONE   *
      *  ON THE PAY CALENDAR WHOSE DATES BRACKET THE RUN DATE.        *
      *  RPM-RERUN-STEP IS THE RERUN OVERRIDE: A STEP ALREADY         *
      *  COMPLETED FOR THE PERIOD RUNS AGAIN ONLY WHEN THE CARD NAMES *
      *  THAT STEP AND GIVES THE PERIOD EXPLICITLY.  THE PERIOD IS    *
      *  CARRIED AS DISPLAY WITH A REDEFINED VIEW SO BLANK CAN BE     *
      *  TOLD APART FROM ZERO                                         *
      *****************************************************************
       01  WS-RUNPARM-REC.
           05  RPM-PERIOD-X              PIC X(03).
           05  RPM-PERIOD                REDEFINES RPM-PERIOD-X
                                         PIC 9(03).
           05  RPM-RERUN-STEP            PIC X(08).
           05  FILLER                    PIC X(69).
