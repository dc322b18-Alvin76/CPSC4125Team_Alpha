      *****************************************************************
      *  TERMTXN COPYBOOK - EMPLOYEE TERMINATION CARD                 *
      *  ONE CARD PER SEPARATING EMPLOYEE, READ BY THE TERMINATION    *
      *  RUN.  TRM-TERM-DATE (YYMMDD) IS THE LAST DAY WORKED; THE PAY *
      *  RUN PAYS HOURS FOR A PERIOD STARTING ON OR BEFORE IT AND     *
      *  REJECTS HOURS FOR ANY LATER PERIOD.  TRM-REASON IS A         *
      *  TWO-CHARACTER SEPARATION CODE CARRIED TO THE REGISTER        *
      *  (E.G. RS = RESIGNED, DS = DISCHARGED, RT = RETIRED).  THE    *
      *  DATE IS CARRIED AS DISPLAY WITH A REDEFINED VIEW SO BLANK    *
      *  CAN BE TOLD APART FROM ZERO, AS ON THE MAINTENANCE CARD      *
      *****************************************************************
       01  WS-TERMTXN-REC.
           05  TRM-ID-NUMBER             PIC X(05).
           05  TRM-TERM-DATE-X           PIC X(06).
           05  TRM-TERM-DATE             REDEFINES TRM-TERM-DATE-X
                                         PIC 9(06).
           05  TRM-REASON                PIC X(02).
           05  FILLER                    PIC X(67).
