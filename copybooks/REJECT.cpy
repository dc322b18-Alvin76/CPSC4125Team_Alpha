      *****************************************************************
      *  REJECT COPYBOOK - EXCEPTION REPORT LINE AND SUSPENSE RECORD  *
      *  SHARED BY BREAKS AND TOTALS FOR RECORDS THAT CANNOT BE PAID  *
      *  SUSP-STATUS: SPACE = UNRESOLVED, R = RECYCLED BY THE         *
      *  SUSPENSE RECYCLE RUN, D = DROPPED THERE BY A CORRECTION      *
      *  CARD.  RESOLVED ITEMS STAY ON THE SUSPENSE FILE AS HISTORY   *
      *  UNTIL THE RETENTION RUN ARCHIVES THEM                        *
      *****************************************************************
       01  WS-EXCEPT-LINE                VALUE SPACES.
           05  FILLER                    PIC X(01).
           05  SUSP-REASON               PIC X(40).
           05  SUSP-PERIODS-HELD         PIC 9(02).
           05  SUSP-PERIOD               PIC 9(03).
           05  SUSP-STATUS               PIC X(01).
           05  FILLER                    PIC X(01).
