      *****************************************************************
      *  RUNCTL COPYBOOK - PAY CYCLE RUN-CONTROL MASTER, KEYED BY PAY *
      *  PERIOD AND JOB STEP NAME (AUDITCK, HRSEDIT, BREAKS, ACHPAY,  *
      *  CHECKPAY, QTRTAX, RUNVAR).  EVERY STEP OF THE CYCLE READS    *
      *  ITS PREDECESSORS' RECORDS AT START-UP AND REFUSES TO RUN     *
      *  UNLESS THEY COMPLETED FOR THE SAME PERIOD WITH CONTROL       *
      *  TOTALS THAT MATCH WHAT IT IS ABOUT TO READ, THEN WRITES ITS  *
      *  OWN RECORD AS STARTED AND REWRITES IT AS COMPLETED AT NORMAL *
      *  END.  STATUS: S = STARTED (RUNNING, OR ENDED ABNORMALLY -    *
      *  THE STEP MAY BE RUN AGAIN), C = COMPLETED, F = FINISHED WITH *
      *  A FATAL RESULT (SUCCESSORS REFUSE TO RUN).  RCT-REC-COUNT    *
      *  AND RCT-DOLLAR-TOTAL ARE THE STEP'S OUTPUT CONTROL TOTALS.   *
      *  RCT-RUN-COUNT COUNTS THE TIMES THE STEP HAS BEEN STARTED FOR *
      *  THE PERIOD AND RCT-RERUN-FLAG IS Y WHEN THE LAST RUN WAS A   *
      *  RERUN OF A COMPLETED STEP UNDER OVERRIDE.  DATES ARE YYMMDD, *
      *  TIMES HHMM                                                   *
      *****************************************************************
       01  RCT-FILE-REC.
           05  RCT-KEY.
               10  RCT-PERIOD            PIC 9(03).
               10  RCT-STEP              PIC X(08).
           05  RCT-STATUS                PIC X(01).
           05  RCT-START-DATE            PIC 9(06).
           05  RCT-START-TIME            PIC 9(04).
           05  RCT-END-DATE              PIC 9(06).
           05  RCT-END-TIME              PIC 9(04).
           05  RCT-REC-COUNT             PIC 9(07).
           05  RCT-DOLLAR-TOTAL          PIC S9(09)V99.
           05  RCT-RETURN-CODE           PIC 9(03).
           05  RCT-RUN-COUNT             PIC 9(03).
           05  RCT-RERUN-FLAG            PIC X(01).
           05  FILLER                    PIC X(23).
