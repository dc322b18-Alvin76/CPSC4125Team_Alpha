      *****************************************************************
      *  RKCONT COPYBOOK - 401(K) RECORDKEEPER CONTRIBUTION FILE      *
      *  WRITTEN BY BREAKS EACH PAY PERIOD FOR THE PLAN               *
      *  RECORDKEEPER.  ONE D RECORD PER EMPLOYEE PER 401(K) PLAN     *
      *  WITH A CONTRIBUTION OR MATCH THIS PERIOD: RK-TAX-IND P =     *
      *  PRE-TAX DEFERRAL, A = ROTH.  RK-YTD-EE IS THE EMPLOYEE'S     *
      *  TOTAL 401(K) CONTRIBUTIONS FOR THE YEAR INCLUDING THIS       *
      *  PERIOD.  ONE T RECORD CLOSES THE FILE WITH THE RECORD COUNT  *
      *  AND CONTROL TOTALS THE RECORDKEEPER BALANCES THE FUNDING     *
      *  WIRE TO.  RECORDS ARE 80 BYTES                               *
      *****************************************************************
       01  WS-RKCONT-REC.
           05  RK-REC-TYPE               PIC X(01).
           05  RK-PERIOD                 PIC 9(03).
           05  RK-PAY-DATE               PIC 9(06).
           05  RK-ID-NUMBER              PIC X(05).
           05  RK-SSN                    PIC X(09).
           05  RK-LAST-NAME              PIC X(11).
           05  RK-PLAN-CODE              PIC X(04).
           05  RK-TAX-IND                PIC X(01).
           05  RK-EE-AMOUNT              PIC S9(05)V99.
           05  RK-ER-MATCH               PIC S9(05)V99.
           05  RK-YTD-EE                 PIC S9(07)V99.
           05  RK-GROSS-PAY              PIC S9(05)V99.
           05  FILLER                    PIC X(10).

       01  WS-RKCONT-TRL.
           05  RKT-REC-TYPE              PIC X(01).
           05  RKT-PERIOD                PIC 9(03).
           05  RKT-PAY-DATE              PIC 9(06).
           05  RKT-REC-COUNT             PIC 9(05).
           05  RKT-EE-TOTAL              PIC S9(09)V99.
           05  RKT-ER-TOTAL              PIC S9(09)V99.
           05  RKT-GRAND-TOTAL           PIC S9(09)V99.
           05  FILLER                    PIC X(32).
