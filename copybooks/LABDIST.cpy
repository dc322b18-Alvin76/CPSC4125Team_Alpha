      *****************************************************************
      *  LABDIST COPYBOOK - LABOR DISTRIBUTION RECORDS                *
      *  WRITTEN BY THE PAY RUN FOR EVERY EMPLOYEE PAID: ONE DETAIL   *
      *  (TYPE D) PER COST CENTER THE EMPLOYEE'S HOURS WERE CHARGED   *
      *  TO, CARRYING THAT COST CENTER'S SHARE OF GROSS PAY AND       *
      *  EMPLOYER BURDEN IN PROPORTION TO HOURS.  A BLANK CHARGE IS   *
      *  RESOLVED TO THE HOME DIVISION/DEPARTMENT BEFORE WRITING.     *
      *  THE RUN ENDS WITH ONE TRAILER (TYPE T) CARRYING THE PAY      *
      *  REGISTER'S GROSS AND BURDEN TOTALS, WHICH THE DISTRIBUTION   *
      *  REPORT PROVES THE DETAIL AGAINST                             *
      *****************************************************************
       01  WS-LABDIST-REC.
           05  LD-REC-TYPE               PIC X(01).
           05  LD-PERIOD                 PIC 9(03).
           05  LD-ID-NUMBER              PIC X(05).
           05  LD-HOME-DIV               PIC X(02).
           05  LD-HOME-DEPT              PIC X(03).
           05  LD-CHARGE-KEY.
               10  LD-CHG-DIV            PIC X(02).
               10  LD-CHG-DEPT           PIC X(03).
               10  LD-PROJECT            PIC X(06).
           05  LD-HOURS                  PIC S9(04)V9.
           05  LD-GROSS                  PIC S9(07)V99.
           05  LD-BURDEN                 PIC S9(07)V99.
           05  FILLER                    PIC X(32).

       01  WS-LABDIST-TRL.
           05  LT-REC-TYPE               PIC X(01).
           05  LT-PERIOD                 PIC 9(03).
           05  LT-EMP-COUNT              PIC 9(05).
           05  LT-REG-GROSS              PIC S9(09)V99.
           05  LT-REG-BURDEN             PIC S9(09)V99.
           05  FILLER                    PIC X(49).
