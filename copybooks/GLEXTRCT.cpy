      *  GL-REC-TYPE: SPACE = EMPLOYEE NET PAY DETAIL; L = EMPLOYER   *
      *  LIABILITY ACCRUAL (GL-ACCOUNT CARRIES THE LIABILITY CODE,    *
      *  NOT AN EMPLOYEE) - THE PAYMENT PROGRAMS SKIP L RECORDS       *
      *  EMPLOYEE DETAIL LINES ALSO CARRY THE EARNINGS AND DEDUCTION  *
      *  COMPONENTS OF THE NET SO THE JOURNAL POSTING CAN BALANCE     *
      *  EACH LINE: WAGE + OT = TAXES + DEDUCTIONS + GARNISH + NET.   *
      *  L LINES CARRY ONE DIVISION/DEPARTMENT'S EMPLOYER BURDEN.     *
      *  LINES WRITTEN WITHOUT COMPONENTS LEAVE THE AREA AS SPACES    *
      *****************************************************************
       01  WS-GL-REC                     VALUE SPACES.
           05  GL-ACCOUNT                PIC X(05).
           05  GL-NET-PAY                PIC S9(05)V99.
           05  GL-PERIOD                 PIC 9(03).
           05  GL-REC-TYPE               PIC X(01).
           05  GL-COMPONENTS.
               10  GL-WAGE-PAY           PIC S9(05)V99.
               10  GL-OT-PAY             PIC S9(05)V99.
               10  GL-FED-TAX            PIC S9(05)V99.
               10  GL-STATE-TAX          PIC S9(05)V99.
               10  GL-FICA               PIC S9(05)V99.
               10  GL-BENEFITS           PIC S9(05)V99.
               10  GL-OTHER-DEDS         PIC S9(05)V99.
               10  GL-GARNISH            PIC S9(05)V99.
           05  FILLER                    PIC X(03).
