      *****************************************************************
      *  CHKHIST COPYBOOK - PER-CHECK PAY HISTORY, KEYED BY EMPLOYEE, *
      *  CHECK DATE, PAY PERIOD, ENTRY TYPE AND SEQUENCE.  ONE RECORD *
      *  FOR EVERY PAYMENT: THE PAY RUN WRITES ENTRY R WITH EVERY     *
      *  EARNINGS CATEGORY, TAX, DEDUCTION, GARNISHMENT, EMPLOYER     *
      *  BURDEN AND NET PAY FROM THE STUB, AND THE CHECK PAYMENT RUN  *
      *  FILLS IN HOW IT WAS PAID.  THE VOID / MANUAL RUN WRITES      *
      *  ENTRY M FOR A MANUAL PAYMENT AND ENTRY V, WITH EVERY AMOUNT  *
      *  NEGATIVE, FOR A VOID, AND MARKS THE VOIDED PAYMENT'S OWN     *
      *  RECORD V.  CHH-BENEFITS INCLUDES THE PLAN CONTRIBUTIONS      *
      *  BROKEN OUT UNDER CHH-PLANS, AS ON THE STUB.  CHH-PAY-METHOD: *
      *  SPACE = NOT YET PAID, C = CHECK (CHH-CHECK-NO), A = ACH      *
      *  DEPOSIT (CHH-ACH-TRACE), M = MANUAL PAYMENT, N = NO PAYMENT  *
      *  (NET NOT POSITIVE).  CHH-STATUS: SPACE = STANDING, V =       *
      *  VOIDED ON CHH-VOID-DATE.  THE CHECK DATE IS THE CALENDAR     *
      *  CHECK DATE OF THE PERIOD PAID (THE RUN DATE FOR VOIDS AND    *
      *  MANUALS).  ALL DATES ARE YYMMDD.  RECORD IS 280 BYTES        *
      *****************************************************************
       01  CHH-FILE-REC.
           05  CHH-KEY.
               10  CHH-ID-NUMBER         PIC X(05).
               10  CHH-CHECK-DATE        PIC 9(06).
               10  CHH-PERIOD            PIC 9(03).
               10  CHH-ENTRY-TYPE        PIC X(01).
               10  CHH-SEQ               PIC 9(02).
           05  CHH-DIV                   PIC X(02).
           05  CHH-DEPT                  PIC X(03).
           05  CHH-LAST-NAME             PIC X(11).
           05  CHH-PAY-TYPE              PIC X(01).
           05  CHH-RATE                  PIC 9(03)V99.
           05  CHH-PERIOD-START          PIC 9(06).
           05  CHH-PERIOD-END            PIC 9(06).
           05  CHH-HOURS.
               10  CHH-HR-USED           PIC S9(04)V9.
               10  CHH-REG-HR            PIC S9(04)V9.
               10  CHH-OT-HR             PIC S9(04)V9.
               10  CHH-LEAVE-HR          PIC S9(04)V9.
               10  CHH-BONUS-HR          PIC S9(04)V9.
           05  CHH-EARNINGS.
               10  CHH-REG-PAY           PIC S9(05)V99.
               10  CHH-OT-PAY            PIC S9(05)V99.
               10  CHH-LEAVE-PAY         PIC S9(05)V99.
               10  CHH-BONUS-PAY         PIC S9(05)V99.
               10  CHH-ADJ-PAY           PIC S9(05)V99.
               10  CHH-GROSS-PAY         PIC S9(05)V99.
           05  CHH-PLANS.
               10  CHH-PRETAX-125        PIC S9(05)V99.
               10  CHH-DEFERRAL          PIC S9(05)V99.
               10  CHH-ROTH              PIC S9(05)V99.
               10  CHH-AFTERTAX-BEN      PIC S9(05)V99.
           05  CHH-TAXES.
               10  CHH-FED-TAX           PIC S9(05)V99.
               10  CHH-STATE-TAX         PIC S9(05)V99.
               10  CHH-FICA              PIC S9(05)V99.
           05  CHH-DEDUCTIONS.
               10  CHH-BENEFITS          PIC S9(05)V99.
               10  CHH-OTHER-DEDS        PIC S9(05)V99.
               10  CHH-GARNISH           PIC S9(05)V99.
               10  CHH-TOTAL-DEDS        PIC S9(05)V99.
           05  CHH-NET-PAY               PIC S9(05)V99.
           05  CHH-EMPLOYER.
               10  CHH-ER-FICA           PIC S9(05)V99.
               10  CHH-ER-BENEFITS       PIC S9(05)V99.
               10  CHH-ER-MATCH          PIC S9(05)V99.
           05  CHH-PAYMENT.
               10  CHH-PAY-METHOD        PIC X(01).
               10  CHH-CHECK-NO          PIC 9(08).
               10  CHH-ACH-TRACE         PIC X(15).
               10  CHH-PAID-DATE         PIC 9(06).
           05  CHH-STATUS                PIC X(01).
           05  CHH-VOID-DATE             PIC 9(06).
           05  FILLER                    PIC X(20).
