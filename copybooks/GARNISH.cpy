      *  PRIORITY FOR THE REMITTANCE REGISTER.  DISPOSABLE EARNINGS   *
      *  = GROSS LESS TAXES.  THE PAY RUN TAKES THE ORDER AFTER       *
      *  TAXES AND AHEAD OF THE VOLUNTARY BUCKETS, WITH THE SAME      *
      *  ARREARS CARRY-FORWARD AS EVERY OTHER DEDUCTION.  GRN-STATUS  *
      *  S = STOPPED ON GRN-STOP-DATE (YYMMDD) BY THE TERMINATION     *
      *  RUN: NO NEW AMOUNT IS TAKEN, BUT ANY GARNISHMENT ARREARS     *
      *  RECOVERED FROM THE FINAL CHECK IS STILL REMITTED TO THE      *
      *  PAYEE.  BLANK = ACTIVE                                       *
      *****************************************************************
       01  GRN-FILE-REC.
           05  GRN-ID-NUMBER             PIC X(05).
           05  GRN-ORDER-PERCENT         PIC 9(02)V99.
           05  GRN-CAP-PERCENT           PIC 9(02)V99.
           05  GRN-PRIORITY              PIC 9(01).
           05  GRN-STATUS                PIC X(01).
           05  GRN-STOP-DATE             PIC 9(06).
           05  FILLER                    PIC X(26).
