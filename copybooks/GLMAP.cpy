      *****************************************************************
      *  GLMAP COPYBOOK - CHART-OF-ACCOUNTS MAPPING MASTER            *
      *  KEYED BY DIVISION, DEPARTMENT AND PAY COMPONENT.  GIVES THE  *
      *  GENERAL LEDGER ACCOUNT EACH PAYROLL COMPONENT POSTS TO.  THE *
      *  JOURNAL POSTING LOOKS FOR THE EXACT DIVISION/DEPARTMENT      *
      *  FIRST, THEN THE DIVISION WITH A BLANK DEPARTMENT, THEN THE   *
      *  COMPANY DEFAULT WITH BOTH BLANK.  COMPONENT CODES:           *
      *    WAGES  REGULAR/LEAVE/BONUS WAGE EXPENSE        (DEBIT)     *
      *    OTPAY  OVERTIME WAGE EXPENSE                   (DEBIT)     *
      *    ERBEX  EMPLOYER BURDEN EXPENSE                 (DEBIT)     *
      *    CASH   PAYROLL CASH / BANK                     (CREDIT)    *
      *    FEDWH  FEDERAL WITHHOLDING PAYABLE             (CREDIT)    *
      *    STWH   STATE WITHHOLDING PAYABLE               (CREDIT)    *
      *    FICA   EMPLOYEE FICA PAYABLE                   (CREDIT)    *
      *    BENEF  BENEFIT DEDUCTIONS PAYABLE              (CREDIT)    *
      *    OTHDD  OTHER DEDUCTIONS PAYABLE                (CREDIT)    *
      *    GARN   GARNISHMENTS PAYABLE                    (CREDIT)    *
      *    ERFIC  EMPLOYER FICA PAYABLE                   (CREDIT)    *
      *    ERBEN  EMPLOYER BENEFITS PAYABLE               (CREDIT)    *
      *    RISSU  RETURNED NET PAY AWAITING REISSUE       (CREDIT)    *
      *****************************************************************
       01  MAP-FILE-REC.
           05  MAP-KEY.
               10  MAP-DIV               PIC X(02).
               10  MAP-DEPT              PIC X(03).
               10  MAP-COMPONENT         PIC X(05).
           05  MAP-GL-ACCOUNT            PIC X(10).
           05  MAP-DESCRIPTION           PIC X(20).
           05  FILLER                    PIC X(40).
