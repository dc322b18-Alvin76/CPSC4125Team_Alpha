      *****************************************************************
      *  BENENRL COPYBOOK - BENEFIT PLAN ENROLLMENT MASTER, KEYED BY  *
      *  EMPLOYEE ID AND PLAN CODE, ONE RECORD PER PLAN THE EMPLOYEE  *
      *  IS ENROLLED IN.  BEN-PLAN-TYPE K = 401(K) SAVINGS PLAN,      *
      *  S = SECTION 125 CAFETERIA PLAN (MEDICAL, DENTAL, FSA); ANY   *
      *  OTHER TYPE IS AN AFTER-TAX PAYROLL DEDUCTION ONLY.  THE      *
      *  EMPLOYEE CONTRIBUTION IS A FLAT AMOUNT PER PERIOD (METHOD F) *
      *  OR A PERCENT OF PERIOD GROSS (METHOD P).  BEN-TAX-IND P =    *
      *  PRE-TAX: A SECTION 125 CONTRIBUTION COMES OUT OF FEDERAL,    *
      *  STATE AND FICA WAGES, A 401(K) DEFERRAL OUT OF FEDERAL AND   *
      *  STATE WAGES ONLY.  A = AFTER-TAX (ROTH FOR A 401(K) PLAN).   *
      *  PRE-TAX AND ROTH 401(K) CONTRIBUTIONS TOGETHER ARE HELD TO   *
      *  THE ANNUAL DEFERRAL LIMIT ON THE TAXRATES MASTER (AUTHORITY  *
      *  401K).  EMPLOYER MATCH = BEN-MATCH-PCT PERCENT OF THE        *
      *  EMPLOYEE CONTRIBUTION, COUNTING ONLY CONTRIBUTIONS UP TO     *
      *  BEN-MATCH-LIMIT-PCT PERCENT OF PERIOD GROSS (ZERO = NO       *
      *  LIMIT).  BEN-STATUS S = SUSPENDED, NOTHING IS TAKEN;         *
      *  BLANK OR A = ACTIVE                                          *
      *****************************************************************
       01  BEN-FILE-REC.
           05  BEN-KEY.
               10  BEN-ID-NUMBER         PIC X(05).
               10  BEN-PLAN-CODE         PIC X(04).
           05  BEN-PLAN-TYPE             PIC X(01).
           05  BEN-TAX-IND               PIC X(01).
           05  BEN-CONTRIB-METHOD        PIC X(01).
           05  BEN-CONTRIB-AMT           PIC 9(03)V99.
           05  BEN-CONTRIB-PCT           PIC 9(02)V99.
           05  BEN-MATCH-PCT             PIC 9(03)V99.
           05  BEN-MATCH-LIMIT-PCT       PIC 9(02)V99.
           05  BEN-STATUS                PIC X(01).
           05  FILLER                    PIC X(49).
