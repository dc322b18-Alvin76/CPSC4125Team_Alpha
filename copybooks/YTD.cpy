      *  BUCKETS BELONG TO, AND THE PAY RUN ZEROES THEM WHEN IT       *
      *  POSTS INTO A NEW QUARTER.  YTD-QTD-FICA-WAGES IS THE         *
      *  FICA-TAXABLE PORTION OF QTD WAGES AFTER THE ANNUAL WAGE      *
      *  BASE CAP.  YTD-FED-TAX, YTD-STATE-TAX, YTD-FICA AND          *
      *  YTD-FICA-WAGES ARE THE TRUE ANNUAL WITHHOLDING AND FICA      *
      *  WAGE FIGURES (NEVER RESET BY A QUARTER ROLL) THAT THE W-2    *
      *  FILING IS BUILT FROM.  YTD-GROSS-PAY STAYS TOTAL GROSS PAY.  *
      *  YTD-PRETAX-125 IS THE YEAR'S SECTION 125 CONTRIBUTIONS (OUT  *
      *  OF FEDERAL, STATE AND FICA WAGES), YTD-DEFERRAL THE PRE-TAX  *
      *  401(K) DEFERRALS (OUT OF FEDERAL AND STATE WAGES ONLY),      *
      *  YTD-ROTH THE AFTER-TAX 401(K) CONTRIBUTIONS AND YTD-ER-MATCH *
      *  THE EMPLOYER MATCH.  RECORD IS 160 BYTES                     *
      *****************************************************************
       01  YTD-FILE-REC.
           05  YTD-ID-NUMBER             PIC X(05).
           05  YTD-QTD-FED-TAX           PIC S9(05)V99.
           05  YTD-QTD-STATE-TAX         PIC S9(05)V99.
           05  YTD-QTD-FICA              PIC S9(05)V99.
           05  YTD-FED-TAX               PIC S9(05)V99.
           05  YTD-STATE-TAX             PIC S9(05)V99.
           05  YTD-FICA                  PIC S9(05)V99.
           05  YTD-FICA-WAGES            PIC S9(07)V99.
           05  YTD-PRETAX-125            PIC S9(05)V99.
           05  YTD-DEFERRAL              PIC S9(05)V99.
           05  YTD-ROTH                  PIC S9(05)V99.
           05  YTD-ER-MATCH              PIC S9(05)V99.
           05  FILLER                    PIC X(03).
