      *****************************************************************
      *  TAXRATE COPYBOOK - WITHHOLDING RATE BY TAX AUTHORITY         *
      *  OPTIONAL MASTER READ BY BREAKS AND TOTALS, KEYED BY          *
      *  AUTHORITY (FED, ST, FICA, 401K).  THE RATE IS APPLIED TO THE *
      *  PERIOD'S TAXABLE WAGES (GROSS LESS PRE-TAX BENEFIT PLAN      *
      *  CONTRIBUTIONS); A NON-ZERO WAGE BASE CAPS THE ANNUAL WAGES   *
      *  THE AUTHORITY TAXES (FICA), DRIVEN BY THE EMPLOYEE'S YTD     *
      *  GROSS.  WHEN AN AUTHORITY HAS NO RATE ON FILE THE PROGRAMS   *
      *  FALL BACK TO THE FLAT AMOUNT ON THE EMPLOYEE MASTER.         *
      *  AUTHORITY 401K CARRIES NO RATE: ITS WAGE BASE IS THE ANNUAL  *
      *  401(K) DEFERRAL LIMIT THAT BREAKS HOLDS EACH EMPLOYEE'S      *
      *  PRE-TAX AND ROTH CONTRIBUTIONS TO                            *
      *****************************************************************
       01  TAX-FILE-REC.
           05  TAX-AUTHORITY             PIC X(04).
