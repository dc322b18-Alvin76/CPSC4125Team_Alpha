      *****************************************************************
      *  COSTCTR COPYBOOK - VALID COST CENTER / PROJECT MASTER        *
      *  KEYED BY DIVISION, DEPARTMENT AND PROJECT.  THE HOURS EDIT   *
      *  ACCEPTS A CHARGE-TO ON AN HOURS CARD ONLY WHEN THE EXACT KEY *
      *  IS ON FILE AND ACTIVE.  A BLANK PROJECT IS THE ENTRY FOR THE *
      *  DEPARTMENT ITSELF; A BLANK DIVISION AND DEPARTMENT IS A      *
      *  COMPANY-WIDE PROJECT CHARGED FROM THE EMPLOYEE'S HOME        *
      *  DEPARTMENT.  CC-STATUS: A = ACTIVE, I = INACTIVE (CLOSED TO  *
      *  NEW CHARGES)                                                 *
      *****************************************************************
       01  CC-FILE-REC.
           05  CC-KEY.
               10  CC-DIV                PIC X(02).
               10  CC-DEPT               PIC X(03).
               10  CC-PROJECT            PIC X(06).
           05  CC-NAME                   PIC X(20).
           05  CC-STATUS                 PIC X(01).
           05  FILLER                    PIC X(48).
