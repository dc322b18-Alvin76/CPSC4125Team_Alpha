      *****************************************************************
      *  PENDCHG COPYBOOK - PENDING SENSITIVE CHANGE AWAITING         *
      *  APPROVAL, KEYED BY EMPLOYEE AND CHANGE TYPE.  PND-TYPE: E =  *
      *  PAY TYPE, RATE OR DEDUCTION CHANGE TO THE EMPLOYEE MASTER; B *
      *  = BANK ROUTING / ACCOUNT CHANGE TO THE BANK ACCOUNT MASTER.  *
      *  MASTER MAINTENANCE HOLDS THE CHANGE HERE WITH THE            *
      *  REQUESTER'S USER ID AND THE DATE AND TIME (YYMMDD, HHMM) IT  *
      *  WAS REQUESTED.  PND-CARD IS THE MAINTENANCE CARD IMAGE       *
      *  (EMPTXN.cpy) AS SUBMITTED.  THE CHANGE IS APPLIED ONLY WHEN  *
      *  A RELEASE CARD FROM A DIFFERENT USER ID IS READ; THE RECORD  *
      *  IS DELETED WHEN RELEASED, REJECTED OR EXPIRED.  ONE PENDING  *
      *  CHANGE PER EMPLOYEE PER TYPE                                 *
      *****************************************************************
       01  PND-FILE-REC.
           05  PND-KEY.
               10  PND-ID-NUMBER         PIC X(05).
               10  PND-TYPE              PIC X(01).
           05  PND-REQ-USER              PIC X(06).
           05  PND-REQ-DATE              PIC 9(06).
           05  PND-REQ-TIME              PIC 9(04).
           05  PND-CARD                  PIC X(80).
           05  FILLER                    PIC X(18).
