      *  TOOK EFFECT AND EMP-PREV-RATE/EMP-PREV-EFF-DATE HOLD THE     *
      *  PRIOR RATE AND ITS START DATE (DATES YYMMDD).  THE RETRO     *
      *  PAY RUN SETS EMP-RETRO-FLAG TO Y ONCE A BACK-DATED CHANGE    *
      *  HAS BEEN SETTLED.  EMP-SSN, THE FIRST NAME AND THE MAILING   *
      *  ADDRESS ARE THE IDENTITY FIELDS THE W-2 FILING REPORTS.      *
      *  EMPLOYMENT STATUS: A (OR BLANK ON OLDER RECORDS) = ACTIVE,   *
      *  T = TERMINATED AS OF EMP-TERM-DATE (SET BY THE TERMINATION   *
      *  RUN; THE PAY RUN REFUSES HOURS FOR A PERIOD STARTING AFTER   *
      *  IT).  EMP-HIRE-DATE AND EMP-TERM-DATE ARE YYMMDD.            *
      *  RECORD IS 160 BYTES                                          *
      *****************************************************************
       01  EMPMAST-FILE-REC.
           05  EMP-ID-NUMBER             PIC X(05).
           05  EMP-PREV-RATE             PIC 9(03)V99.
           05  EMP-PREV-EFF-DATE         PIC 9(06).
           05  EMP-RETRO-FLAG            PIC X(01).
           05  EMP-SSN                   PIC X(09).
           05  EMP-FIRST-NAME            PIC X(11).
           05  EMP-ADDRESS.
               10  EMP-STREET            PIC X(22).
               10  EMP-CITY              PIC X(15).
               10  EMP-STATE             PIC X(02).
               10  EMP-ZIP               PIC X(09).
           05  EMP-STATUS                PIC X(01).
           05  EMP-HIRE-DATE             PIC 9(06).
           05  EMP-TERM-DATE             PIC 9(06).
           05  FILLER                    PIC X(04).
