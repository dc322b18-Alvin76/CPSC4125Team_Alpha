      *****************************************************************
      *  W2SSA COPYBOOK - SSA ELECTRONIC WAGE REPORTING RECORDS       *
      *  512-BYTE FIXED RECORDS IN FILING ORDER: RA SUBMITTER, RE     *
      *  EMPLOYER, ONE RW PER EMPLOYEE, RT TOTAL FOR THE EMPLOYER,    *
      *  RF FINAL.  MONEY FIELDS ARE WHOLE CENTS, ZERO-FILLED, NO     *
      *  DECIMAL POINT.  ONLY THE FIELDS THE PAYROLL CARRIES ARE      *
      *  NAMED; THE REST OF EACH RECORD IS BLANK                      *
      *****************************************************************
       01  W2-RA-REC                     VALUE SPACES.
           05  RA-ID                     PIC X(02).
           05  RA-SUBMITTER-EIN          PIC X(09).
           05  RA-USER-ID                PIC X(08).
           05  FILLER                    PIC X(09).
           05  RA-RESUB-IND              PIC X(01).
           05  FILLER                    PIC X(06).
           05  RA-SOFTWARE-CODE          PIC X(02).
           05  RA-COMPANY-NAME           PIC X(57).
           05  RA-LOCATION-ADDR          PIC X(22).
           05  RA-DELIVERY-ADDR          PIC X(22).
           05  RA-CITY                   PIC X(22).
           05  RA-STATE                  PIC X(02).
           05  RA-ZIP                    PIC X(05).
           05  RA-ZIP-EXT                PIC X(04).
           05  FILLER                    PIC X(45).
           05  RA-SUBMITTER-NAME         PIC X(57).
           05  FILLER                    PIC X(239).

       01  W2-RE-REC                     VALUE SPACES.
           05  RE-ID                     PIC X(02).
           05  RE-TAX-YEAR               PIC 9(04).
           05  RE-AGENT-IND              PIC X(01).
           05  RE-EIN                    PIC X(09).
           05  FILLER                    PIC X(13).
           05  RE-OTHER-EIN              PIC X(09).
           05  RE-EMPLOYER-NAME          PIC X(57).
           05  RE-LOCATION-ADDR          PIC X(22).
           05  RE-DELIVERY-ADDR          PIC X(22).
           05  RE-CITY                   PIC X(22).
           05  RE-STATE                  PIC X(02).
           05  RE-ZIP                    PIC X(05).
           05  RE-ZIP-EXT                PIC X(04).
           05  RE-KIND-OF-EMPLOYER       PIC X(01).
           05  FILLER                    PIC X(44).
           05  RE-EMPLOYMENT-CODE        PIC X(01).
           05  RE-TAX-JURISDICTION       PIC X(01).
           05  RE-SICK-PAY-IND           PIC X(01).
           05  FILLER                    PIC X(292).

       01  W2-RW-REC                     VALUE SPACES.
           05  RW-ID                     PIC X(02).
           05  RW-SSN                    PIC X(09).
           05  RW-FIRST-NAME             PIC X(15).
           05  RW-MIDDLE-NAME            PIC X(15).
           05  RW-LAST-NAME              PIC X(20).
           05  RW-SUFFIX                 PIC X(04).
           05  RW-LOCATION-ADDR          PIC X(22).
           05  RW-DELIVERY-ADDR          PIC X(22).
           05  RW-CITY                   PIC X(22).
           05  RW-STATE                  PIC X(02).
           05  RW-ZIP                    PIC X(05).
           05  RW-ZIP-EXT                PIC X(04).
           05  FILLER                    PIC X(45).
           05  RW-WAGES                  PIC 9(11).
           05  RW-FED-TAX                PIC 9(11).
           05  RW-SS-WAGES               PIC 9(11).
           05  RW-SS-TAX                 PIC 9(11).
           05  RW-MEDICARE-WAGES         PIC 9(11).
           05  RW-MEDICARE-TAX           PIC 9(11).
           05  RW-SS-TIPS                PIC 9(11).
           05  FILLER                    PIC X(11).
           05  RW-DEPENDENT-CARE         PIC 9(11).
           05  RW-401K-DEFERRALS         PIC 9(11).
           05  FILLER                    PIC X(188).
           05  RW-STATUTORY-IND          PIC X(01).
           05  FILLER                    PIC X(01).
           05  RW-RETIREMENT-IND         PIC X(01).
           05  RW-SICK-PAY-IND           PIC X(01).
           05  FILLER                    PIC X(23).

       01  W2-RT-REC                     VALUE SPACES.
           05  RT-ID                     PIC X(02).
           05  RT-RW-COUNT               PIC 9(07).
           05  RT-WAGES                  PIC 9(15).
           05  RT-FED-TAX                PIC 9(15).
           05  RT-SS-WAGES               PIC 9(15).
           05  RT-SS-TAX                 PIC 9(15).
           05  RT-MEDICARE-WAGES         PIC 9(15).
           05  RT-MEDICARE-TAX           PIC 9(15).
           05  RT-SS-TIPS                PIC 9(15).
           05  FILLER                    PIC X(15).
           05  RT-DEPENDENT-CARE         PIC 9(15).
           05  RT-401K-DEFERRALS         PIC 9(15).
           05  FILLER                    PIC X(353).

       01  W2-RF-REC                     VALUE SPACES.
           05  RF-ID                     PIC X(02).
           05  FILLER                    PIC X(05).
           05  RF-RW-COUNT               PIC 9(09).
           05  FILLER                    PIC X(496).
