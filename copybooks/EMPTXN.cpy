      *  CARRIED AS DISPLAY WITH A REDEFINED VIEW SO BLANK CAN BE     *
      *  TOLD APART FROM ZERO.  MNT-EFF-DATE (YYMMDD) IS THE DATE A   *
      *  RATE CHANGE TAKES EFFECT; BLANK MEANS EFFECTIVE TODAY.  A    *
      *  BACK-DATED RATE CHANGE IS PICKED UP BY THE RETRO PAY RUN.    *
      *  MNT-HIRE-DATE (YYMMDD) ON AN ADD IS THE HIRE DATE (BLANK     *
      *  MEANS TODAY); ON A CHANGE IT CORRECTS THE HIRE DATE.  A      *
      *  DELETE IS ONLY TAKEN FOR A TERMINATED EMPLOYEE               *
      *  ACTION I = IDENTITY CHANGE: THE SAME CARD COLUMNS AFTER THE  *
      *  EMPLOYEE NUMBER CARRY THE SSN, FIRST NAME AND MAILING        *
      *  ADDRESS INSTEAD (WS-EMPTXN-ID-REC); BLANK LEAVES AS IS       *
      *  MNT-USER-ID (COLUMNS 75-80, ON EVERY VIEW) IS THE USER ID OF *
      *  WHOEVER SUBMITTED THE CARD.  A CHANGE TO PAY TYPE, RATE OR   *
      *  THE EMPLOYEE DEDUCTIONS IS NOT APPLIED BUT HELD FOR APPROVAL *
      *  (PENDCHG.cpy) UNDER THAT ID.  ACTION B = BANK ACCOUNT        *
      *  CHANGE: THE CARD CARRIES THE NEW ROUTING, ACCOUNT AND        *
      *  ACCOUNT TYPE (WS-EMPTXN-BANK-REC) AND IS ALWAYS HELD.        *
      *  ACTION R RELEASES AND ACTION X REJECTS THE PENDING CHANGE OF *
      *  TYPE MNT-APPR-TYPE (E OR B) FOR THE EMPLOYEE                 *
      *  (WS-EMPTXN-APPR-REC); A RELEASE MUST COME FROM A DIFFERENT   *
      *  USER ID THAN THE REQUEST                                     *
      *****************************************************************
       01  WS-EMPTXN-REC.
           05  MNT-ACTION                PIC X(01).
           05  MNT-EFF-DATE-X            PIC X(06).
           05  MNT-EFF-DATE              REDEFINES MNT-EFF-DATE-X
                                         PIC 9(06).
           05  MNT-HIRE-DATE-X           PIC X(06).
           05  MNT-HIRE-DATE             REDEFINES MNT-HIRE-DATE-X
                                         PIC 9(06).
           05  FILLER                    PIC X(04).
           05  MNT-USER-ID               PIC X(06).
       01  WS-EMPTXN-ID-REC              REDEFINES WS-EMPTXN-REC.
           05  FILLER                    PIC X(06).
           05  MNT-SSN                   PIC X(09).
           05  MNT-FIRST-NAME            PIC X(11).
           05  MNT-STREET                PIC X(22).
           05  MNT-CITY                  PIC X(15).
           05  MNT-STATE                 PIC X(02).
           05  MNT-ZIP                   PIC X(09).
           05  FILLER                    PIC X(06).
       01  WS-EMPTXN-BANK-REC            REDEFINES WS-EMPTXN-REC.
           05  FILLER                    PIC X(06).
           05  MNT-ROUTING               PIC X(09).
           05  MNT-ACCOUNT               PIC X(17).
           05  MNT-ACCT-TYPE             PIC X(01).
           05  FILLER                    PIC X(47).
       01  WS-EMPTXN-APPR-REC            REDEFINES WS-EMPTXN-REC.
           05  FILLER                    PIC X(06).
           05  MNT-APPR-TYPE             PIC X(01).
           05  FILLER                    PIC X(73).
