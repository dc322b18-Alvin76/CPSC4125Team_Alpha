      *  ACCOUNT NUMBER USED TO BUILD THE ACH TRANSMISSION FILE.      *
      *  PRENOTE STATUS: P = NEW ACCOUNT, PRENOTE NOT YET SENT;       *
      *  S = PRENOTE SENT LAST RUN; A = VERIFIED, LIVE MONEY MOVES.   *
      *  AN EMPLOYEE WITH NO RECORD HERE IS PAID BY CHECK.            *
      *  ACCOUNT STATUS: BLANK = OPEN; F = EMPLOYEE TERMINATED, THE   *
      *  NEXT DEPOSIT IS THE FINAL ONE; C = CLOSED AFTER THE FINAL    *
      *  DEPOSIT MADE FOR PAY PERIOD BANK-CLOSE-PERIOD ON             *
      *  BANK-CLOSE-DATE (YYMMDD).  A CLOSED ACCOUNT IS PAID BY       *
      *  CHECK IN ANY LATER PERIOD                                    *
      *****************************************************************
       01  BANK-FILE-REC.
           05  BANK-ID-NUMBER            PIC X(05).
           05  BANK-ACCOUNT              PIC X(17).
           05  BANK-ACCT-TYPE            PIC X(01).
           05  BANK-PRENOTE-STATUS       PIC X(01).
           05  BANK-STATUS               PIC X(01).
           05  BANK-CLOSE-DATE           PIC 9(06).
           05  BANK-CLOSE-PERIOD         PIC 9(03).
           05  FILLER                    PIC X(37).
