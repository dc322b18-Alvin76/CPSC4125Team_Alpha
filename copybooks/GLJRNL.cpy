      *****************************************************************
      *  GLJRNL COPYBOOK - GENERAL LEDGER JOURNAL ENTRY LINE          *
      *  ONE LINE PER GL ACCOUNT / DIVISION / DEPARTMENT AND SIDE,    *
      *  WRITTEN BY THE JOURNAL POSTING ONLY WHEN TOTAL DEBITS EQUAL  *
      *  TOTAL CREDITS AND EVERY COMPONENT MAPPED TO AN ACCOUNT.      *
      *  JE-DR-CR: D = DEBIT, C = CREDIT.  AMOUNTS ARE UNSIGNED.      *
      *  DIVISION/DEPARTMENT ARE BLANK ON LINES POSTED AT DIVISION    *
      *  OR COMPANY LEVEL                                             *
      *****************************************************************
       01  WS-JOURNAL-REC                VALUE SPACES.
           05  JE-PERIOD                 PIC 9(03).
           05  JE-RUN-DATE               PIC 9(06).
           05  JE-GL-ACCOUNT             PIC X(10).
           05  JE-DIV                    PIC X(02).
           05  JE-DEPT                   PIC X(03).
           05  JE-COMPONENT              PIC X(05).
           05  JE-DR-CR                  PIC X(01).
           05  JE-AMOUNT                 PIC 9(09)V99.
           05  JE-DESCRIPTION            PIC X(20).
           05  FILLER                    PIC X(19).
