      *  OUTCHK COPYBOOK - OUTSTANDING CHECK MASTER, KEYED BY CHECK   *
      *  NUMBER.  ONE RECORD WRITTEN FOR EVERY CHECK THE CHECK        *
      *  PAYMENT RUN PRINTS.  STATUS: O = OUTSTANDING, P = PAID BY    *
      *  THE BANK (POSTED FROM THE BANK STATEMENT), S = STALE-DATED,  *
      *  V = VOIDED BY THE VOID RUN, X = STOP PAYMENT PLACED BY THE   *
      *  POSITIVE PAY RUN.  THE RECONCILIATION RUN MARKS CHECKS PAID  *
      *  AND FLAGS OUTSTANDING CHECKS PAST THE STALE-DATE LIMIT.      *
      *  OCK-PAYEE-NAME IS THE NAME AS PRINTED ON THE CHECK;          *
      *  OCK-VOID-DATE (YYMMDD) IS THE DAY THE CHECK WAS VOIDED OR    *
      *  STOPPED.  OCK-PP-ISSUE-SENT AND OCK-PP-CANCEL-SENT ARE SET   *
      *  TO Y BY THE POSITIVE PAY RUN ONCE THE ISSUE RECORD, AND FOR  *
      *  A VOIDED OR STOPPED CHECK THE CANCEL RECORD, HAVE GONE TO    *
      *  THE BANK                                                     *
      *****************************************************************
       01  OCK-FILE-REC.
           05  OCK-CHECK-NO              PIC 9(08).
           05  OCK-AMOUNT                PIC S9(07)V99.
           05  OCK-STATUS                PIC X(01).
           05  OCK-PAID-DATE             PIC 9(06).
           05  OCK-PAYEE-NAME            PIC X(20).
           05  OCK-VOID-DATE             PIC 9(06).
           05  OCK-PP-ISSUE-SENT         PIC X(01).
           05  OCK-PP-CANCEL-SENT        PIC X(01).
           05  FILLER                    PIC X(17).
