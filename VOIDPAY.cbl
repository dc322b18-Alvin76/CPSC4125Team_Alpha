      *    (YTD.cpy), BACKS THE DEDUCTION AMOUNTS OUT OF ANY       *
      *    ARREARS BALANCES (ARREARS.cpy), WRITES AN OFFSETTING    *
      *    GL EXTRACT RECORD AND APPENDS A REVERSAL RECORD TO THE  *
      *    RUN HISTORY.  IF THE PAYMENT WENT OUT AS A CHECK STILL  *
      *    OUTSTANDING FOR THE SAME EMPLOYEE AND NET AMOUNT, THE   *
      *    CHECK IS MARKED VOIDED ON THE OUTSTANDING CHECK MASTER  *
      *    (OUTCHK.cpy) SO POSITIVE PAY SENDS THE BANK A CANCEL.   *
      *    A MANUAL PAYS OFF-CYCLE EARNINGS THROUGH THE SAME TAX   *
      *    RATE / FICA WAGE BASE CALCULATION THE PAY RUN USES SO   *
      *    THE QUARTERLY AND ANNUAL FIGURES STAY RIGHT.  EVERY     *
      *    ADJUSTMENT PRINTS ON ITS OWN AUDIT REGISTER; BAD CARDS  *
      *    GO TO THE SAME REGISTER AS REJECTS.  EVERY VOID AND     *
      *    MANUAL IS ALSO WRITTEN TO THE PER-CHECK HISTORY         *
      *    (CHKHIST.cpy); A VOID GOES IN WITH ITS AMOUNTS NEGATIVE *
      *    AND MARKS THE PAYMENT IT REVERSES AS VOIDED.            *
      *                                                            *
      ******************************************************************

            SELECT OPTIONAL CALENDAR-FILE ASSIGN TO MYPAYCAL.
            SELECT GL-FILE                ASSIGN TO MYADJGL.
            SELECT OPTIONAL RUNHIST-FILE  ASSIGN TO MYRUNHST.
            SELECT OPTIONAL OUTCHK-FILE   ASSIGN TO MYOUTCHK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OCK-CHECK-NO.
            SELECT PRINT-FILE             ASSIGN TO MYADJRPT.
            SELECT OPTIONAL CHKHIST-FILE  ASSIGN TO MYCHKHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CHH-KEY.

        DATA DIVISION.
        FILE SECTION.
            10  FILLER                    PIC X(080).

        FD  EMPLOYEE-MASTER-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY EMPMAST.

        FD  YTD-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY YTD.

        FD  ARREARS-FILE
        01  RUNHIST-FILE-REC.
            10  FILLER                    PIC X(120).

        FD  OUTCHK-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY OUTCHK.

        FD  PRINT-FILE
            RECORDING MODE IS F.
        01  PRINT-REC.
            10  FILLER                    PIC X(132).

        FD  CHKHIST-FILE
            RECORD CONTAINS 280 CHARACTERS.
            COPY CHKHIST.

        WORKING-STORAGE SECTION.

        01  WS-COUNTERS-FLAGS.
            10  WS-MASTER-NOT-FOUND       PIC X(03) VALUE "NO".
            10  WS-YTD-NOT-FOUND          PIC X(03) VALUE "NO".
            10  WS-ARR-NOT-FOUND          PIC X(03) VALUE "NO".
            10  CHECK-VOID-COUNT          PIC 9(05) VALUE ZERO.
            10  WS-OCK-EOF                PIC X(03) VALUE "NO".
            10  WS-OCK-FOUND              PIC X(03) VALUE "NO".
            10  WS-VOID-CHECK-NO          PIC 9(08) VALUE ZERO.
            10  HIST-WRITE-COUNT          PIC 9(05) VALUE ZERO.
            10  HIST-VOIDED-COUNT         PIC 9(05) VALUE ZERO.

        01  WS-CHECK-HIST-FIELDS.
            10  WS-CHH-EOF                PIC X(03) VALUE "NO".
            10  WS-CHH-FOUND              PIC X(03) VALUE "NO".
            10  WS-CHH-WRITTEN            PIC X(03) VALUE "NO".
            10  WS-CHH-FOUND-KEY          PIC X(17) VALUE SPACES.
            10  WS-HIST-SIGN              PIC S9(01) VALUE +1.
            10  WS-HIST-ENTRY             PIC X(01) VALUE SPACES.
            10  WS-ORIG-METHOD            PIC X(01) VALUE SPACES.
            10  WS-ORIG-CHECK-NO          PIC 9(08) VALUE ZERO.
            10  WS-ORIG-TRACE             PIC X(15) VALUE SPACES.

        01  WS-VOID-CHECK-MSG.
            10  FILLER                    PIC X(06) VALUE 'CHECK '.
            10  VM-CHECK-NO               PIC 9(08).
            10  FILLER                    PIC X(26) VALUE
                ' MARKED VOID - BANK CANCEL'.

        01  WS-REJECT-FIELDS.
            10  WS-REJECT-REASON          PIC X(40) VALUE SPACES.
            OPEN INPUT TAXRATES-FILE
            OPEN OUTPUT GL-FILE
            OPEN EXTEND RUNHIST-FILE
            OPEN I-O OUTCHK-FILE
            OPEN OUTPUT PRINT-FILE
            OPEN I-O CHKHIST-FILE
            PERFORM 850-GET-DATE
            PERFORM 030-READ-CALENDAR
            PERFORM 065-LOAD-TAX-RATES
            CLOSE TAXRATES-FILE
            CLOSE GL-FILE
            CLOSE RUNHIST-FILE
            CLOSE OUTCHK-FILE
            CLOSE PRINT-FILE
            CLOSE CHKHIST-FILE
            GOBACK.

        030-READ-CALENDAR.
            MOVE 'PAYMENT VOIDED - YTD AND ARREARS REVERSED'
              TO AJ-DISPOSITION
            PERFORM 600-PRINT-AUDIT-LINE
            PERFORM 475-VOID-OUTSTANDING-CHECK
            PERFORM 480-VOID-CHECK-HISTORY
            MOVE SPACES TO WS-PRINT-REC
            IF WS-OCK-FOUND EQUAL "YES"
                MOVE WS-VOID-CHECK-NO TO VM-CHECK-NO
                MOVE WS-VOID-CHECK-MSG TO AJ-DISPOSITION
            ELSE
                MOVE 'NO OPEN CHECK ON FILE - ACH OR CASHED'
                  TO AJ-DISPOSITION
            END-IF
            PERFORM 700-PRINT-LINE
            .

        420-REVERSE-YTD.
                COMPUTE WS-FICA-TAXABLE ROUNDED =
                    AC-FICA / WS-FICA-RATE
                SUBTRACT WS-FICA-TAXABLE FROM YTD-QTD-FICA-WAGES
                                              YTD-FICA-WAGES
            ELSE
                SUBTRACT AC-GROSS-PAY FROM YTD-QTD-FICA-WAGES
                                           YTD-FICA-WAGES
            END-IF
            SUBTRACT AC-FED-TAX FROM YTD-QTD-FED-TAX
                                     YTD-FED-TAX
            SUBTRACT AC-STATE-TAX FROM YTD-QTD-STATE-TAX
                                       YTD-STATE-TAX
            SUBTRACT AC-FICA FROM YTD-QTD-FICA
                                  YTD-FICA
            IF WS-YTD-NOT-FOUND EQUAL "YES"
                WRITE YTD-FILE-REC
            ELSE
            END-IF
            COMPUTE GL-NET-PAY = 0 - AC-NET-PAY
            MOVE WS-PERIOD-NUMBER TO GL-PERIOD
            COMPUTE GL-WAGE-PAY =
                0 - (AC-REG-PAY + AC-LEAVE-PAY + AC-BONUS-PAY)
            COMPUTE GL-OT-PAY = 0 - AC-OT-PAY
            COMPUTE GL-FED-TAX = 0 - AC-FED-TAX
            COMPUTE GL-STATE-TAX = 0 - AC-STATE-TAX
            COMPUTE GL-FICA = 0 - AC-FICA
            COMPUTE GL-BENEFITS = 0 - AC-BENEFITS
            COMPUTE GL-OTHER-DEDS = 0 - AC-OTHER-DEDS
            COMPUTE GL-GARNISH = 0 - AC-GARNISH
            WRITE GL-FILE-REC FROM WS-GL-REC
            .

            PERFORM 540-POST-MANUAL-YTD
            PERFORM 560-WRITE-MANUAL-GL
            PERFORM 570-WRITE-MANUAL-HISTORY
            MOVE +1 TO WS-HIST-SIGN
            MOVE "M" TO WS-HIST-ENTRY
            MOVE "M" TO WS-ORIG-METHOD
            MOVE 0 TO WS-ORIG-CHECK-NO
            MOVE SPACES TO WS-ORIG-TRACE
            PERFORM 485-WRITE-CHECK-HISTORY
            ADD 1 TO MANUAL-COUNT
            ADD AC-NET-PAY TO AT-MANUAL-NET
            MOVE 'MANUAL PAYMENT POSTED'
                  INVALID KEY
                    MOVE 0 TO WS-YTD-GROSS-BEFORE
                  NOT INVALID KEY
                    COMPUTE WS-YTD-GROSS-BEFORE =
                        YTD-GROSS-PAY - YTD-PRETAX-125
                END-READ
                IF WS-YTD-GROSS-BEFORE NOT LESS THAN
                   WS-FICA-WAGE-BASE
            ADD AC-GROSS-PAY TO YTD-QTD-GROSS
            IF WS-FICA-RATE-FOUND EQUAL "YES"
                ADD WS-FICA-TAXABLE TO YTD-QTD-FICA-WAGES
                                       YTD-FICA-WAGES
            ELSE
                ADD AC-GROSS-PAY TO YTD-QTD-FICA-WAGES
                                    YTD-FICA-WAGES
            END-IF
            ADD AC-FED-TAX TO YTD-QTD-FED-TAX
                              YTD-FED-TAX
            ADD AC-STATE-TAX TO YTD-QTD-STATE-TAX
                                YTD-STATE-TAX
            ADD AC-FICA TO YTD-QTD-FICA
                           YTD-FICA
            IF WS-YTD-NOT-FOUND EQUAL "YES"
                WRITE YTD-FILE-REC
            ELSE
            MOVE EMP-DEPT TO GL-DEPT
            MOVE AC-NET-PAY TO GL-NET-PAY
            MOVE WS-PERIOD-NUMBER TO GL-PERIOD
            ADD AC-REG-PAY AC-LEAVE-PAY AC-BONUS-PAY
              GIVING GL-WAGE-PAY
            MOVE AC-OT-PAY TO GL-OT-PAY
            MOVE AC-FED-TAX TO GL-FED-TAX
            MOVE AC-STATE-TAX TO GL-STATE-TAX
            MOVE AC-FICA TO GL-FICA
            MOVE AC-BENEFITS TO GL-BENEFITS
            MOVE AC-OTHER-DEDS TO GL-OTHER-DEDS
            MOVE 0 TO GL-GARNISH
            WRITE GL-FILE-REC FROM WS-GL-REC
            .

            WRITE RUNHIST-FILE-REC FROM WS-RUNHIST-REC
            .

        475-VOID-OUTSTANDING-CHECK.
            MOVE "NO" TO WS-OCK-FOUND
            MOVE "NO" TO WS-OCK-EOF
            MOVE 0 TO OCK-CHECK-NO
            START OUTCHK-FILE
              KEY NOT LESS THAN OCK-CHECK-NO
              INVALID KEY
                MOVE "YES" TO WS-OCK-EOF
            END-START
            PERFORM 477-SCAN-OUTSTANDING
              UNTIL WS-OCK-EOF = "YES"
            IF WS-OCK-FOUND EQUAL "YES"
                MOVE WS-VOID-CHECK-NO TO OCK-CHECK-NO
                READ OUTCHK-FILE
                  INVALID KEY
                    MOVE "NO" TO WS-OCK-FOUND
                END-READ
            END-IF
            IF WS-OCK-FOUND EQUAL "YES"
                MOVE "V" TO OCK-STATUS
                MOVE WS-RUN-DATE-NUM TO OCK-VOID-DATE
                MOVE "N" TO OCK-PP-CANCEL-SENT
                REWRITE OCK-FILE-REC
                ADD 1 TO CHECK-VOID-COUNT
            END-IF
            .

        477-SCAN-OUTSTANDING.
            READ OUTCHK-FILE NEXT RECORD
              AT END
                MOVE "YES" TO WS-OCK-EOF
              NOT AT END
                IF OCK-ID-NUMBER EQUAL ADJ-ID-NUMBER
                   AND OCK-AMOUNT EQUAL AC-NET-PAY
                   AND (OCK-STATUS EQUAL "O" OR OCK-STATUS EQUAL "S")
                    MOVE "YES" TO WS-OCK-FOUND
                    MOVE OCK-CHECK-NO TO WS-VOID-CHECK-NO
                END-IF
            END-READ
            .

        480-VOID-CHECK-HISTORY.
            MOVE "NO" TO WS-CHH-FOUND
            MOVE "NO" TO WS-CHH-EOF
            MOVE SPACES TO WS-ORIG-METHOD
            MOVE 0 TO WS-ORIG-CHECK-NO
            MOVE SPACES TO WS-ORIG-TRACE
            MOVE LOW-VALUES TO CHH-KEY
            MOVE ADJ-ID-NUMBER TO CHH-ID-NUMBER
            START CHKHIST-FILE
              KEY NOT LESS THAN CHH-KEY
              INVALID KEY
                MOVE "YES" TO WS-CHH-EOF
            END-START
            PERFORM 482-SCAN-CHECK-HISTORY
              UNTIL WS-CHH-EOF = "YES"
            IF WS-CHH-FOUND EQUAL "YES"
                MOVE WS-CHH-FOUND-KEY TO CHH-KEY
                READ CHKHIST-FILE
                  INVALID KEY
                    MOVE "NO" TO WS-CHH-FOUND
                END-READ
            END-IF
            IF WS-CHH-FOUND EQUAL "YES"
                MOVE CHH-PAY-METHOD TO WS-ORIG-METHOD
                MOVE CHH-CHECK-NO TO WS-ORIG-CHECK-NO
                MOVE CHH-ACH-TRACE TO WS-ORIG-TRACE
                MOVE "V" TO CHH-STATUS
                MOVE WS-RUN-DATE-NUM TO CHH-VOID-DATE
                REWRITE CHH-FILE-REC
                ADD 1 TO HIST-VOIDED-COUNT
            END-IF
            MOVE -1 TO WS-HIST-SIGN
            MOVE "V" TO WS-HIST-ENTRY
            PERFORM 485-WRITE-CHECK-HISTORY
            .

        482-SCAN-CHECK-HISTORY.
            READ CHKHIST-FILE NEXT RECORD
              AT END
                MOVE "YES" TO WS-CHH-EOF
              NOT AT END
                IF CHH-ID-NUMBER NOT EQUAL ADJ-ID-NUMBER
                    MOVE "YES" TO WS-CHH-EOF
                ELSE
                    IF CHH-ENTRY-TYPE NOT EQUAL "V"
                       AND CHH-STATUS NOT EQUAL "V"
                       AND CHH-NET-PAY EQUAL AC-NET-PAY
                       AND (WS-OCK-FOUND EQUAL "NO"
                            OR CHH-CHECK-NO EQUAL WS-VOID-CHECK-NO)
                        MOVE "YES" TO WS-CHH-FOUND
                        MOVE CHH-KEY TO WS-CHH-FOUND-KEY
                    END-IF
                END-IF
            END-READ
            .

        485-WRITE-CHECK-HISTORY.
            MOVE SPACES TO CHH-FILE-REC
            MOVE ADJ-ID-NUMBER TO CHH-ID-NUMBER
            MOVE WS-RUN-DATE-NUM TO CHH-CHECK-DATE
            MOVE WS-PERIOD-NUMBER TO CHH-PERIOD
            MOVE WS-HIST-ENTRY TO CHH-ENTRY-TYPE
            MOVE 0 TO CHH-SEQ
            IF WS-MASTER-NOT-FOUND EQUAL "NO"
                MOVE EMP-DIV TO CHH-DIV
                MOVE EMP-DEPT TO CHH-DEPT
                MOVE EMP-LAST-NAME TO CHH-LAST-NAME
                MOVE EMP-PAY-TYPE TO CHH-PAY-TYPE
                MOVE EMP-RATE TO CHH-RATE
            ELSE
                MOVE 0 TO CHH-RATE
            END-IF
            IF WS-CAL-FOUND EQUAL "YES"
                MOVE CAL-START-DATE TO CHH-PERIOD-START
                MOVE CAL-END-DATE TO CHH-PERIOD-END
            ELSE
                MOVE 0 TO CHH-PERIOD-START
                MOVE 0 TO CHH-PERIOD-END
            END-IF
            INITIALIZE CHH-HOURS
            INITIALIZE CHH-EARNINGS
            INITIALIZE CHH-PLANS
            INITIALIZE CHH-TAXES
            INITIALIZE CHH-DEDUCTIONS
            INITIALIZE CHH-EMPLOYER
            COMPUTE CHH-HR-USED = AC-HOURS * WS-HIST-SIGN
            COMPUTE CHH-REG-PAY = AC-REG-PAY * WS-HIST-SIGN
            COMPUTE CHH-OT-PAY = AC-OT-PAY * WS-HIST-SIGN
            COMPUTE CHH-LEAVE-PAY = AC-LEAVE-PAY * WS-HIST-SIGN
            COMPUTE CHH-BONUS-PAY = AC-BONUS-PAY * WS-HIST-SIGN
            COMPUTE CHH-GROSS-PAY = AC-GROSS-PAY * WS-HIST-SIGN
            COMPUTE CHH-FED-TAX = AC-FED-TAX * WS-HIST-SIGN
            COMPUTE CHH-STATE-TAX = AC-STATE-TAX * WS-HIST-SIGN
            COMPUTE CHH-FICA = AC-FICA * WS-HIST-SIGN
            COMPUTE CHH-BENEFITS = AC-BENEFITS * WS-HIST-SIGN
            COMPUTE CHH-OTHER-DEDS = AC-OTHER-DEDS * WS-HIST-SIGN
            COMPUTE CHH-GARNISH = AC-GARNISH * WS-HIST-SIGN
            COMPUTE CHH-TOTAL-DEDS = AC-DEDS * WS-HIST-SIGN
            COMPUTE CHH-NET-PAY = AC-NET-PAY * WS-HIST-SIGN
            MOVE WS-ORIG-METHOD TO CHH-PAY-METHOD
            MOVE WS-ORIG-CHECK-NO TO CHH-CHECK-NO
            MOVE WS-ORIG-TRACE TO CHH-ACH-TRACE
            MOVE WS-RUN-DATE-NUM TO CHH-PAID-DATE
            MOVE SPACES TO CHH-STATUS
            MOVE 0 TO CHH-VOID-DATE
            MOVE "NO" TO WS-CHH-WRITTEN
            PERFORM 487-WRITE-HIST-ENTRY
              UNTIL WS-CHH-WRITTEN = "YES"
                 OR CHH-SEQ = 99
            IF WS-CHH-WRITTEN EQUAL "YES"
                ADD 1 TO HIST-WRITE-COUNT
            ELSE
                DISPLAY 'VOIDPAY - CHECK HISTORY FULL FOR EMPLOYEE '
                   ADJ-ID-NUMBER ' ON ' WS-RUN-DATE-NUM
            END-IF
            .

        487-WRITE-HIST-ENTRY.
            WRITE CHH-FILE-REC
              INVALID KEY
                ADD 1 TO CHH-SEQ
              NOT INVALID KEY
                MOVE "YES" TO WS-CHH-WRITTEN
            END-WRITE
            .

        490-REJECT-ADJ.
            MOVE "NO" TO WS-VALID-REC
            ADD 1 TO REJECT-COUNT
            MOVE 2 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            DISPLAY 'VOIDPAY - ' VOID-COUNT ' VOIDS  ' MANUAL-COUNT
               ' MANUALS  ' REJECT-COUNT ' REJECTS  ' CHECK-VOID-COUNT
               ' CHECKS MARKED VOID'
            DISPLAY 'VOIDPAY - ' HIST-WRITE-COUNT
               ' PAY HISTORY ENTRIES WRITTEN  ' HIST-VOIDED-COUNT
               ' PAYMENTS MARKED VOID'
            .
      * END OF PROGRAM
