        IDENTIFICATION DIVISION.
        PROGRAM-ID.    TERMPAY.
        AUTHOR.        CSU0020 ADAM DAVIES.
      ******************************************************************
      *                                                            *
      *    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *
      *    TERMINATION AND FINAL PAY.  READS A CARD FILE OF        *
      *    SEPARATING EMPLOYEES (TERMTXN.cpy), MARKS EACH ONE      *
      *    TERMINATED ON THE EMPLOYEE MASTER AS OF THE TERMINATION *
      *    DATE AND BUILDS THE FINAL PAY FOR THE NEXT RUN: THE     *
      *    REMAINING VACATION BALANCE PAID OUT AT THE EMPLOYEE'S   *
      *    RATE (A SALARIED RATE IS REDUCED TO HOURLY OVER THE     *
      *    DIVISION'S STANDARD HOURS) IS WRITTEN AS AN F-CODE      *
      *    FINAL-PAY TRANSACTION (HOURSTXN.cpy) AND THE LEAVE      *
      *    BALANCE IS CLEARED.  ANY DEDUCTION ARREARS ARE LISTED   *
      *    FOR RECOVERY, WHICH THE PAY RUN TAKES FROM THE FINAL    *
      *    CHECK.  COURT ORDERS ON THE GARNISHMENT MASTER ARE      *
      *    STOPPED AND A NOTICE LISTS EACH PAYEE TO CONTACT.  THE  *
      *    BANK ACCOUNT IS FLAGGED TO CLOSE AFTER THE FINAL        *
      *    DEPOSIT.  PRINTS A TERMINATION REGISTER.                *
      *                                                            *
      ******************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.
            Z13
            WITH DEBUGGING MODE
            .

        INPUT-OUTPUT SECTION.

        FILE-CONTROL.
            SELECT TERM-FILE              ASSIGN TO MYTRMTXN.
            SELECT EMPLOYEE-MASTER-FILE   ASSIGN TO MYEMPMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMP-ID-NUMBER.
            SELECT OPTIONAL LEAVE-FILE    ASSIGN TO MYLEAVE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LVE-ID-NUMBER.
            SELECT OPTIONAL ARREARS-FILE  ASSIGN TO MYARREAR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARR-ID-NUMBER.
            SELECT OPTIONAL GARNISH-FILE  ASSIGN TO MYGARN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GRN-ID-NUMBER.
            SELECT OPTIONAL BANK-FILE     ASSIGN TO MYBANKAC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BANK-ID-NUMBER.
            SELECT OPTIONAL OTRULES-FILE  ASSIGN TO MYOTRULE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OTR-DIV.
            SELECT FINPAY-FILE            ASSIGN TO MYFINPAY.
            SELECT PRINT-FILE             ASSIGN TO MYTRMRPT.
            SELECT NOTICE-FILE            ASSIGN TO MYGRNNTC.

        DATA DIVISION.
        FILE SECTION.

        FD  TERM-FILE
            RECORDING MODE IS F.
        01  TERM-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  EMPLOYEE-MASTER-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY EMPMAST.

        FD  LEAVE-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY LEAVEBAL.

        FD  ARREARS-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY ARREARS.

        FD  GARNISH-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY GARNISH.

        FD  BANK-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY BANKACCT.

        FD  OTRULES-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY OTRULES.

        FD  FINPAY-FILE
            RECORDING MODE IS F.
        01  FINPAY-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  PRINT-FILE
            RECORDING MODE IS F.
        01  PRINT-REC.
            10  FILLER                    PIC X(132).

        FD  NOTICE-FILE
            RECORDING MODE IS F.
        01  NOTICE-REC.
            10  FILLER                    PIC X(132).

        WORKING-STORAGE SECTION.

        01  WS-COUNTERS-FLAGS.
            10  EOF-FLAG                  PIC X(03) VALUE "NO".
            10  WS-SPACING                PIC 9(01) VALUE 2.
            10  WS-LINE-COUNT             PIC 9(03) VALUE 0.
            10  WS-PAGE                   PIC 9(03) VALUE 0.
            10  REC-COUNT                 PIC 9(05) VALUE ZERO.
            10  TERM-COUNT                PIC 9(05) VALUE ZERO.
            10  REJECT-COUNT              PIC 9(05) VALUE ZERO.
            10  PAYOUT-COUNT              PIC 9(05) VALUE ZERO.
            10  NOTICE-COUNT              PIC 9(05) VALUE ZERO.
            10  BANK-COUNT                PIC 9(05) VALUE ZERO.
            10  WS-VALID-REC              PIC X(03) VALUE "YES".

        01  WS-MASTER-FLAGS.
            10  WS-LVE-NOT-FOUND          PIC X(03) VALUE "NO".
            10  WS-ARR-NOT-FOUND          PIC X(03) VALUE "NO".
            10  WS-GRN-NOT-FOUND          PIC X(03) VALUE "NO".
            10  WS-BANK-NOT-FOUND         PIC X(03) VALUE "NO".

        01  WS-REJECT-FIELDS.
            10  WS-REJECT-REASON          PIC X(40) VALUE SPACES.

        01  WS-PAYOUT-FIELDS.
            10  WS-VAC-HOURS              PIC S9(04)V9  VALUE 0.
            10  WS-RATE-DIVISOR           PIC S9(04)V9  VALUE 1.
            10  WS-PAYOUT                 PIC S9(07)V99 VALUE 0.
            10  WS-PAYOUT-MAX             PIC S9(07)V99 VALUE 99999.99.
            10  WS-ADJ-OUT                PIC 9(05)V99  VALUE 0.
            10  WS-ARR-TOTAL              PIC S9(07)V99 VALUE 0.

        01  WS-TOTAL-FIELDS.
            10  WS-PAYOUT-TOTAL           PIC S9(09)V99 VALUE 0.
            10  WS-ARREARS-TOTAL          PIC S9(09)V99 VALUE 0.

            COPY TERMTXN.

            COPY HOURSTXN.

        01  WS-DATE.
            10  YY                        PIC 9(02).
            10  MM                        PIC 9(02).
            10  DD                        PIC 9(02).

        01  WS-TIME.
            10  HH                        PIC 9(02).
            10  MN                        PIC 9(02).
            10  SS                        PIC 9(02).
            10  MS                        PIC 9(02).

        01  HEADING-1.
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  H-DATE.
                15  H-MM                  PIC 9(02).
                15  H-SLASH1              PIC X(01) VALUE '/'.
                15  H-DD                  PIC 9(02).
                15  H-SLASH2              PIC X(01) VALUE '/'.
                15  H-YY                  PIC 9(02).
            10  FILLER                    PIC X(03) VALUE SPACES.
            10  H-TIME.
                15  H-HH                  PIC Z9.
                15  H-COLON               PIC X(01) VALUE ':'.
                15  H-MN                  PIC 9(02).
            10  FILLER                    PIC X(04) VALUE SPACES.
            10  FILLER                    PIC X(40) VALUE
                'TERMINATION AND FINAL PAY REGISTER     '.
            10  FILLER                    PIC X(05) VALUE SPACES.
            10  FILLER                    PIC X(06) VALUE 'PAGE: '.
            10  H-PAGE                    PIC Z(03).

        01  HEADING-2.
            10  FILLER                    PIC X(40) VALUE
                ' EMP#   LAST NAME    TERM    RS  VAC HRS'.
            10  FILLER                    PIC X(40) VALUE
                '    PAYOUT    ARREARS   GARNISH  BANK   '.
            10  FILLER                    PIC X(40) VALUE
                '    DISPOSITION                         '.

        01  WS-PRINT-REC                  VALUE SPACES.
            05  FILLER                    PIC X(01).
            05  TR-ID-NUMBER              PIC X(05).
            05  FILLER                    PIC X(02).
            05  TR-LAST-NAME              PIC X(11).
            05  FILLER                    PIC X(02).
            05  TR-TERM-DATE              PIC X(06).
            05  FILLER                    PIC X(02).
            05  TR-REASON                 PIC X(02).
            05  FILLER                    PIC X(02).
            05  TR-VAC-HOURS              PIC ZZZ9.9-.
            05  FILLER                    PIC X(02).
            05  TR-PAYOUT                 PIC ZZ,ZZ9.99.
            05  FILLER                    PIC X(02).
            05  TR-ARREARS                PIC ZZ,ZZ9.99.
            05  FILLER                    PIC X(02).
            05  TR-GARNISH                PIC X(07).
            05  FILLER                    PIC X(02).
            05  TR-BANK                   PIC X(09).
            05  FILLER                    PIC X(02).
            05  TR-DISPOSITION            PIC X(40).
            05  FILLER                    PIC X(08).

        01  TOTAL-LINE-1.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(11) VALUE
                'CARDS READ:'.
            10  TL-READ                   PIC Z(04)9.
            10  FILLER                    PIC X(14) VALUE
                '  TERMINATED: '.
            10  TL-TERM                   PIC Z(04)9.
            10  FILLER                    PIC X(12) VALUE
                '  REJECTED: '.
            10  TL-REJECT                 PIC Z(04)9.
            10  FILLER                    PIC X(10) VALUE
                '  PAYOUT: '.
            10  TL-PAYOUT                 PIC ZZZ,ZZZ,ZZ9.99.
            10  FILLER                    PIC X(11) VALUE
                '  ARREARS: '.
            10  TL-ARREARS                PIC ZZZ,ZZZ,ZZ9.99.

        01  NOTICE-HEADING-1.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(40) VALUE
                'GARNISHMENT PAYEE NOTICE - TERMINATIONS'.
            10  FILLER                    PIC X(06) VALUE 'PAGE: '.
            10  NH-PAGE                   PIC Z(03).

        01  NOTICE-HEADING-2.
            10  FILLER                    PIC X(40) VALUE
                ' PAYEE  PAYEE NAME            EMP#   LAS'.
            10  FILLER                    PIC X(40) VALUE
                'T NAME    T     AMOUNT   PCT   TERM     '.
            10  FILLER                    PIC X(40) VALUE
                ' ARREARS  ACTION                        '.

        01  WS-NOTICE-LINE                VALUE SPACES.
            05  FILLER                    PIC X(01).
            05  NT-PAYEE-ID               PIC X(05).
            05  FILLER                    PIC X(02).
            05  NT-PAYEE-NAME             PIC X(20).
            05  FILLER                    PIC X(02).
            05  NT-ID-NUMBER              PIC X(05).
            05  FILLER                    PIC X(02).
            05  NT-LAST-NAME              PIC X(11).
            05  FILLER                    PIC X(02).
            05  NT-ORDER-TYPE             PIC X(01).
            05  FILLER                    PIC X(02).
            05  NT-ORDER-AMOUNT           PIC ZZ,ZZ9.99.
            05  FILLER                    PIC X(02).
            05  NT-ORDER-PERCENT          PIC Z9.99.
            05  FILLER                    PIC X(02).
            05  NT-TERM-DATE              PIC X(06).
            05  FILLER                    PIC X(02).
            05  NT-ARREARS                PIC ZZ,ZZ9.99.
            05  FILLER                    PIC X(02).
            05  NT-ACTION                 PIC X(40).
            05  FILLER                    PIC X(02).

        01  NOTICE-TOTAL-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(30) VALUE
                'TOTAL PAYEES TO CONTACT:     '.
            10  NL-COUNT                  PIC Z(04)9.

        PROCEDURE DIVISION.

        010-START-HERE.
            OPEN INPUT TERM-FILE
            OPEN I-O EMPLOYEE-MASTER-FILE
            OPEN I-O LEAVE-FILE
            OPEN INPUT ARREARS-FILE
            OPEN I-O GARNISH-FILE
            OPEN I-O BANK-FILE
            OPEN INPUT OTRULES-FILE
            OPEN OUTPUT FINPAY-FILE
            OPEN OUTPUT PRINT-FILE
            OPEN OUTPUT NOTICE-FILE
            PERFORM 850-GET-DATE
            PERFORM 800-PRINT-HEADINGS
            PERFORM 1800-PRINT-NOTICE-HEADINGS
            PERFORM 100-READ-TERM

            PERFORM 300-PROCESS-TERM
              UNTIL EOF-FLAG = "YES"

            PERFORM 900-PRINT-TOTALS
            PERFORM 1900-PRINT-NOTICE-TOTAL
            CLOSE TERM-FILE
            CLOSE EMPLOYEE-MASTER-FILE
            CLOSE LEAVE-FILE
            CLOSE ARREARS-FILE
            CLOSE GARNISH-FILE
            CLOSE BANK-FILE
            CLOSE OTRULES-FILE
            CLOSE FINPAY-FILE
            CLOSE PRINT-FILE
            CLOSE NOTICE-FILE
            GOBACK.

        100-READ-TERM.
            READ TERM-FILE INTO WS-TERMTXN-REC
              AT END
                MOVE "YES" TO EOF-FLAG
              NOT AT END
                ADD 1 TO REC-COUNT
            END-READ
            .

        300-PROCESS-TERM.
            MOVE "YES" TO WS-VALID-REC
            MOVE SPACES TO WS-PRINT-REC
            MOVE TRM-ID-NUMBER TO TR-ID-NUMBER
            MOVE TRM-TERM-DATE-X TO TR-TERM-DATE
            MOVE TRM-REASON TO TR-REASON
            PERFORM 320-EDIT-TERM
            IF WS-VALID-REC EQUAL "YES"
                ADD 1 TO TERM-COUNT
                MOVE EMP-LAST-NAME TO TR-LAST-NAME
                PERFORM 400-TERMINATE-MASTER
                PERFORM 420-PAY-OUT-VACATION
                PERFORM 440-CHECK-ARREARS
                PERFORM 460-STOP-GARNISHMENT
                PERFORM 480-FLAG-BANK-ACCOUNT
                PERFORM 500-SET-DISPOSITION
                PERFORM 700-PRINT-LINE
            END-IF
            PERFORM 100-READ-TERM
            .

        320-EDIT-TERM.
            IF TRM-ID-NUMBER EQUAL SPACES
                MOVE 'EMPLOYEE NUMBER MISSING' TO WS-REJECT-REASON
                PERFORM 490-REJECT-TERM
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND TRM-TERM-DATE-X NOT NUMERIC
                MOVE 'TERM DATE MISSING OR NOT NUMERIC'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-TERM
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                MOVE TRM-ID-NUMBER TO EMP-ID-NUMBER
                READ EMPLOYEE-MASTER-FILE
                  INVALID KEY
                    MOVE 'EMPLOYEE NOT ON MASTER FILE'
                      TO WS-REJECT-REASON
                    PERFORM 490-REJECT-TERM
                END-READ
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND EMP-STATUS EQUAL "T"
                MOVE 'EMPLOYEE ALREADY TERMINATED'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-TERM
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND EMP-HIRE-DATE NUMERIC
               AND TRM-TERM-DATE < EMP-HIRE-DATE
                MOVE 'TERM DATE BEFORE HIRE DATE'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-TERM
            END-IF
            .

        400-TERMINATE-MASTER.
            MOVE "T" TO EMP-STATUS
            MOVE TRM-TERM-DATE TO EMP-TERM-DATE
            REWRITE EMPMAST-FILE-REC
              INVALID KEY
                DISPLAY 'TERMPAY - MASTER REWRITE FAILED FOR '
                   EMP-ID-NUMBER
            END-REWRITE
            .

        420-PAY-OUT-VACATION.
            MOVE 0 TO WS-VAC-HOURS
            MOVE 0 TO WS-PAYOUT
            MOVE "NO" TO WS-LVE-NOT-FOUND
            MOVE EMP-ID-NUMBER TO LVE-ID-NUMBER
            READ LEAVE-FILE
              INVALID KEY
                MOVE "YES" TO WS-LVE-NOT-FOUND
            END-READ
            IF WS-LVE-NOT-FOUND EQUAL "NO"
                MOVE LVE-VAC-BALANCE TO WS-VAC-HOURS
            END-IF
            MOVE WS-VAC-HOURS TO TR-VAC-HOURS
            IF WS-VAC-HOURS > 0
                IF EMP-PAY-TYPE EQUAL "S"
                    PERFORM 430-LOOKUP-STD-HOURS
                ELSE
                    MOVE 1 TO WS-RATE-DIVISOR
                END-IF
                COMPUTE WS-PAYOUT ROUNDED =
                    WS-VAC-HOURS * EMP-RATE / WS-RATE-DIVISOR
            END-IF
            IF WS-PAYOUT > 0
               AND WS-PAYOUT NOT GREATER THAN WS-PAYOUT-MAX
                PERFORM 425-WRITE-FINAL-PAY
                ADD WS-VAC-HOURS TO LVE-VAC-USED
                MOVE 0 TO LVE-VAC-BALANCE
                REWRITE LVE-FILE-REC
            END-IF
            MOVE WS-PAYOUT TO TR-PAYOUT
            .

        425-WRITE-FINAL-PAY.
            ADD 1 TO PAYOUT-COUNT
            ADD WS-PAYOUT TO WS-PAYOUT-TOTAL
            MOVE WS-PAYOUT TO WS-ADJ-OUT
            MOVE SPACES TO WS-HOURS-REC
            MOVE EMP-ID-NUMBER TO HRS-ID-NUMBER
            MOVE 0 TO HRS-HOURS-WORKED
            MOVE "F" TO HRS-EARN-CODE
            MOVE WS-ADJ-OUT TO HRS-ADJ-AMOUNT
            WRITE FINPAY-FILE-REC FROM WS-HOURS-REC
            .

        430-LOOKUP-STD-HOURS.
            MOVE EMP-DIV TO OTR-DIV
            READ OTRULES-FILE
              INVALID KEY
                MOVE 40 TO WS-RATE-DIVISOR
              NOT INVALID KEY
                MOVE OTR-THRESHOLD TO WS-RATE-DIVISOR
            END-READ
            IF WS-RATE-DIVISOR NOT GREATER THAN 0
                MOVE 40 TO WS-RATE-DIVISOR
            END-IF
            .

        440-CHECK-ARREARS.
            MOVE 0 TO WS-ARR-TOTAL
            MOVE "NO" TO WS-ARR-NOT-FOUND
            MOVE EMP-ID-NUMBER TO ARR-ID-NUMBER
            READ ARREARS-FILE
              INVALID KEY
                MOVE "YES" TO WS-ARR-NOT-FOUND
                INITIALIZE ARR-FILE-REC
              NOT INVALID KEY
                ADD ARR-FED-TAX ARR-STATE-TAX ARR-FICA ARR-BENEFITS
                    ARR-OTHER-DEDS ARR-GARNISH GIVING WS-ARR-TOTAL
            END-READ
            ADD WS-ARR-TOTAL TO WS-ARREARS-TOTAL
            MOVE WS-ARR-TOTAL TO TR-ARREARS
            .

        460-STOP-GARNISHMENT.
            MOVE "NO" TO WS-GRN-NOT-FOUND
            MOVE EMP-ID-NUMBER TO GRN-ID-NUMBER
            READ GARNISH-FILE
              INVALID KEY
                MOVE "YES" TO WS-GRN-NOT-FOUND
            END-READ
            IF WS-GRN-NOT-FOUND EQUAL "YES"
                MOVE 'NONE' TO TR-GARNISH
            ELSE
                MOVE 'STOPPED' TO TR-GARNISH
                IF GRN-STATUS NOT EQUAL "S"
                    MOVE "S" TO GRN-STATUS
                    MOVE TRM-TERM-DATE TO GRN-STOP-DATE
                    REWRITE GRN-FILE-REC
                END-IF
                PERFORM 470-PRINT-NOTICE
            END-IF
            .

        470-PRINT-NOTICE.
            ADD 1 TO NOTICE-COUNT
            MOVE SPACES TO WS-NOTICE-LINE
            MOVE GRN-PAYEE-ID TO NT-PAYEE-ID
            MOVE GRN-PAYEE-NAME TO NT-PAYEE-NAME
            MOVE EMP-ID-NUMBER TO NT-ID-NUMBER
            MOVE EMP-LAST-NAME TO NT-LAST-NAME
            MOVE GRN-ORDER-TYPE TO NT-ORDER-TYPE
            IF GRN-ORDER-TYPE EQUAL "P"
                MOVE GRN-ORDER-PERCENT TO NT-ORDER-PERCENT
            ELSE
                MOVE GRN-ORDER-AMOUNT TO NT-ORDER-AMOUNT
            END-IF
            MOVE TRM-TERM-DATE-X TO NT-TERM-DATE
            MOVE ARR-GARNISH TO NT-ARREARS
            IF ARR-GARNISH > 0
                MOVE 'STOPPED - ARREARS PAID FROM FINAL CHECK'
                  TO NT-ACTION
            ELSE
                MOVE 'STOPPED - NO FURTHER REMITTANCE'
                  TO NT-ACTION
            END-IF
            PERFORM 1700-PRINT-NOTICE-LINE
            .

        480-FLAG-BANK-ACCOUNT.
            MOVE "NO" TO WS-BANK-NOT-FOUND
            MOVE EMP-ID-NUMBER TO BANK-ID-NUMBER
            READ BANK-FILE
              INVALID KEY
                MOVE "YES" TO WS-BANK-NOT-FOUND
            END-READ
            IF WS-BANK-NOT-FOUND EQUAL "YES"
                MOVE 'CHECK' TO TR-BANK
            ELSE
                IF BANK-STATUS EQUAL "C"
                    MOVE 'CLOSED' TO TR-BANK
                ELSE
                    ADD 1 TO BANK-COUNT
                    MOVE "F" TO BANK-STATUS
                    REWRITE BANK-FILE-REC
                    MOVE 'FINAL ACH' TO TR-BANK
                END-IF
            END-IF
            .

        490-REJECT-TERM.
            MOVE "NO" TO WS-VALID-REC
            ADD 1 TO REJECT-COUNT
            MOVE WS-REJECT-REASON TO TR-DISPOSITION
            PERFORM 700-PRINT-LINE
            .

        500-SET-DISPOSITION.
            IF WS-PAYOUT > WS-PAYOUT-MAX
                MOVE 'PAYOUT EXCEEDS CARD LIMIT - PAY MANUALLY'
                  TO TR-DISPOSITION
            ELSE
                IF WS-PAYOUT > 0
                    MOVE 'FINAL PAY WRITTEN FOR NEXT RUN'
                      TO TR-DISPOSITION
                ELSE
                    IF WS-ARR-TOTAL > 0
                        MOVE 'NO PAYOUT - ARREARS FROM FINAL CHECK'
                          TO TR-DISPOSITION
                    ELSE
                        MOVE 'TERMINATED - NO VACATION PAYOUT DUE'
                          TO TR-DISPOSITION
                    END-IF
                END-IF
            END-IF
            .

        700-PRINT-LINE.
            PERFORM 750-WRITE
            IF WS-LINE-COUNT > 50
                PERFORM 800-PRINT-HEADINGS
            END-IF
            .

        750-WRITE.
            WRITE PRINT-REC FROM WS-PRINT-REC
              AFTER ADVANCING WS-SPACING LINES
            END-WRITE
            ADD WS-SPACING TO WS-LINE-COUNT
            MOVE 1 TO WS-SPACING
            MOVE SPACES TO WS-PRINT-REC
            .

        800-PRINT-HEADINGS.
            ADD 1 TO WS-PAGE
            MOVE WS-PAGE TO H-PAGE
            WRITE PRINT-REC FROM HEADING-1
              AFTER ADVANCING PAGE
            END-WRITE
            MOVE HEADING-2 TO WS-PRINT-REC
            MOVE 2 TO WS-SPACING
            PERFORM 750-WRITE
            MOVE 2 TO WS-SPACING
            MOVE 0 TO WS-LINE-COUNT
            .

        850-GET-DATE.
            ACCEPT WS-DATE FROM DATE
            MOVE MM TO H-MM
            MOVE DD TO H-DD
            MOVE YY TO H-YY
            ACCEPT WS-TIME FROM TIME
            MOVE HH TO H-HH
            MOVE MN TO H-MN
            .

        900-PRINT-TOTALS.
            MOVE REC-COUNT TO TL-READ
            MOVE TERM-COUNT TO TL-TERM
            MOVE REJECT-COUNT TO TL-REJECT
            MOVE WS-PAYOUT-TOTAL TO TL-PAYOUT
            MOVE WS-ARREARS-TOTAL TO TL-ARREARS
            MOVE TOTAL-LINE-1 TO WS-PRINT-REC
            MOVE 2 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            DISPLAY 'TERMPAY - ' TERM-COUNT ' TERMINATED  '
               REJECT-COUNT ' REJECTED  ' PAYOUT-COUNT
               ' FINAL PAY  ' NOTICE-COUNT ' GARNISH NOTICES  '
               BANK-COUNT ' ACCOUNTS TO CLOSE'
            .

        1700-PRINT-NOTICE-LINE.
            WRITE NOTICE-REC FROM WS-NOTICE-LINE
              AFTER ADVANCING 1 LINES
            END-WRITE
            MOVE SPACES TO WS-NOTICE-LINE
            .

        1800-PRINT-NOTICE-HEADINGS.
            MOVE 1 TO NH-PAGE
            WRITE NOTICE-REC FROM NOTICE-HEADING-1
              AFTER ADVANCING PAGE
            END-WRITE
            WRITE NOTICE-REC FROM NOTICE-HEADING-2
              AFTER ADVANCING 2 LINES
            END-WRITE
            .

        1900-PRINT-NOTICE-TOTAL.
            MOVE NOTICE-COUNT TO NL-COUNT
            WRITE NOTICE-REC FROM NOTICE-TOTAL-LINE
              AFTER ADVANCING 2 LINES
            END-WRITE
            .
      * END OF PROGRAM
