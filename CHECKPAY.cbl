      *    (CHECKCTL.cpy) WHICH IS REWRITTEN WITH THE NEXT UNUSED  *
      *    NUMBER.  WRITES A PRINT-IMAGE CHECK FILE, A CHECK       *
      *    REGISTER, AND ONE OUTSTANDING-CHECK RECORD PER CHECK    *
      *    (OUTCHK.cpy) FOR BANK STATEMENT RECONCILIATION AND THE  *
      *    POSITIVE PAY ISSUE FILE (POSPAY).  THE REGISTER TOTALS  *
      *    PROVE ACH CREDITS PLUS CHECKS EQUALS THE RUN'S NET PAY. *
      *    IT RUNS ONLY WHEN THE RUN-CONTROL FILE (RUNCTL.cpy)     *
      *    SHOWS THE PAYROLL RUN AND ACHPAY COMPLETED FOR THE SAME *
      *    PAY PERIOD AND THE EXTRACT STILL HOLDS THE RECORD COUNT *
      *    AND AMOUNT TOTAL THE RUN RECORDED; AT THE END IT        *
      *    RECORDS THE CHECK COUNT AND DOLLARS.  EACH NET PAY      *
      *    LINE'S PER-CHECK HISTORY RECORD (CHKHIST.cpy) IS        *
      *    COMPLETED WITH HOW IT WAS PAID: THE CHECK NUMBER, OR    *
      *    THE TRACE NUMBER OF ITS ENTRY ON THE ACH FILE.          *
      *                                                            *
      ******************************************************************

                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OCK-CHECK-NO.
            SELECT PRINT-FILE             ASSIGN TO MYCHKREG.
            SELECT OPTIONAL ACH-FILE      ASSIGN TO MYACH.
            SELECT OPTIONAL CHKHIST-FILE  ASSIGN TO MYCHKHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CHH-KEY.
            SELECT OPTIONAL CALENDAR-FILE ASSIGN TO MYPAYCAL.
            SELECT OPTIONAL RUNPARM-FILE  ASSIGN TO MYRUNPRM.
            SELECT OPTIONAL RUNCTL-FILE   ASSIGN TO MYRUNCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RCT-KEY.

        DATA DIVISION.
        FILE SECTION.
            COPY BANKACCT.

        FD  EMPLOYEE-MASTER-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY EMPMAST.

        FD  CHECKCTL-FILE
        01  PRINT-REC.
            10  FILLER                    PIC X(132).

        FD  ACH-FILE
            RECORDING MODE IS F.
        01  ACH-REC.
            10  FILLER                    PIC X(094).

        FD  CHKHIST-FILE
            RECORD CONTAINS 280 CHARACTERS.
            COPY CHKHIST.

        FD  CALENDAR-FILE
            RECORDING MODE IS F.
        01  CALENDAR-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  RUNPARM-FILE
            RECORDING MODE IS F.
        01  RUNPARM-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  RUNCTL-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY RUNCTL.

        WORKING-STORAGE SECTION.

        01  WS-COUNTERS-FLAGS.
            10  WS-BANK-NOT-FOUND         PIC X(03) VALUE "NO".
            10  WS-MASTER-NOT-FOUND       PIC X(03) VALUE "NO".
            10  WS-NO-CONTROL-REC         PIC X(03) VALUE "NO".
            10  HIST-UPDATE-COUNT         PIC 9(05) VALUE ZERO.
            10  HIST-MISSING-COUNT        PIC 9(05) VALUE ZERO.
            10  WS-ACH-EOF                PIC X(03) VALUE "NO".
            10  WS-ACH-MATCH              PIC X(03) VALUE "NO".
            10  WS-CHH-EOF                PIC X(03) VALUE "NO".
            10  WS-CHH-FOUND              PIC X(03) VALUE "NO".

        01  WS-CONTROL-TOTALS.
            10  WS-ACH-TOTAL              PIC S9(09)V99 VALUE ZERO.
        01  WS-CHECK-FIELDS.
            10  WS-CHECK-NO               PIC 9(08) VALUE ZERO.
            10  WS-PAYEE-NAME             PIC X(11) VALUE SPACES.
            10  WS-PAY-METHOD             PIC X(01) VALUE SPACES.
            10  WS-HIST-CHECK-NO          PIC 9(08) VALUE ZERO.
            10  WS-ACH-TRACE              PIC X(15) VALUE SPACES.
            10  WS-CHH-FOUND-KEY          PIC X(17) VALUE SPACES.

        01  WS-ACH-ENTRY.
            05  AE-REC-TYPE               PIC X(01).
            05  AE-TRAN-CODE              PIC X(02).
            05  FILLER                    PIC X(36).
            05  AE-INDIVIDUAL-ID          PIC X(15).
            05  FILLER                    PIC X(25).
            05  AE-TRACE-NUMBER           PIC X(15).

            COPY GLEXTRCT.

            COPY CHECKCTL.

            COPY PAYCAL.

            COPY RUNPARM.

        01  WS-CALENDAR-FIELDS.
            10  WS-CAL-EOF                PIC X(03) VALUE "NO".
            10  WS-CAL-FOUND              PIC X(03) VALUE "NO".
            10  WS-RUN-DATE-NUM           PIC 9(06) VALUE ZERO.

        01  WS-RUN-CONTROL-FIELDS.
            10  WS-RC-STEP                PIC X(08) VALUE 'CHECKPAY'.
            10  WS-RC-PERIOD              PIC 9(03) VALUE ZERO.
            10  WS-RC-REFUSED             PIC X(03) VALUE "NO".
            10  WS-RC-RERUN               PIC X(03) VALUE "NO".
            10  WS-RC-ON-FILE             PIC X(03) VALUE "NO".
            10  WS-RC-PRED-STEP           PIC X(08) VALUE SPACES.
            10  WS-RC-PRED-COUNT          PIC 9(07) VALUE ZERO.
            10  WS-RC-PRED-TOTAL          PIC S9(09)V99 VALUE ZERO.
            10  WS-RC-COUNT               PIC 9(07) VALUE ZERO.
            10  WS-RC-TOTAL               PIC S9(09)V99 VALUE ZERO.
            10  WS-RC-END-STATUS          PIC X(01) VALUE "C".
            10  WS-RC-NOW-DATE            PIC 9(06) VALUE ZERO.
            10  WS-RC-CLOCK.
                15  WS-RC-NOW-TIME        PIC 9(04).
                15  FILLER                PIC 9(04).

        01  WS-GL-PROOF-FIELDS.
            10  WS-GLP-EOF                PIC X(03) VALUE "NO".
            10  WS-GLP-COUNT              PIC 9(07) VALUE ZERO.
            10  WS-GLP-TOTAL              PIC S9(09)V99 VALUE ZERO.
            10  WS-GLP-WRONG-PERIOD       PIC 9(07) VALUE ZERO.

        01  WS-DATE.
            10  YY                        PIC 9(02).
            10  MM                        PIC 9(02).
        PROCEDURE DIVISION.

        010-START-HERE.
            PERFORM 030-READ-CALENDAR
            PERFORM 040-CHECK-RUN-CONTROL
            OPEN INPUT GL-FILE
            OPEN INPUT BANK-FILE
            OPEN INPUT EMPLOYEE-MASTER-FILE
            OPEN OUTPUT CHECK-FILE
            OPEN I-O OUTCHK-FILE
            OPEN OUTPUT PRINT-FILE
            OPEN INPUT ACH-FILE
            OPEN I-O CHKHIST-FILE
            PERFORM 060-READ-CHECK-CONTROL
            PERFORM 850-GET-DATE
            PERFORM 800-PRINT-HEADINGS
            CLOSE CHECK-FILE
            CLOSE OUTCHK-FILE
            CLOSE PRINT-FILE
            CLOSE ACH-FILE
            CLOSE CHKHIST-FILE
            MOVE CHECK-COUNT TO WS-RC-COUNT
            MOVE WS-CHECK-TOTAL TO WS-RC-TOTAL
            PERFORM 960-COMPLETE-RUN-CONTROL
            GOBACK.

        030-READ-CALENDAR.
            OPEN INPUT CALENDAR-FILE
            ACCEPT WS-DATE FROM DATE
            COMPUTE WS-RUN-DATE-NUM =
                (YY * 10000) + (MM * 100) + DD
            PERFORM 035-SCAN-CALENDAR
              UNTIL WS-CAL-FOUND = "YES"
                 OR WS-CAL-EOF = "YES"
            CLOSE CALENDAR-FILE
            .

        035-SCAN-CALENDAR.
            READ CALENDAR-FILE INTO WS-PAYCAL-REC
              AT END
                MOVE "YES" TO WS-CAL-EOF
              NOT AT END
                IF WS-RUN-DATE-NUM NOT LESS THAN CAL-START-DATE
                   AND WS-RUN-DATE-NUM NOT GREATER THAN CAL-END-DATE
                    MOVE "YES" TO WS-CAL-FOUND
                END-IF
            END-READ
            .


        040-CHECK-RUN-CONTROL.
            OPEN I-O RUNCTL-FILE
            PERFORM 041-SET-RUN-PERIOD
            IF WS-RC-REFUSED EQUAL "NO"
                MOVE 'ACHPAY' TO WS-RC-PRED-STEP
                PERFORM 042-CHECK-PREDECESSOR
            END-IF
            IF WS-RC-REFUSED EQUAL "NO"
                MOVE 'BREAKS' TO WS-RC-PRED-STEP
                PERFORM 042-CHECK-PREDECESSOR
            END-IF
            IF WS-RC-REFUSED EQUAL "NO"
                PERFORM 045-PROVE-GL-EXTRACT
            END-IF
            IF WS-RC-REFUSED EQUAL "NO"
                PERFORM 043-CHECK-OWN-STEP
            END-IF
            IF WS-RC-REFUSED EQUAL "YES"
                CLOSE RUNCTL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM 044-MARK-STEP-STARTED
            .

        041-SET-RUN-PERIOD.
            OPEN INPUT RUNPARM-FILE
            READ RUNPARM-FILE INTO WS-RUNPARM-REC
              AT END
                MOVE SPACES TO WS-RUNPARM-REC
            END-READ
            CLOSE RUNPARM-FILE
            IF RPM-PERIOD-X NUMERIC
                MOVE RPM-PERIOD TO WS-RC-PERIOD
                IF RPM-RERUN-STEP EQUAL WS-RC-STEP
                    MOVE "YES" TO WS-RC-RERUN
                END-IF
            ELSE
                IF WS-CAL-FOUND EQUAL "YES"
                    MOVE CAL-PERIOD-NUMBER TO WS-RC-PERIOD
                ELSE
                    DISPLAY 'CHECKPAY - NO PAY PERIOD ON RUN PARAMETER '
                       'CARD OR CALENDAR - RUN STOPPED'
                    MOVE "YES" TO WS-RC-REFUSED
                END-IF
            END-IF
            .

        042-CHECK-PREDECESSOR.
            MOVE WS-RC-PERIOD TO RCT-PERIOD
            MOVE WS-RC-PRED-STEP TO RCT-STEP
            READ RUNCTL-FILE
              INVALID KEY
                DISPLAY 'CHECKPAY - ' WS-RC-PRED-STEP
                   ' HAS NOT RUN FOR PERIOD ' WS-RC-PERIOD
                   ' - RUN STOPPED'
                MOVE "YES" TO WS-RC-REFUSED
              NOT INVALID KEY
                MOVE RCT-REC-COUNT TO WS-RC-PRED-COUNT
                MOVE RCT-DOLLAR-TOTAL TO WS-RC-PRED-TOTAL
                IF RCT-STATUS NOT EQUAL "C"
                    DISPLAY 'CHECKPAY - ' WS-RC-PRED-STEP
                       ' NOT COMPLETED FOR PERIOD ' WS-RC-PERIOD
                       ' (STATUS ' RCT-STATUS ') - RUN STOPPED'
                    MOVE "YES" TO WS-RC-REFUSED
                END-IF
            END-READ
            .

        043-CHECK-OWN-STEP.
            MOVE WS-RC-PERIOD TO RCT-PERIOD
            MOVE WS-RC-STEP TO RCT-STEP
            READ RUNCTL-FILE
              INVALID KEY
                MOVE "NO" TO WS-RC-ON-FILE
              NOT INVALID KEY
                MOVE "YES" TO WS-RC-ON-FILE
            END-READ
            IF WS-RC-ON-FILE EQUAL "YES"
               AND RCT-STATUS EQUAL "C"
               AND WS-RC-RERUN NOT EQUAL "YES"
                DISPLAY 'CHECKPAY - ALREADY COMPLETED FOR PERIOD '
                   WS-RC-PERIOD ' - RERUN OVERRIDE REQUIRED - '
                   'RUN STOPPED'
                MOVE "YES" TO WS-RC-REFUSED
            END-IF
            IF WS-RC-ON-FILE EQUAL "YES"
               AND RCT-STATUS EQUAL "S"
                DISPLAY 'CHECKPAY - RUN FOR PERIOD ' WS-RC-PERIOD
                   ' DID NOT COMPLETE LAST TIME - RUNNING AGAIN'
            END-IF
            .

        044-MARK-STEP-STARTED.
            IF WS-RC-ON-FILE EQUAL "NO"
                MOVE SPACES TO RCT-FILE-REC
                MOVE WS-RC-PERIOD TO RCT-PERIOD
                MOVE WS-RC-STEP TO RCT-STEP
                MOVE "S" TO RCT-STATUS
                MOVE 0 TO RCT-RUN-COUNT
            END-IF
            MOVE "N" TO RCT-RERUN-FLAG
            IF RCT-STATUS EQUAL "C"
                MOVE "Y" TO RCT-RERUN-FLAG
                DISPLAY 'CHECKPAY - RERUN OVERRIDE - PERIOD '
                   WS-RC-PERIOD ' RUNNING AGAIN'
            END-IF
            PERFORM 048-GET-RUN-TIME
            MOVE "S" TO RCT-STATUS
            MOVE WS-RC-NOW-DATE TO RCT-START-DATE
            MOVE WS-RC-NOW-TIME TO RCT-START-TIME
            MOVE 0 TO RCT-END-DATE
            MOVE 0 TO RCT-END-TIME
            MOVE 0 TO RCT-REC-COUNT
            MOVE 0 TO RCT-DOLLAR-TOTAL
            MOVE 0 TO RCT-RETURN-CODE
            ADD 1 TO RCT-RUN-COUNT
            IF WS-RC-ON-FILE EQUAL "YES"
                REWRITE RCT-FILE-REC
            ELSE
                WRITE RCT-FILE-REC
            END-IF
            .

        045-PROVE-GL-EXTRACT.
            OPEN INPUT GL-FILE
            PERFORM 046-COUNT-GL-RECORD
              UNTIL WS-GLP-EOF = "YES"
            CLOSE GL-FILE
            IF WS-GLP-COUNT NOT EQUAL WS-RC-PRED-COUNT
               OR WS-GLP-TOTAL NOT EQUAL WS-RC-PRED-TOTAL
                DISPLAY 'CHECKPAY - GL EXTRACT HOLDS ' WS-GLP-COUNT
                   ' RECORDS ' WS-GLP-TOTAL
                DISPLAY 'CHECKPAY - BREAKS WROTE ' WS-RC-PRED-COUNT
                   ' RECORDS ' WS-RC-PRED-TOTAL
                   ' - RUN STOPPED'
                MOVE "YES" TO WS-RC-REFUSED
            END-IF
            IF WS-GLP-WRONG-PERIOD > 0
                DISPLAY 'CHECKPAY - ' WS-GLP-WRONG-PERIOD
                   ' GL EXTRACT RECORDS NOT FOR PERIOD '
                   WS-RC-PERIOD ' - RUN STOPPED'
                MOVE "YES" TO WS-RC-REFUSED
            END-IF
            .

        046-COUNT-GL-RECORD.
            READ GL-FILE INTO WS-GL-REC
              AT END
                MOVE "YES" TO WS-GLP-EOF
              NOT AT END
                ADD 1 TO WS-GLP-COUNT
                ADD GL-NET-PAY TO WS-GLP-TOTAL
                IF GL-PERIOD NOT EQUAL WS-RC-PERIOD
                    ADD 1 TO WS-GLP-WRONG-PERIOD
                END-IF
            END-READ
            .

        048-GET-RUN-TIME.
            ACCEPT WS-RC-NOW-DATE FROM DATE
            ACCEPT WS-RC-CLOCK FROM TIME
            .

        060-READ-CHECK-CONTROL.
            OPEN I-O CHECKCTL-FILE
            READ CHECKCTL-FILE INTO WS-CHECKCTL-REC
               AND BANK-PRENOTE-STATUS EQUAL "A"
               AND BANK-ROUTING NUMERIC
               AND GL-NET-PAY GREATER THAN 0
               AND (BANK-STATUS NOT EQUAL "C"
                    OR BANK-CLOSE-PERIOD EQUAL GL-PERIOD)
                ADD 1 TO ACH-COUNT
                ADD GL-NET-PAY TO WS-ACH-TOTAL
                MOVE 'PAID BY ACH - NO CHECK PRINTED'
                  TO RG-DISPOSITION
                MOVE "A" TO WS-PAY-METHOD
                PERFORM 330-FIND-ACH-TRACE
            ELSE
                IF GL-NET-PAY NOT GREATER THAN 0
                    ADD 1 TO SKIPPED-COUNT
                    MOVE 'NET PAY NOT POSITIVE - NO CHECK'
                      TO RG-DISPOSITION
                    MOVE "N" TO WS-PAY-METHOD
                ELSE
                    MOVE "C" TO WS-PAY-METHOD
                    PERFORM 400-ISSUE-CHECK
                END-IF
            END-IF
            PERFORM 340-UPDATE-CHECK-HISTORY
            PERFORM 700-PRINT-LINE
            PERFORM 100-READ-GL
            .
            END-READ
            .

        330-FIND-ACH-TRACE.
            MOVE SPACES TO WS-ACH-TRACE
            MOVE "NO" TO WS-ACH-MATCH
            PERFORM 335-READ-ACH-ENTRY
              UNTIL WS-ACH-MATCH = "YES"
                 OR WS-ACH-EOF = "YES"
            .

        335-READ-ACH-ENTRY.
            READ ACH-FILE INTO WS-ACH-ENTRY
              AT END
                MOVE "YES" TO WS-ACH-EOF
              NOT AT END
                IF AE-REC-TYPE EQUAL '6'
                   AND AE-INDIVIDUAL-ID EQUAL GL-ACCOUNT
                   AND (AE-TRAN-CODE EQUAL '22'
                        OR AE-TRAN-CODE EQUAL '32')
                    MOVE "YES" TO WS-ACH-MATCH
                    MOVE AE-TRACE-NUMBER TO WS-ACH-TRACE
                END-IF
            END-READ
            .

        340-UPDATE-CHECK-HISTORY.
            MOVE "NO" TO WS-CHH-FOUND
            MOVE "NO" TO WS-CHH-EOF
            MOVE LOW-VALUES TO CHH-KEY
            MOVE GL-ACCOUNT TO CHH-ID-NUMBER
            START CHKHIST-FILE
              KEY NOT LESS THAN CHH-KEY
              INVALID KEY
                MOVE "YES" TO WS-CHH-EOF
            END-START
            PERFORM 345-SCAN-CHECK-HISTORY
              UNTIL WS-CHH-EOF = "YES"
            IF WS-CHH-FOUND EQUAL "YES"
                MOVE WS-CHH-FOUND-KEY TO CHH-KEY
                READ CHKHIST-FILE
                  INVALID KEY
                    MOVE "NO" TO WS-CHH-FOUND
                END-READ
            END-IF
            IF WS-CHH-FOUND EQUAL "YES"
                MOVE WS-PAY-METHOD TO CHH-PAY-METHOD
                IF WS-PAY-METHOD EQUAL "C"
                    MOVE WS-HIST-CHECK-NO TO CHH-CHECK-NO
                END-IF
                IF WS-PAY-METHOD EQUAL "A"
                    MOVE WS-ACH-TRACE TO CHH-ACH-TRACE
                END-IF
                MOVE WS-RUN-DATE-NUM TO CHH-PAID-DATE
                REWRITE CHH-FILE-REC
                ADD 1 TO HIST-UPDATE-COUNT
            ELSE
                ADD 1 TO HIST-MISSING-COUNT
                DISPLAY 'CHECKPAY - NO UNPAID CHECK HISTORY FOR '
                   'EMPLOYEE ' GL-ACCOUNT ' PERIOD ' GL-PERIOD
            END-IF
            .

        345-SCAN-CHECK-HISTORY.
            READ CHKHIST-FILE NEXT RECORD
              AT END
                MOVE "YES" TO WS-CHH-EOF
              NOT AT END
                IF CHH-ID-NUMBER NOT EQUAL GL-ACCOUNT
                    MOVE "YES" TO WS-CHH-EOF
                ELSE
                    IF CHH-PERIOD EQUAL GL-PERIOD
                       AND CHH-ENTRY-TYPE EQUAL "R"
                       AND CHH-PAY-METHOD EQUAL SPACES
                        MOVE "YES" TO WS-CHH-FOUND
                        MOVE CHH-KEY TO WS-CHH-FOUND-KEY
                    END-IF
                END-IF
            END-READ
            .

        400-ISSUE-CHECK.
            MOVE WS-CHECK-NO TO WS-HIST-CHECK-NO
            ADD 1 TO CHECK-COUNT
            ADD GL-NET-PAY TO WS-CHECK-TOTAL
            MOVE WS-CHECK-NO TO RG-CHECK-NO
            MOVE GL-NET-PAY TO OCK-AMOUNT
            MOVE "O" TO OCK-STATUS
            MOVE 0 TO OCK-PAID-DATE
            MOVE WS-PAYEE-NAME TO OCK-PAYEE-NAME
            MOVE 0 TO OCK-VOID-DATE
            MOVE "N" TO OCK-PP-ISSUE-SENT
            MOVE "N" TO OCK-PP-CANCEL-SENT
            WRITE OCK-FILE-REC
              INVALID KEY
                DISPLAY 'CHECKPAY - CHECK NUMBER ' WS-CHECK-NO
            PERFORM 700-PRINT-LINE
            DISPLAY 'CHECKPAY - ' CHECK-COUNT ' CHECKS  DOLLARS '
               WS-CHECK-TOTAL ' NEXT CHECK NO ' WS-CHECK-NO
            DISPLAY 'CHECKPAY - ' HIST-UPDATE-COUNT
               ' PAY HISTORY RECORDS UPDATED  ' HIST-MISSING-COUNT
               ' NOT FOUND'
            .

        960-COMPLETE-RUN-CONTROL.
            MOVE WS-RC-PERIOD TO RCT-PERIOD
            MOVE WS-RC-STEP TO RCT-STEP
            READ RUNCTL-FILE
              INVALID KEY
                DISPLAY 'CHECKPAY - RUN CONTROL RECORD FOR PERIOD '
                   WS-RC-PERIOD ' MISSING - NOT UPDATED'
              NOT INVALID KEY
                PERFORM 048-GET-RUN-TIME
                MOVE WS-RC-END-STATUS TO RCT-STATUS
                MOVE WS-RC-NOW-DATE TO RCT-END-DATE
                MOVE WS-RC-NOW-TIME TO RCT-END-TIME
                MOVE WS-RC-COUNT TO RCT-REC-COUNT
                MOVE WS-RC-TOTAL TO RCT-DOLLAR-TOTAL
                MOVE RETURN-CODE TO RCT-RETURN-CODE
                REWRITE RCT-FILE-REC
            END-READ
            CLOSE RUNCTL-FILE
            DISPLAY 'CHECKPAY - PERIOD ' WS-RC-PERIOD ' STATUS '
               WS-RC-END-STATUS ' COUNT ' WS-RC-COUNT ' TOTAL '
               WS-RC-TOTAL
            .
      * END OF PROGRAM
