      *    BATCH TRAILER WITH ENTRY COUNT, ROUTING HASH AND        *
      *    DOLLAR CONTROL TOTALS.  EMPLOYEES WITH NO ACCOUNT, AN   *
      *    UNVERIFIED ACCOUNT OR A NEGATIVE NET PAY ARE LISTED ON  *
      *    THE ACTIVITY REPORT TO BE PAID BY CHECK.  A TERMINATED  *
      *    EMPLOYEE'S ACCOUNT IS CLOSED ONCE THE FINAL DEPOSIT IS  *
      *    MADE; A CLOSED ACCOUNT IS PAID BY CHECK IN ANY LATER    *
      *    PERIOD.  IT RUNS ONLY WHEN THE RUN-CONTROL FILE         *
      *    (RUNCTL.cpy) SHOWS THE PAYROLL RUN COMPLETED FOR THE    *
      *    SAME PAY PERIOD AND THE EXTRACT STILL HOLDS THE RECORD  *
      *    COUNT AND AMOUNT TOTAL THE RUN RECORDED; AT THE END IT  *
      *    RECORDS THE ENTRY COUNT AND CREDIT TOTAL.  EVERY ENTRY  *
      *    CARRIES A TRACE NUMBER, WHICH THE CHECK PAYMENT RUN     *
      *    RECORDS ON THE PER-CHECK HISTORY (CHKHIST.cpy).         *
      *                                                            *
      ******************************************************************

            SELECT ACH-FILE               ASSIGN TO MYACH.
            SELECT PRINT-FILE             ASSIGN TO MYACHRPT.
            SELECT OPTIONAL CALENDAR-FILE ASSIGN TO MYPAYCAL.
            SELECT OPTIONAL RUNPARM-FILE  ASSIGN TO MYRUNPRM.
            SELECT OPTIONAL RUNCTL-FILE   ASSIGN TO MYRUNCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RCT-KEY.

        DATA DIVISION.
        FILE SECTION.
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
            10  ACH-COUNT                 PIC 9(05) VALUE ZERO.
            10  PRENOTE-COUNT             PIC 9(05) VALUE ZERO.
            10  CHECK-COUNT               PIC 9(05) VALUE ZERO.
            10  CLOSED-COUNT              PIC 9(05) VALUE ZERO.
            10  WS-BANK-NOT-FOUND         PIC X(03) VALUE "NO".

        01  WS-CONTROL-TOTALS.

            COPY PAYCAL.

            COPY RUNPARM.

        01  WS-RUN-CONTROL-FIELDS.
            10  WS-RC-STEP                PIC X(08) VALUE 'ACHPAY'.
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

        01  ACH-BATCH-HEADER.
            05  BH-REC-TYPE               PIC X(01) VALUE '5'.
            05  BH-SERVICE-CLASS          PIC X(03) VALUE '220'.
            05  ED-AMOUNT                 PIC 9(10) VALUE ZERO.
            05  ED-INDIVIDUAL-ID          PIC X(15).
            05  ED-INDIVIDUAL-NAME        PIC X(22).
            05  FILLER                    PIC X(02) VALUE SPACES.
            05  ED-ADDENDA-IND            PIC X(01) VALUE '0'.
            05  ED-TRACE-NUMBER.
                10  ED-TRACE-ODFI         PIC X(08) VALUE '10000000'.
                10  ED-TRACE-SEQ          PIC 9(07) VALUE ZERO.

        01  ACH-BATCH-TRAILER.
            05  BT-REC-TYPE               PIC X(01) VALUE '8'.
        PROCEDURE DIVISION.

        010-START-HERE.
            PERFORM 850-GET-DATE
            PERFORM 030-READ-CALENDAR
            PERFORM 040-CHECK-RUN-CONTROL
            OPEN INPUT GL-FILE
            OPEN I-O BANK-FILE
            OPEN OUTPUT ACH-FILE
            OPEN OUTPUT PRINT-FILE
            PERFORM 800-PRINT-HEADINGS
            PERFORM 200-WRITE-BATCH-HEADER
            PERFORM 100-READ-GL
            CLOSE BANK-FILE
            CLOSE ACH-FILE
            CLOSE PRINT-FILE
            MOVE WS-ENTRY-COUNT TO WS-RC-COUNT
            MOVE WS-CREDIT-TOTAL TO WS-RC-TOTAL
            PERFORM 960-COMPLETE-RUN-CONTROL
            GOBACK.

        030-READ-CALENDAR.
            END-READ
            .

        040-CHECK-RUN-CONTROL.
            OPEN I-O RUNCTL-FILE
            PERFORM 041-SET-RUN-PERIOD
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
                    DISPLAY 'ACHPAY - NO PAY PERIOD ON RUN PARAMETER '
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
                DISPLAY 'ACHPAY - ' WS-RC-PRED-STEP
                   ' HAS NOT RUN FOR PERIOD ' WS-RC-PERIOD
                   ' - RUN STOPPED'
                MOVE "YES" TO WS-RC-REFUSED
              NOT INVALID KEY
                MOVE RCT-REC-COUNT TO WS-RC-PRED-COUNT
                MOVE RCT-DOLLAR-TOTAL TO WS-RC-PRED-TOTAL
                IF RCT-STATUS NOT EQUAL "C"
                    DISPLAY 'ACHPAY - ' WS-RC-PRED-STEP
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
                DISPLAY 'ACHPAY - ALREADY COMPLETED FOR PERIOD '
                   WS-RC-PERIOD ' - RERUN OVERRIDE REQUIRED - '
                   'RUN STOPPED'
                MOVE "YES" TO WS-RC-REFUSED
            END-IF
            IF WS-RC-ON-FILE EQUAL "YES"
               AND RCT-STATUS EQUAL "S"
                DISPLAY 'ACHPAY - RUN FOR PERIOD ' WS-RC-PERIOD
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
                DISPLAY 'ACHPAY - RERUN OVERRIDE - PERIOD '
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
                DISPLAY 'ACHPAY - GL EXTRACT HOLDS ' WS-GLP-COUNT
                   ' RECORDS ' WS-GLP-TOTAL
                DISPLAY 'ACHPAY - BREAKS WROTE ' WS-RC-PRED-COUNT
                   ' RECORDS ' WS-RC-PRED-TOTAL
                   ' - RUN STOPPED'
                MOVE "YES" TO WS-RC-REFUSED
            END-IF
            IF WS-GLP-WRONG-PERIOD > 0
                DISPLAY 'ACHPAY - ' WS-GLP-WRONG-PERIOD
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

        100-READ-GL.
            READ GL-FILE INTO WS-GL-REC
              AT END
                        MOVE 'ROUTING NOT NUMERIC - PAY BY CHECK'
                          TO DP-DISPOSITION
                    ELSE
                        IF BANK-STATUS EQUAL "C"
                           AND BANK-CLOSE-PERIOD NOT EQUAL GL-PERIOD
                            ADD 1 TO CHECK-COUNT
                            MOVE 'ACCOUNT CLOSED - PAY BY CHECK'
                              TO DP-DISPOSITION
                        ELSE
                            PERFORM 400-BUILD-ENTRY
                        END-IF
                    END-IF
                END-IF
            END-IF

        400-BUILD-ENTRY.
            IF BANK-PRENOTE-STATUS EQUAL "P"
                IF BANK-STATUS EQUAL "F"
                    ADD 1 TO CHECK-COUNT
                    PERFORM 430-CLOSE-ACCOUNT
                    MOVE 'FINAL PAY - NOT VERIFIED - PAY BY CHECK'
                      TO DP-DISPOSITION
                ELSE
                    PERFORM 450-PRENOTE-ENTRY
                END-IF
            ELSE
                IF BANK-PRENOTE-STATUS EQUAL "S"
                    MOVE "A" TO BANK-PRENOTE-STATUS
            MOVE WS-AMT-CENTS TO ED-AMOUNT
            ADD GL-NET-PAY TO WS-CREDIT-TOTAL
            PERFORM 500-WRITE-ENTRY
            IF BANK-STATUS EQUAL "F"
                PERFORM 430-CLOSE-ACCOUNT
                MOVE 'FINAL DEPOSIT - ACCOUNT CLOSED'
                  TO DP-DISPOSITION
            ELSE
                MOVE 'DEPOSITED BY ACH' TO DP-DISPOSITION
            END-IF
            .

        430-CLOSE-ACCOUNT.
            ADD 1 TO CLOSED-COUNT
            MOVE "C" TO BANK-STATUS
            MOVE WS-RUN-DATE-NUM TO BANK-CLOSE-DATE
            MOVE GL-PERIOD TO BANK-CLOSE-PERIOD
            REWRITE BANK-FILE-REC
            .

        450-PRENOTE-ENTRY.
            MOVE GL-ACCOUNT TO ED-INDIVIDUAL-ID
            MOVE SPACES TO ED-INDIVIDUAL-NAME
            ADD 1 TO WS-ENTRY-COUNT
            MOVE WS-ENTRY-COUNT TO ED-TRACE-SEQ
            MOVE BANK-ROUTING (1:8) TO WS-ROUTING-8-X
            ADD WS-ROUTING-8 TO WS-ENTRY-HASH
            WRITE ACH-REC FROM ACH-ENTRY-DETAIL
            PERFORM 700-PRINT-LINE
            DISPLAY 'ACHPAY - ' WS-ENTRY-COUNT ' ENTRIES  HASH '
               WS-ENTRY-HASH (7:10) ' CREDITS ' WS-CREDIT-TOTAL
            IF CLOSED-COUNT > 0
                DISPLAY 'ACHPAY - ' CLOSED-COUNT
                   ' ACCOUNTS CLOSED AFTER FINAL PAY'
            END-IF
            .

        960-COMPLETE-RUN-CONTROL.
            MOVE WS-RC-PERIOD TO RCT-PERIOD
            MOVE WS-RC-STEP TO RCT-STEP
            READ RUNCTL-FILE
              INVALID KEY
                DISPLAY 'ACHPAY - RUN CONTROL RECORD FOR PERIOD '
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
            DISPLAY 'ACHPAY - PERIOD ' WS-RC-PERIOD ' STATUS '
               WS-RC-END-STATUS ' COUNT ' WS-RC-COUNT ' TOTAL '
               WS-RC-TOTAL
            .
      * END OF PROGRAM
