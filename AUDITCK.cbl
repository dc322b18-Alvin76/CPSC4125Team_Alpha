      *    TYPES AND RATES THAT FAIL THE SAME EDITS THE            *
      *    MAINTENANCE PROGRAM APPLIES AND FOR DIVISIONS IN USE    *
      *    WITH NO OVERTIME RULE ON FILE, SCANS THE YTD, ARREARS,  *
      *    BANK ACCOUNT, LEAVE BALANCE, GARNISHMENT AND BENEFIT    *
      *    ENROLLMENT MASTERS FOR RECORDS ORPHANED BY EMPLOYEE     *
      *    DELETES, AND CHECKS THE TAX RATE TABLE FOR THE THREE    *
      *    AUTHORITY ROWS THE PAY RUN EXPECTS AND THE 401K         *
      *    DEFERRAL LIMIT ROW.  EVERY FINDING PRINTS WITH A        *
      *    SEVERITY AND THE RETURN CODE IS SET (8 = FATAL, 4 =     *
      *    WARNING, 0 = CLEAN) SO THE SCHEDULER CAN STOP THE RUN   *
      *    ON THE FATAL ONES.  AS THE FIRST STEP OF THE PAY CYCLE  *
      *    IT RECORDS ITSELF ON THE RUN-CONTROL FILE (RUNCTL.cpy)  *
      *    FOR THE PAY PERIOD; A RUN WITH FATAL FINDINGS IS        *
      *    RECORDED AS FAILED SO THE HOURS EDIT WILL NOT START.  A *
      *    STEP ALREADY COMPLETED FOR THE PERIOD IS REFUSED UNLESS *
      *    THE RUN PARAMETER CARD (RUNPARM.cpy) NAMES IT FOR       *
      *    RERUN.                                                  *
      *                                                            *
      ******************************************************************

                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GRN-ID-NUMBER.
            SELECT OPTIONAL BENENRL-FILE  ASSIGN TO MYBENENR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BEN-KEY.
            SELECT OPTIONAL OTRULES-FILE  ASSIGN TO MYOTRULE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TAX-AUTHORITY.
            SELECT OPTIONAL CALENDAR-FILE ASSIGN TO MYPAYCAL.
            SELECT OPTIONAL RUNPARM-FILE  ASSIGN TO MYRUNPRM.
            SELECT OPTIONAL RUNCTL-FILE   ASSIGN TO MYRUNCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RCT-KEY.
            SELECT PRINT-FILE             ASSIGN TO MYAUDRPT.

        DATA DIVISION.
        FILE SECTION.

        FD  EMPLOYEE-MASTER-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY EMPMAST.

        FD  YTD-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY YTD.

        FD  ARREARS-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY GARNISH.

        FD  BENENRL-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY BENENRL.

        FD  OTRULES-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY OTRULES.
            RECORD CONTAINS 80 CHARACTERS.
            COPY TAXRATE.

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

        FD  PRINT-FILE
            RECORDING MODE IS F.
        01  PRINT-REC.
            10  WS-AUD-KEY                PIC X(08) VALUE SPACES.
            10  WS-AUD-REASON             PIC X(40) VALUE SPACES.

        01  WS-CALENDAR-FIELDS.
            10  WS-CAL-EOF                PIC X(03) VALUE "NO".
            10  WS-CAL-FOUND              PIC X(03) VALUE "NO".
            10  WS-RUN-DATE-NUM           PIC 9(06) VALUE ZERO.

        01  WS-RUN-CONTROL-FIELDS.
            10  WS-RC-STEP                PIC X(08) VALUE 'AUDITCK'.
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

            COPY PAYCAL.

            COPY RUNPARM.

        01  WS-DATE.
            10  YY                        PIC 9(02).
            10  MM                        PIC 9(02).
        PROCEDURE DIVISION.

        010-START-HERE.
            PERFORM 030-READ-CALENDAR
            PERFORM 040-CHECK-RUN-CONTROL
            OPEN INPUT EMPLOYEE-MASTER-FILE
            OPEN INPUT YTD-FILE
            OPEN INPUT ARREARS-FILE
            OPEN INPUT BANK-FILE
            OPEN INPUT LEAVE-FILE
            OPEN INPUT GARNISH-FILE
            OPEN INPUT BENENRL-FILE
            OPEN INPUT OTRULES-FILE
            OPEN INPUT TAXRATES-FILE
            OPEN OUTPUT PRINT-FILE
            PERFORM 340-AUDIT-BANK
            PERFORM 360-AUDIT-LEAVE
            PERFORM 380-AUDIT-GARNISH
            PERFORM 392-AUDIT-BENEFITS
            PERFORM 400-AUDIT-TAX-RATES
            PERFORM 900-PRINT-TOTALS
            CLOSE EMPLOYEE-MASTER-FILE
            CLOSE BANK-FILE
            CLOSE LEAVE-FILE
            CLOSE GARNISH-FILE
            CLOSE BENENRL-FILE
            CLOSE OTRULES-FILE
            CLOSE TAXRATES-FILE
            CLOSE PRINT-FILE
            IF FATAL-COUNT > 0
                MOVE 8 TO RETURN-CODE
                MOVE "F" TO WS-RC-END-STATUS
            ELSE
                IF WARNING-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
            MOVE EMPLOYEE-COUNT TO WS-RC-COUNT
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
                    DISPLAY 'AUDITCK - NO PAY PERIOD ON RUN PARAMETER '
                       'CARD OR CALENDAR - RUN STOPPED'
                    MOVE "YES" TO WS-RC-REFUSED
                END-IF
            END-IF
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
                DISPLAY 'AUDITCK - ALREADY COMPLETED FOR PERIOD '
                   WS-RC-PERIOD ' - RERUN OVERRIDE REQUIRED - '
                   'RUN STOPPED'
                MOVE "YES" TO WS-RC-REFUSED
            END-IF
            IF WS-RC-ON-FILE EQUAL "YES"
               AND RCT-STATUS EQUAL "S"
                DISPLAY 'AUDITCK - RUN FOR PERIOD ' WS-RC-PERIOD
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
                DISPLAY 'AUDITCK - RERUN OVERRIDE - PERIOD '
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

        048-GET-RUN-TIME.
            ACCEPT WS-RC-NOW-DATE FROM DATE
            ACCEPT WS-RC-CLOCK FROM TIME
            .

        200-AUDIT-EMPLOYEES.
            MOVE "NO" TO WS-EMP-EOF
            MOVE LOW-VALUES TO EMP-ID-NUMBER
            END-IF
            .

        392-AUDIT-BENEFITS.
            MOVE "NO" TO WS-SCAN-EOF
            MOVE LOW-VALUES TO BEN-KEY
            START BENENRL-FILE
              KEY NOT LESS THAN BEN-KEY
              INVALID KEY
                MOVE "YES" TO WS-SCAN-EOF
            END-START
            PERFORM 394-AUDIT-ONE-BENEFIT
              UNTIL WS-SCAN-EOF = "YES"
            .

        394-AUDIT-ONE-BENEFIT.
            READ BENENRL-FILE NEXT RECORD
              AT END
                MOVE "YES" TO WS-SCAN-EOF
              NOT AT END
                MOVE BEN-ID-NUMBER TO WS-LOOKUP-ID
                PERFORM 500-LOOKUP-MASTER
            END-READ
            IF WS-SCAN-EOF NOT EQUAL "YES"
               AND WS-MASTER-NOT-FOUND EQUAL "YES"
                MOVE 'WARNING' TO WS-SEVERITY
                MOVE 'BENENRL ' TO WS-AUD-FILE
                MOVE BEN-ID-NUMBER TO WS-AUD-KEY
                MOVE 'BENEFIT ENROLLMENT ORPHANED - NO MASTER'
                  TO WS-AUD-REASON
                PERFORM 600-REPORT-FINDING
            END-IF
            IF WS-SCAN-EOF NOT EQUAL "YES"
               AND BEN-CONTRIB-METHOD NOT EQUAL "F"
               AND BEN-CONTRIB-METHOD NOT EQUAL "P"
                MOVE 'WARNING' TO WS-SEVERITY
                MOVE 'BENENRL ' TO WS-AUD-FILE
                MOVE BEN-ID-NUMBER TO WS-AUD-KEY
                MOVE 'BENEFIT CONTRIBUTION METHOD NOT F OR P'
                  TO WS-AUD-REASON
                PERFORM 600-REPORT-FINDING
            END-IF
            IF WS-SCAN-EOF NOT EQUAL "YES"
               AND BEN-TAX-IND NOT EQUAL "P"
               AND BEN-TAX-IND NOT EQUAL "A"
                MOVE 'WARNING' TO WS-SEVERITY
                MOVE 'BENENRL ' TO WS-AUD-FILE
                MOVE BEN-ID-NUMBER TO WS-AUD-KEY
                MOVE 'BENEFIT TAX INDICATOR NOT P OR A'
                  TO WS-AUD-REASON
                PERFORM 600-REPORT-FINDING
            END-IF
            .

        400-AUDIT-TAX-RATES.
            MOVE 'FED ' TO TAX-AUTHORITY
            PERFORM 410-CHECK-ONE-AUTHORITY
            PERFORM 410-CHECK-ONE-AUTHORITY
            MOVE 'FICA' TO TAX-AUTHORITY
            PERFORM 410-CHECK-ONE-AUTHORITY
            MOVE '401K' TO TAX-AUTHORITY
            READ TAXRATES-FILE
              INVALID KEY
                MOVE 'WARNING' TO WS-SEVERITY
                MOVE 'TAXRATE ' TO WS-AUD-FILE
                MOVE TAX-AUTHORITY TO WS-AUD-KEY
                MOVE '401K DEFERRAL LIMIT ROW MISSING'
                  TO WS-AUD-REASON
                PERFORM 600-REPORT-FINDING
            END-READ
            .

        410-CHECK-ONE-AUTHORITY.
            DISPLAY 'AUDITCK - ' EMPLOYEE-COUNT ' EMPLOYEES  '
               WARNING-COUNT ' WARNINGS  ' FATAL-COUNT ' FATALS'
            .

        960-COMPLETE-RUN-CONTROL.
            MOVE WS-RC-PERIOD TO RCT-PERIOD
            MOVE WS-RC-STEP TO RCT-STEP
            READ RUNCTL-FILE
              INVALID KEY
                DISPLAY 'AUDITCK - RUN CONTROL RECORD FOR PERIOD '
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
            DISPLAY 'AUDITCK - PERIOD ' WS-RC-PERIOD ' STATUS '
               WS-RC-END-STATUS ' COUNT ' WS-RC-COUNT ' TOTAL '
               WS-RC-TOTAL
            .
      * END OF PROGRAM
