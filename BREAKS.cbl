      *                                                            *
      *    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *
      *    FORMAT OF THE SELECT STATEMENT FOR THE DATA SETS USED.  *
      *    IT RUNS ONLY WHEN THE RUN-CONTROL FILE (RUNCTL.cpy)     *
      *    SHOWS THE HOURS EDIT COMPLETED FOR THE SAME PAY PERIOD  *
      *    AND THE HOURS FILE AND CONTROL CARD AGREE WITH THE      *
      *    COUNT AND GROSS THE EDIT RECORDED; AT THE END IT        *
      *    RECORDS THE GL EXTRACT RECORD COUNT AND AMOUNT TOTAL    *
      *    FOR THE PAYMENT STEPS TO PROVE AGAINST.  EVERY EMPLOYEE *
      *    PAID ALSO GETS A PER-CHECK HISTORY RECORD (CHKHIST.cpy) *
      *    CARRYING EVERY EARNINGS, TAX, DEDUCTION AND EMPLOYER    *
      *    AMOUNT ON THE STUB, FOR STUB REPRINTS AND WAGE          *
      *    VERIFICATIONS.                                          *
      *                                                            *
      ******************************************************************

            SELECT GARN-RPT-FILE          ASSIGN TO MYGRNRPT.
            SELECT GARN-EXT-FILE          ASSIGN TO MYGRNEXT.
            SELECT OPTIONAL PAYHIST-FILE  ASSIGN TO MYPAYHST.
            SELECT LABDIST-FILE           ASSIGN TO MYLABDST.
            SELECT OPTIONAL CHKHIST-FILE  ASSIGN TO MYCHKHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CHH-KEY.
            SELECT OPTIONAL BENENRL-FILE  ASSIGN TO MYBENENR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BEN-KEY.
            SELECT OPTIONAL RKCONT-FILE   ASSIGN TO MYRKCONT.
            SELECT OPTIONAL RUNPARM-FILE  ASSIGN TO MYRUNPRM.
            SELECT OPTIONAL RUNCTL-FILE   ASSIGN TO MYRUNCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RCT-KEY.

        DATA DIVISION.
        FILE SECTION.
            10  FILLER                    PIC X(080).

        FD  EMPLOYEE-MASTER-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY EMPMAST.

        FD  PRINT-FILE
            10  FILLER                    PIC X(080).

        FD  YTD-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY YTD.

        FD  GL-FILE
        01  PAYHIST-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  LABDIST-FILE
            RECORDING MODE IS F.
        01  LABDIST-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  CHKHIST-FILE
            RECORD CONTAINS 280 CHARACTERS.
            COPY CHKHIST.

        FD  BENENRL-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY BENENRL.

        FD  RKCONT-FILE
            RECORDING MODE IS F.
        01  RKCONT-FILE-REC.
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

        01  WS-MASTER-FLAGS.
            10  WS-MASTER-NOT-FOUND       PIC X(03) VALUE "NO".
            10  WS-EMP-TERMINATED         PIC X(03) VALUE "NO".
            10  WS-TERM-BEFORE-PERIOD     PIC X(03) VALUE "NO".

        01  WS-REJECT-FIELDS.
            10  WS-REJECT-REASON          PIC X(40) VALUE SPACES.
            10  WS-CAL-FOUND              PIC X(03) VALUE "NO".
            10  WS-PERIOD-NUMBER          PIC 9(03) VALUE ZERO.
            10  WS-RUN-DATE-NUM           PIC 9(06) VALUE ZERO.
            10  WS-PERIOD-START           PIC 9(06) VALUE ZERO.
            10  WS-PERIOD-END             PIC 9(06) VALUE ZERO.
            10  WS-CHECK-DATE-NUM         PIC 9(06) VALUE ZERO.

        01  WS-ARREARS-FIELDS.
            10  WS-ARR-NOT-FOUND          PIC X(03) VALUE "NO".
            10  WS-YTD-GROSS-BEFORE       PIC S9(07)V99 VALUE 0.
            10  WS-FICA-TAXABLE           PIC S9(07)V99 VALUE 0.
            10  WS-CUR-QTR                PIC 9(01) VALUE 0.
            10  WS-DEFER-LIMIT-FOUND      PIC X(03) VALUE "NO".
            10  WS-DEFER-LIMIT            PIC S9(07)V99 VALUE 0.

        01  PAY-CAL-FIELDS.
            10  PC-HR-USED                PIC S9(04)V9  VALUE 0.
            10  PC-ER-FICA                PIC S9(05)V99 VALUE 0.
            10  PC-ER-BENEFITS            PIC S9(05)V99 VALUE 0.
            10  PC-ADJ-PAY                PIC S9(05)V99 VALUE 0.
            10  PC-PRETAX-125             PIC S9(05)V99 VALUE 0.
            10  PC-DEFERRAL               PIC S9(05)V99 VALUE 0.
            10  PC-ROTH                   PIC S9(05)V99 VALUE 0.
            10  PC-AFTERTAX-BEN           PIC S9(05)V99 VALUE 0.
            10  PC-PLAN-DEDS              PIC S9(05)V99 VALUE 0.
            10  PC-ER-MATCH               PIC S9(05)V99 VALUE 0.

        01  DIV-DEPT-FIELDS.
            10  DD-DIV                    PIC X(02) VALUE "  ".
            10  DD-DEPT                   PIC X(03) VALUE "   ".

        01  WS-LABOR-FIELDS.
            10  WS-LB-COUNT               PIC S9(03) COMP VALUE 0.
            10  WS-LB-SUB                 PIC S9(03) COMP VALUE 0.
            10  WS-LB-MAX                 PIC S9(03) COMP VALUE 25.
            10  WS-LB-FOUND               PIC X(03) VALUE "NO".
            10  WS-LB-TOTAL-HR            PIC S9(05)V9  VALUE 0.
            10  WS-LB-BURDEN              PIC S9(05)V99 VALUE 0.
            10  WS-LB-GROSS-LEFT          PIC S9(05)V99 VALUE 0.
            10  WS-LB-BURDEN-LEFT         PIC S9(05)V99 VALUE 0.

        01  WS-LB-TABLE.
            05  WS-LB-ENTRY OCCURS 25 TIMES.
                10  LB-CHARGE-KEY         PIC X(11).
                10  LB-HOURS              PIC S9(04)V9.

        01  WS-BENEFIT-FIELDS.
            10  WS-BEN-EOF                PIC X(03) VALUE "NO".
            10  WS-EMP-SSN                PIC X(09) VALUE SPACES.
            10  WS-BP-COUNT               PIC S9(03) COMP VALUE 0.
            10  WS-BP-SUB                 PIC S9(03) COMP VALUE 0.
            10  WS-BP-MAX                 PIC S9(03) COMP VALUE 10.
            10  WS-BEN-AMT                PIC S9(05)V99 VALUE 0.
            10  WS-BEN-AVAIL              PIC S9(05)V99 VALUE 0.
            10  WS-MATCH-AMT              PIC S9(05)V99 VALUE 0.
            10  WS-MATCH-BASE             PIC S9(05)V99 VALUE 0.
            10  WS-MATCH-CAP              PIC S9(05)V99 VALUE 0.
            10  WS-TAXABLE-WAGES          PIC S9(05)V99 VALUE 0.
            10  WS-FICA-WAGES             PIC S9(05)V99 VALUE 0.
            10  WS-YTD-K-BEFORE           PIC S9(07)V99 VALUE 0.
            10  WS-DEFER-ROOM             PIC S9(07)V99 VALUE 0.
            10  DEFER-LIMIT-COUNT         PIC 9(05) VALUE ZERO.
            10  WS-RK-EOF                 PIC X(03) VALUE "NO".
            10  RK-COUNT                  PIC 9(05) VALUE ZERO.
            10  WS-RK-EE-TOTAL            PIC S9(09)V99 VALUE 0.
            10  WS-RK-ER-TOTAL            PIC S9(09)V99 VALUE 0.

        01  WS-BP-TABLE.
            05  WS-BP-ENTRY OCCURS 10 TIMES.
                10  BP-PLAN-CODE          PIC X(04).
                10  BP-PLAN-TYPE          PIC X(01).
                10  BP-TAX-IND            PIC X(01).
                10  BP-EE-AMT             PIC S9(05)V99.
                10  BP-ER-MATCH           PIC S9(05)V99.

        01  FINAL-TOTALS.
            10  FT-HR-USED                PIC S9(04)V9  VALUE 0.
            10  FT-NET-PAY                PIC S9(05)V99 VALUE 0.
            COPY RUNHIST.
            COPY PAYCAL.
            COPY PAYHIST.
            COPY LABDIST.
            COPY RKCONT.
            COPY RUNPARM.

        01  WS-RUN-CONTROL-FIELDS.
            10  WS-RC-STEP                PIC X(08) VALUE 'BREAKS'.
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

        01  EXCEPT-HEADING-1.
            10  FILLER                    PIC X(01) VALUE SPACES.
        010-START-HERE.
            PERFORM 030-READ-CALENDAR
            PERFORM 050-CHECK-SEQUENCE
            PERFORM 040-CHECK-RUN-CONTROL
            PERFORM 060-READ-PARM
            PERFORM 070-READ-CHECKPOINT
            OPEN INPUT HOURS-FILE
                OPEN EXTEND ARREARS-RPT-FILE
                OPEN EXTEND GARN-RPT-FILE
                OPEN EXTEND GARN-EXT-FILE
                OPEN EXTEND LABDIST-FILE
                PERFORM 077-RECOUNT-CONTRIB
                OPEN EXTEND RKCONT-FILE
            ELSE
                OPEN OUTPUT PRINT-FILE
                OPEN OUTPUT STUB-FILE
                OPEN OUTPUT ARREARS-RPT-FILE
                OPEN OUTPUT GARN-RPT-FILE
                OPEN OUTPUT GARN-EXT-FILE
                OPEN OUTPUT LABDIST-FILE
                OPEN OUTPUT RKCONT-FILE
            END-IF
            OPEN I-O YTD-FILE
            OPEN I-O ARREARS-FILE
            OPEN I-O LEAVE-FILE
            OPEN INPUT GARNISH-FILE
            OPEN INPUT BENENRL-FILE
            OPEN INPUT OTRULES-FILE
            OPEN INPUT TAXRATES-FILE
            PERFORM 065-LOAD-TAX-RATES
            OPEN EXTEND RUNHIST-FILE
            OPEN EXTEND PAYHIST-FILE
            OPEN I-O CHKHIST-FILE
            OPEN EXTEND CHECKPOINT-FILE
            IF WS-RESTART-MODE EQUAL "YES"
                PERFORM 076-APPLY-RESTART
            PERFORM 1910-PRINT-GARN-TOTAL
            PERFORM 1950-RECONCILE-CONTROLS
            PERFORM 1960-WRITE-RUN-HISTORY
            PERFORM 1975-WRITE-LABOR-TRAILER
            PERFORM 1980-WRITE-CONTRIB-TRAILER
            PERFORM 1970-CLOSE-PERIOD
            CLOSE HOURS-FILE
            CLOSE EMPLOYEE-MASTER-FILE
            CLOSE ARREARS-FILE
            CLOSE LEAVE-FILE
            CLOSE GARNISH-FILE
            CLOSE BENENRL-FILE
            CLOSE GARN-RPT-FILE
            CLOSE GARN-EXT-FILE
            CLOSE ARREARS-RPT-FILE
            CLOSE TAXRATES-FILE
            CLOSE RUNHIST-FILE
            CLOSE PAYHIST-FILE
            CLOSE CHKHIST-FILE
            CLOSE LABDIST-FILE
            CLOSE RKCONT-FILE
            CLOSE CHECKPOINT-FILE
            PERFORM 1660-CLEAR-CHECKPOINT
            PERFORM 1985-COUNT-GL-EXTRACT
            PERFORM 1990-COMPLETE-RUN-CONTROL
            GOBACK.

        030-READ-CALENDAR.
                STOP RUN
            END-IF
            MOVE CAL-PERIOD-NUMBER TO WS-PERIOD-NUMBER
            MOVE CAL-START-DATE TO WS-PERIOD-START
            MOVE CAL-END-DATE TO WS-PERIOD-END
            IF CAL-CHECK-DATE NUMERIC
               AND CAL-CHECK-DATE NOT EQUAL '000000'
                MOVE CAL-CHECK-DATE TO WS-CHECK-DATE-NUM
            ELSE
                MOVE WS-RUN-DATE-NUM TO WS-CHECK-DATE-NUM
            END-IF
            .

        035-SCAN-CALENDAR.
            END-READ
            .

        040-CHECK-RUN-CONTROL.
            OPEN I-O RUNCTL-FILE
            PERFORM 041-SET-RUN-PERIOD
            IF WS-RC-REFUSED EQUAL "NO"
                MOVE 'HRSEDIT' TO WS-RC-PRED-STEP
                PERFORM 042-CHECK-PREDECESSOR
            END-IF
            IF WS-RC-REFUSED EQUAL "NO"
                PERFORM 045-PROVE-HOURS-CONTROL
            END-IF
            IF WS-RC-REFUSED EQUAL "NO"
                PERFORM 043-CHECK-OWN-STEP
            END-IF
            IF WS-RC-REFUSED EQUAL "YES"
                CLOSE CALENDAR-FILE
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
            MOVE WS-PERIOD-NUMBER TO WS-RC-PERIOD
            IF RPM-PERIOD-X NUMERIC
                IF RPM-PERIOD NOT EQUAL WS-PERIOD-NUMBER
                    DISPLAY 'BREAKS - RUN PARAMETER PERIOD ' RPM-PERIOD
                       ' IS NOT CALENDAR PERIOD ' WS-PERIOD-NUMBER
                       ' - RUN STOPPED'
                    MOVE "YES" TO WS-RC-REFUSED
                END-IF
                IF RPM-RERUN-STEP EQUAL WS-RC-STEP
                    MOVE "YES" TO WS-RC-RERUN
                END-IF
            END-IF
            .

        042-CHECK-PREDECESSOR.
            MOVE WS-RC-PERIOD TO RCT-PERIOD
            MOVE WS-RC-PRED-STEP TO RCT-STEP
            READ RUNCTL-FILE
              INVALID KEY
                DISPLAY 'BREAKS - ' WS-RC-PRED-STEP
                   ' HAS NOT RUN FOR PERIOD ' WS-RC-PERIOD
                   ' - RUN STOPPED'
                MOVE "YES" TO WS-RC-REFUSED
              NOT INVALID KEY
                MOVE RCT-REC-COUNT TO WS-RC-PRED-COUNT
                MOVE RCT-DOLLAR-TOTAL TO WS-RC-PRED-TOTAL
                IF RCT-STATUS NOT EQUAL "C"
                    DISPLAY 'BREAKS - ' WS-RC-PRED-STEP
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
                DISPLAY 'BREAKS - ALREADY COMPLETED FOR PERIOD '
                   WS-RC-PERIOD ' - RERUN OVERRIDE REQUIRED - '
                   'RUN STOPPED'
                MOVE "YES" TO WS-RC-REFUSED
            END-IF
            IF WS-RC-ON-FILE EQUAL "YES"
               AND RCT-STATUS EQUAL "S"
                DISPLAY 'BREAKS - RUN FOR PERIOD ' WS-RC-PERIOD
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
                DISPLAY 'BREAKS - RERUN OVERRIDE - PERIOD '
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

        045-PROVE-HOURS-CONTROL.
            IF WS-SEQ-REC-NUM NOT EQUAL WS-RC-PRED-COUNT
                DISPLAY 'BREAKS - HOURS FILE HOLDS ' WS-SEQ-REC-NUM
                   ' RECORDS, HRSEDIT WROTE ' WS-RC-PRED-COUNT
                   ' - RUN STOPPED'
                MOVE "YES" TO WS-RC-REFUSED
            END-IF
            OPEN INPUT CONTROL-FILE
            READ CONTROL-FILE INTO WS-CONTROL-REC
              AT END
                MOVE "YES" TO WS-NO-CONTROL-CARD
            END-READ
            CLOSE CONTROL-FILE
            IF WS-NO-CONTROL-CARD EQUAL "YES"
                DISPLAY 'BREAKS - CONTROL CARD MISSING - RUN STOPPED'
                MOVE "YES" TO WS-RC-REFUSED
            END-IF
            IF WS-NO-CONTROL-CARD EQUAL "NO"
               AND (CTL-REC-COUNT NOT EQUAL WS-RC-PRED-COUNT
                    OR CTL-GROSS-TOTAL NOT EQUAL WS-RC-PRED-TOTAL)
                DISPLAY 'BREAKS - CONTROL CARD ' CTL-REC-COUNT ' '
                   CTL-GROSS-TOTAL ' NOT AS RECORDED BY HRSEDIT '
                   WS-RC-PRED-COUNT ' ' WS-RC-PRED-TOTAL
                   ' - RUN STOPPED'
                MOVE "YES" TO WS-RC-REFUSED
            END-IF
            .

        048-GET-RUN-TIME.
            ACCEPT WS-RC-NOW-DATE FROM DATE
            ACCEPT WS-RC-CLOCK FROM TIME
            .

        050-CHECK-SEQUENCE.
            OPEN INPUT HOURS-FILE
            OPEN INPUT EMPLOYEE-MASTER-FILE
                MOVE TAX-RATE TO WS-FICA-RATE
                MOVE TAX-WAGE-BASE TO WS-FICA-WAGE-BASE
            END-READ
            MOVE '401K' TO TAX-AUTHORITY
            READ TAXRATES-FILE
              INVALID KEY
                MOVE "NO" TO WS-DEFER-LIMIT-FOUND
                DISPLAY 'BREAKS - NO 401K DEFERRAL LIMIT ON TAXRATES '
                   '- ANNUAL LIMIT NOT ENFORCED'
              NOT INVALID KEY
                MOVE "YES" TO WS-DEFER-LIMIT-FOUND
                MOVE TAX-WAGE-BASE TO WS-DEFER-LIMIT
            END-READ
            .

        070-READ-CHECKPOINT.
            MOVE WS-RESTART-REC-COUNT TO REC-COUNT
            .

        077-RECOUNT-CONTRIB.
            OPEN INPUT RKCONT-FILE
            MOVE "NO" TO WS-RK-EOF
            PERFORM 079-RECOUNT-ONE
              UNTIL WS-RK-EOF EQUAL "YES"
            CLOSE RKCONT-FILE
            .

        079-RECOUNT-ONE.
            READ RKCONT-FILE INTO WS-RKCONT-REC
              AT END
                MOVE "YES" TO WS-RK-EOF
              NOT AT END
                IF RK-REC-TYPE EQUAL "D"
                    ADD 1 TO RK-COUNT
                    ADD RK-EE-AMOUNT TO WS-RK-EE-TOTAL
                    ADD RK-ER-MATCH TO WS-RK-ER-TOTAL
                END-IF
            END-READ
            .

        078-SKIP-RECORD.
            READ HOURS-FILE INTO WS-HOURS-REC
              AT END
            MOVE 0 TO PAY-HOURS-WORKED
            INITIALIZE PAY-CAT-HOURS
            MOVE 0 TO PAY-ADJ-AMOUNT
            MOVE 0 TO WS-LB-COUNT
            PERFORM 160-ADD-HOURS
            MOVE "NO" TO WS-MASTER-NOT-FOUND
            MOVE "NO" TO WS-EMP-TERMINATED
            MOVE "NO" TO WS-TERM-BEFORE-PERIOD
            MOVE HRS-ID-NUMBER TO EMP-ID-NUMBER
            READ EMPLOYEE-MASTER-FILE
              INVALID KEY
                MOVE DD-DEPT TO PAY-DEPT
                MOVE SPACES TO PAY-LAST-NAME
                MOVE SPACES TO PAY-PAY-TYPE
                MOVE SPACES TO WS-EMP-SSN
                MOVE 0 TO PAY-EMP-RATE
                INITIALIZE PAY-DEDUCTIONS
                MOVE 0 TO PAY-ER-BENEFITS
                MOVE EMP-DEPT TO PAY-DEPT
                MOVE EMP-LAST-NAME TO PAY-LAST-NAME
                MOVE EMP-PAY-TYPE TO PAY-PAY-TYPE
                MOVE EMP-SSN TO WS-EMP-SSN
                MOVE EMP-RATE TO PAY-EMP-RATE
                MOVE EMP-FED-TAX TO PAY-FED-TAX
                MOVE EMP-STATE-TAX TO PAY-STATE-TAX
                MOVE EMP-BENEFITS TO PAY-BENEFITS
                MOVE EMP-OTHER-DEDS TO PAY-OTHER-DEDS
                MOVE EMP-ER-BENEFITS TO PAY-ER-BENEFITS
                IF EMP-STATUS EQUAL "T"
                    MOVE "YES" TO WS-EMP-TERMINATED
                    IF EMP-TERM-DATE < WS-PERIOD-START
                        MOVE "YES" TO WS-TERM-BEFORE-PERIOD
                    END-IF
                END-IF
            END-READ
            .

        160-ADD-HOURS.
            IF HRS-EARN-CODE EQUAL "A"
               OR HRS-EARN-CODE EQUAL "F"
                ADD HRS-ADJ-AMOUNT TO PAY-ADJ-AMOUNT
            ELSE
                ADD HRS-HOURS-WORKED TO PAY-HOURS-WORKED
                PERFORM 165-ADD-LABOR-HOURS
                IF HRS-EARN-CODE EQUAL "V"
                    ADD HRS-HOURS-WORKED TO PAY-VAC-HOURS
                ELSE
            END-IF
            .

        165-ADD-LABOR-HOURS.
            MOVE "NO" TO WS-LB-FOUND
            MOVE 0 TO WS-LB-SUB
            PERFORM 167-SCAN-LABOR-TABLE
              UNTIL WS-LB-FOUND = "YES"
                 OR WS-LB-SUB NOT LESS THAN WS-LB-COUNT
            IF WS-LB-FOUND NOT EQUAL "YES"
                IF WS-LB-COUNT < WS-LB-MAX
                    ADD 1 TO WS-LB-COUNT
                    MOVE WS-LB-COUNT TO WS-LB-SUB
                    MOVE HRS-CHARGE-KEY TO LB-CHARGE-KEY (WS-LB-SUB)
                    MOVE 0 TO LB-HOURS (WS-LB-SUB)
                ELSE
                    DISPLAY 'BREAKS - CHARGE-TO LIMIT OF ' WS-LB-MAX
                       ' REACHED FOR EMPLOYEE ' HRS-ID-NUMBER
                       ' - HOURS CHARGED TO FIRST COST CENTER'
                    MOVE 1 TO WS-LB-SUB
                END-IF
            END-IF
            ADD HRS-HOURS-WORKED TO LB-HOURS (WS-LB-SUB)
            .

        167-SCAN-LABOR-TABLE.
            ADD 1 TO WS-LB-SUB
            IF LB-CHARGE-KEY (WS-LB-SUB) EQUAL HRS-CHARGE-KEY
                MOVE "YES" TO WS-LB-FOUND
            END-IF
            .

        170-GATHER-GROUP.
            MOVE "NO" TO WS-GROUP-DONE
            PERFORM 175-GATHER-NEXT
                MOVE 'EMPLOYEE NOT FOUND ON MASTER FILE'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-RECORD
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND WS-TERM-BEFORE-PERIOD EQUAL "YES"
               AND PAY-HOURS-WORKED > 0
                MOVE "NO" TO WS-VALID-REC
                MOVE 0 TO PC-HR-USED
                MOVE 'TERMINATED - HOURS AFTER TERM DATE'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-RECORD
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                IF PAY-PAY-TYPE EQUAL "S"
                    PERFORM 420-SALARY
                ELSE
        420-SALARY.
            MOVE PAY-ADJ-AMOUNT TO PC-ADJ-PAY
            MOVE 0 TO PC-OT-PAY
            IF WS-TERM-BEFORE-PERIOD EQUAL "YES"
                MOVE 0 TO PC-REG-PAY
            ELSE
                MOVE PAY-EMP-RATE TO PC-REG-PAY
            END-IF
            MOVE PC-ADJ-PAY TO PC-OTH-EARN
            ADD PC-REG-PAY PC-ADJ-PAY GIVING PC-GROSS-PAY
            PERFORM 480-NET-PAY
            .

            PERFORM 480-NET-PAY
            .

        465-CALC-BENEFIT-PLANS.
            MOVE 0 TO WS-BP-COUNT
            MOVE PC-GROSS-PAY TO WS-BEN-AVAIL
            IF WS-BEN-AVAIL < 0
                MOVE 0 TO WS-BEN-AVAIL
            END-IF
            MOVE PAY-ID-NUMBER TO YTD-ID-NUMBER
            READ YTD-FILE
              INVALID KEY
                MOVE 0 TO WS-YTD-K-BEFORE
              NOT INVALID KEY
                ADD YTD-DEFERRAL YTD-ROTH GIVING WS-YTD-K-BEFORE
            END-READ
            SUBTRACT WS-YTD-K-BEFORE FROM WS-DEFER-LIMIT
              GIVING WS-DEFER-ROOM
            IF WS-DEFER-ROOM < 0
                MOVE 0 TO WS-DEFER-ROOM
            END-IF
            MOVE "NO" TO WS-BEN-EOF
            MOVE PAY-ID-NUMBER TO BEN-ID-NUMBER
            MOVE LOW-VALUES TO BEN-PLAN-CODE
            START BENENRL-FILE KEY NOT LESS THAN BEN-KEY
              INVALID KEY
                MOVE "YES" TO WS-BEN-EOF
            END-START
            PERFORM 467-NEXT-PLAN
              UNTIL WS-BEN-EOF EQUAL "YES"
            ADD PC-PRETAX-125 PC-DEFERRAL PC-ROTH PC-AFTERTAX-BEN
              GIVING PC-PLAN-DEDS
            COMPUTE WS-TAXABLE-WAGES =
                PC-GROSS-PAY - PC-PRETAX-125 - PC-DEFERRAL
            SUBTRACT PC-PRETAX-125 FROM PC-GROSS-PAY
              GIVING WS-FICA-WAGES
            .

        467-NEXT-PLAN.
            READ BENENRL-FILE NEXT RECORD
              AT END
                MOVE "YES" TO WS-BEN-EOF
              NOT AT END
                IF BEN-ID-NUMBER NOT EQUAL PAY-ID-NUMBER
                    MOVE "YES" TO WS-BEN-EOF
                ELSE
                    IF BEN-STATUS NOT EQUAL "S"
                        PERFORM 468-PRICE-PLAN
                    END-IF
                END-IF
            END-READ
            .

        468-PRICE-PLAN.
            IF BEN-CONTRIB-METHOD EQUAL "P"
                COMPUTE WS-BEN-AMT ROUNDED =
                    PC-GROSS-PAY * BEN-CONTRIB-PCT / 100
            ELSE
                MOVE BEN-CONTRIB-AMT TO WS-BEN-AMT
            END-IF
            IF BEN-PLAN-TYPE EQUAL "K"
               AND WS-DEFER-LIMIT-FOUND EQUAL "YES"
               AND WS-BEN-AMT > WS-DEFER-ROOM
                MOVE WS-DEFER-ROOM TO WS-BEN-AMT
                ADD 1 TO DEFER-LIMIT-COUNT
                DISPLAY 'BREAKS - EMPLOYEE ' PAY-ID-NUMBER
                   ' PLAN ' BEN-PLAN-CODE
                   ' HELD TO ANNUAL DEFERRAL LIMIT'
            END-IF
            IF WS-BEN-AMT > WS-BEN-AVAIL
                MOVE WS-BEN-AVAIL TO WS-BEN-AMT
            END-IF
            SUBTRACT WS-BEN-AMT FROM WS-BEN-AVAIL
            IF BEN-PLAN-TYPE EQUAL "K"
                SUBTRACT WS-BEN-AMT FROM WS-DEFER-ROOM
                IF BEN-TAX-IND EQUAL "P"
                    ADD WS-BEN-AMT TO PC-DEFERRAL
                ELSE
                    ADD WS-BEN-AMT TO PC-ROTH
                END-IF
            ELSE
                IF BEN-PLAN-TYPE EQUAL "S"
                   AND BEN-TAX-IND EQUAL "P"
                    ADD WS-BEN-AMT TO PC-PRETAX-125
                ELSE
                    ADD WS-BEN-AMT TO PC-AFTERTAX-BEN
                END-IF
            END-IF
            MOVE 0 TO WS-MATCH-AMT
            IF BEN-MATCH-PCT > 0
                MOVE WS-BEN-AMT TO WS-MATCH-BASE
                IF BEN-MATCH-LIMIT-PCT > 0
                    COMPUTE WS-MATCH-CAP ROUNDED =
                        PC-GROSS-PAY * BEN-MATCH-LIMIT-PCT / 100
                    IF WS-MATCH-BASE > WS-MATCH-CAP
                        MOVE WS-MATCH-CAP TO WS-MATCH-BASE
                    END-IF
                END-IF
                COMPUTE WS-MATCH-AMT ROUNDED =
                    WS-MATCH-BASE * BEN-MATCH-PCT / 100
                ADD WS-MATCH-AMT TO PC-ER-MATCH
            END-IF
            IF WS-BP-COUNT NOT LESS THAN WS-BP-MAX
                DISPLAY 'BREAKS - EMPLOYEE ' PAY-ID-NUMBER
                   ' PLAN ' BEN-PLAN-CODE
                   ' OVER PLAN TABLE - NOT ON CONTRIBUTION FILE'
            ELSE
                ADD 1 TO WS-BP-COUNT
                MOVE BEN-PLAN-CODE TO BP-PLAN-CODE (WS-BP-COUNT)
                MOVE BEN-PLAN-TYPE TO BP-PLAN-TYPE (WS-BP-COUNT)
                MOVE BEN-TAX-IND TO BP-TAX-IND (WS-BP-COUNT)
                MOVE WS-BEN-AMT TO BP-EE-AMT (WS-BP-COUNT)
                MOVE WS-MATCH-AMT TO BP-ER-MATCH (WS-BP-COUNT)
            END-IF
            .

        470-CALC-TAXES.
            IF WS-FED-RATE-FOUND EQUAL "YES"
                COMPUTE PC-FED-TAX ROUNDED =
                    WS-TAXABLE-WAGES * WS-FED-RATE
            ELSE
                MOVE PAY-FED-TAX TO PC-FED-TAX
            END-IF
            IF WS-STATE-RATE-FOUND EQUAL "YES"
                COMPUTE PC-STATE-TAX ROUNDED =
                    WS-TAXABLE-WAGES * WS-STATE-RATE
            ELSE
                MOVE PAY-STATE-TAX TO PC-STATE-TAX
            END-IF
            .

        475-CALC-FICA.
            MOVE WS-FICA-WAGES TO WS-FICA-TAXABLE
            IF WS-FICA-WAGE-BASE > 0
                MOVE PAY-ID-NUMBER TO YTD-ID-NUMBER
                READ YTD-FILE
                  INVALID KEY
                    MOVE 0 TO WS-YTD-GROSS-BEFORE
                  NOT INVALID KEY
                    COMPUTE WS-YTD-GROSS-BEFORE =
                        YTD-GROSS-PAY - YTD-PRETAX-125
                END-READ
                IF WS-YTD-GROSS-BEFORE NOT LESS THAN
                   WS-FICA-WAGE-BASE
                    MOVE 0 TO WS-FICA-TAXABLE
                ELSE
                    IF WS-YTD-GROSS-BEFORE + WS-FICA-WAGES >
                       WS-FICA-WAGE-BASE
                        COMPUTE WS-FICA-TAXABLE =
                            WS-FICA-WAGE-BASE - WS-YTD-GROSS-BEFORE
            .

        480-NET-PAY.
            PERFORM 465-CALC-BENEFIT-PLANS
            PERFORM 470-CALC-TAXES
            PERFORM 478-CALC-EMPLOYER
            MOVE PAY-BENEFITS TO PC-BENEFITS
            PERFORM 483-GET-GARNISHMENT
            PERFORM 482-GET-ARREARS
            PERFORM 484-TAKE-DEDUCTIONS
            ADD PC-PLAN-DEDS TO PC-BENEFITS
            ADD PC-FED-TAX PC-STATE-TAX PC-FICA PC-GARNISH
                PC-BENEFITS PC-OTHER-DEDS GIVING PC-DEDS
            SUBTRACT PC-DEDS FROM PC-GROSS-PAY
                MOVE PAY-FICA TO PC-ER-FICA
            END-IF
            MOVE PAY-ER-BENEFITS TO PC-ER-BENEFITS
            ADD PC-ER-MATCH TO PC-ER-BENEFITS
            .

        483-GET-GARNISHMENT.
                MOVE "YES" TO WS-GRN-NOT-FOUND
            END-READ
            IF WS-GRN-NOT-FOUND EQUAL "NO"
               AND GRN-STATUS NOT EQUAL "S"
                COMPUTE WS-DISPOSABLE =
                    PC-GROSS-PAY - PC-FED-TAX - PC-STATE-TAX
                    - PC-FICA
            IF WS-AVAIL-GROSS < 0
                MOVE 0 TO WS-AVAIL-GROSS
            END-IF
            SUBTRACT PC-PLAN-DEDS FROM WS-AVAIL-GROSS
            COMPUTE WS-WANT-AMT = PC-FED-TAX + WS-ARR-OWED-FED
            PERFORM 485-TAKE-ONE
            MOVE WS-TAKE-AMT TO PC-FED-TAX
            ADD PC-GROSS-PAY TO YTD-QTD-GROSS
            IF WS-FICA-RATE-FOUND EQUAL "YES"
                ADD WS-FICA-TAXABLE TO YTD-QTD-FICA-WAGES
                                       YTD-FICA-WAGES
            ELSE
                ADD WS-FICA-WAGES TO YTD-QTD-FICA-WAGES
                                     YTD-FICA-WAGES
            END-IF
            ADD PC-PRETAX-125 TO YTD-PRETAX-125
            ADD PC-DEFERRAL TO YTD-DEFERRAL
            ADD PC-ROTH TO YTD-ROTH
            ADD PC-ER-MATCH TO YTD-ER-MATCH
            ADD PC-FED-TAX TO YTD-QTD-FED-TAX
                              YTD-FED-TAX
            ADD PC-STATE-TAX TO YTD-QTD-STATE-TAX
                                YTD-STATE-TAX
            ADD PC-FICA TO YTD-QTD-FICA
                           YTD-FICA
            IF WS-YTD-NOT-FOUND EQUAL "YES"
                WRITE YTD-FILE-REC
            ELSE
            MOVE PAY-DEPT TO GL-DEPT
            MOVE PC-NET-PAY TO GL-NET-PAY
            MOVE WS-PERIOD-NUMBER TO GL-PERIOD
            COMPUTE GL-WAGE-PAY = PC-REG-PAY + PC-OTH-EARN
            MOVE PC-OT-PAY TO GL-OT-PAY
            MOVE PC-FED-TAX TO GL-FED-TAX
            MOVE PC-STATE-TAX TO GL-STATE-TAX
            MOVE PC-FICA TO GL-FICA
            MOVE PC-BENEFITS TO GL-BENEFITS
            MOVE PC-OTHER-DEDS TO GL-OTHER-DEDS
            MOVE PC-GARNISH TO GL-GARNISH
            WRITE GL-FILE-REC FROM WS-GL-REC
            .

            WRITE PAYHIST-FILE-REC FROM WS-PAYHIST-REC
            .

        1647-WRITE-CHECK-HISTORY.
            MOVE SPACES TO CHH-FILE-REC
            MOVE PAY-ID-NUMBER TO CHH-ID-NUMBER
            MOVE WS-CHECK-DATE-NUM TO CHH-CHECK-DATE
            MOVE WS-PERIOD-NUMBER TO CHH-PERIOD
            MOVE "R" TO CHH-ENTRY-TYPE
            MOVE 0 TO CHH-SEQ
            MOVE PAY-DIV TO CHH-DIV
            MOVE PAY-DEPT TO CHH-DEPT
            MOVE PAY-LAST-NAME TO CHH-LAST-NAME
            MOVE PAY-PAY-TYPE TO CHH-PAY-TYPE
            MOVE PAY-EMP-RATE TO CHH-RATE
            MOVE WS-PERIOD-START TO CHH-PERIOD-START
            MOVE WS-PERIOD-END TO CHH-PERIOD-END
            MOVE PC-HR-USED TO CHH-HR-USED
            MOVE PC-REG-HR TO CHH-REG-HR
            MOVE PC-OT-HR TO CHH-OT-HR
            MOVE PC-LEAVE-HR TO CHH-LEAVE-HR
            MOVE PC-BONUS-HR TO CHH-BONUS-HR
            MOVE PC-REG-PAY TO CHH-REG-PAY
            MOVE PC-OT-PAY TO CHH-OT-PAY
            MOVE PC-LEAVE-PAY TO CHH-LEAVE-PAY
            MOVE PC-BONUS-PAY TO CHH-BONUS-PAY
            MOVE PC-ADJ-PAY TO CHH-ADJ-PAY
            MOVE PC-GROSS-PAY TO CHH-GROSS-PAY
            MOVE PC-PRETAX-125 TO CHH-PRETAX-125
            MOVE PC-DEFERRAL TO CHH-DEFERRAL
            MOVE PC-ROTH TO CHH-ROTH
            MOVE PC-AFTERTAX-BEN TO CHH-AFTERTAX-BEN
            MOVE PC-FED-TAX TO CHH-FED-TAX
            MOVE PC-STATE-TAX TO CHH-STATE-TAX
            MOVE PC-FICA TO CHH-FICA
            MOVE PC-BENEFITS TO CHH-BENEFITS
            MOVE PC-OTHER-DEDS TO CHH-OTHER-DEDS
            MOVE PC-GARNISH TO CHH-GARNISH
            MOVE PC-DEDS TO CHH-TOTAL-DEDS
            MOVE PC-NET-PAY TO CHH-NET-PAY
            MOVE PC-ER-FICA TO CHH-ER-FICA
            MOVE PC-ER-BENEFITS TO CHH-ER-BENEFITS
            MOVE PC-ER-MATCH TO CHH-ER-MATCH
            MOVE SPACES TO CHH-PAY-METHOD
            MOVE 0 TO CHH-CHECK-NO
            MOVE SPACES TO CHH-ACH-TRACE
            MOVE 0 TO CHH-PAID-DATE
            MOVE SPACES TO CHH-STATUS
            MOVE 0 TO CHH-VOID-DATE
            WRITE CHH-FILE-REC
              INVALID KEY
                REWRITE CHH-FILE-REC
            END-WRITE
            .

        1680-DISTRIBUTE-LABOR.
            IF WS-LB-COUNT EQUAL 0
                MOVE 1 TO WS-LB-COUNT
                MOVE SPACES TO LB-CHARGE-KEY (1)
                MOVE 0 TO LB-HOURS (1)
            END-IF
            MOVE 0 TO WS-LB-TOTAL-HR
            MOVE 0 TO WS-LB-SUB
            PERFORM 1682-SUM-LABOR-HOURS
              UNTIL WS-LB-SUB NOT LESS THAN WS-LB-COUNT
            ADD PC-ER-FICA PC-ER-BENEFITS GIVING WS-LB-BURDEN
            MOVE PC-GROSS-PAY TO WS-LB-GROSS-LEFT
            MOVE WS-LB-BURDEN TO WS-LB-BURDEN-LEFT
            MOVE 0 TO WS-LB-SUB
            PERFORM 1684-WRITE-LABOR-DETAIL
              UNTIL WS-LB-SUB NOT LESS THAN WS-LB-COUNT
            .

        1682-SUM-LABOR-HOURS.
            ADD 1 TO WS-LB-SUB
            ADD LB-HOURS (WS-LB-SUB) TO WS-LB-TOTAL-HR
            .

        1684-WRITE-LABOR-DETAIL.
            ADD 1 TO WS-LB-SUB
            MOVE SPACES TO WS-LABDIST-REC
            MOVE "D" TO LD-REC-TYPE
            MOVE WS-PERIOD-NUMBER TO LD-PERIOD
            MOVE PAY-ID-NUMBER TO LD-ID-NUMBER
            MOVE PAY-DIV TO LD-HOME-DIV
            MOVE PAY-DEPT TO LD-HOME-DEPT
            MOVE LB-CHARGE-KEY (WS-LB-SUB) TO LD-CHARGE-KEY
            IF LD-CHG-DIV EQUAL SPACES
                MOVE PAY-DIV TO LD-CHG-DIV
                MOVE PAY-DEPT TO LD-CHG-DEPT
            END-IF
            MOVE LB-HOURS (WS-LB-SUB) TO LD-HOURS
            IF WS-LB-SUB EQUAL WS-LB-COUNT
                MOVE WS-LB-GROSS-LEFT TO LD-GROSS
                MOVE WS-LB-BURDEN-LEFT TO LD-BURDEN
            ELSE
                IF WS-LB-TOTAL-HR EQUAL 0
                    MOVE 0 TO LD-GROSS
                    MOVE 0 TO LD-BURDEN
                ELSE
                    COMPUTE LD-GROSS ROUNDED = PC-GROSS-PAY
                        * LB-HOURS (WS-LB-SUB) / WS-LB-TOTAL-HR
                    COMPUTE LD-BURDEN ROUNDED = WS-LB-BURDEN
                        * LB-HOURS (WS-LB-SUB) / WS-LB-TOTAL-HR
                END-IF
            END-IF
            SUBTRACT LD-GROSS FROM WS-LB-GROSS-LEFT
            SUBTRACT LD-BURDEN FROM WS-LB-BURDEN-LEFT
            WRITE LABDIST-FILE-REC FROM WS-LABDIST-REC
            .

        1690-WRITE-CONTRIBUTIONS.
            MOVE 0 TO WS-BP-SUB
            PERFORM 1692-WRITE-CONTRIB-DETAIL
              UNTIL WS-BP-SUB NOT LESS THAN WS-BP-COUNT
            .

        1692-WRITE-CONTRIB-DETAIL.
            ADD 1 TO WS-BP-SUB
            IF BP-PLAN-TYPE (WS-BP-SUB) EQUAL "K"
               AND (BP-EE-AMT (WS-BP-SUB) NOT EQUAL 0
                 OR BP-ER-MATCH (WS-BP-SUB) NOT EQUAL 0)
                MOVE SPACES TO WS-RKCONT-REC
                MOVE "D" TO RK-REC-TYPE
                MOVE WS-PERIOD-NUMBER TO RK-PERIOD
                COMPUTE RK-PAY-DATE =
                    (YY * 10000) + (MM * 100) + DD
                MOVE PAY-ID-NUMBER TO RK-ID-NUMBER
                MOVE WS-EMP-SSN TO RK-SSN
                MOVE PAY-LAST-NAME TO RK-LAST-NAME
                MOVE BP-PLAN-CODE (WS-BP-SUB) TO RK-PLAN-CODE
                MOVE BP-TAX-IND (WS-BP-SUB) TO RK-TAX-IND
                MOVE BP-EE-AMT (WS-BP-SUB) TO RK-EE-AMOUNT
                MOVE BP-ER-MATCH (WS-BP-SUB) TO RK-ER-MATCH
                ADD WS-YTD-K-BEFORE PC-DEFERRAL PC-ROTH
                  GIVING RK-YTD-EE
                MOVE PC-GROSS-PAY TO RK-GROSS-PAY
                WRITE RKCONT-FILE-REC FROM WS-RKCONT-REC
                ADD 1 TO RK-COUNT
                ADD RK-EE-AMOUNT TO WS-RK-EE-TOTAL
                ADD RK-ER-MATCH TO WS-RK-ER-TOTAL
            END-IF
            .

        1650-WRITE-CHECKPOINT.
            MOVE SPACES TO WS-CHECKPOINT-REC
            MOVE DD-DIV TO CHK-DIV
            ADD PT-OTH-EARN TO DT-OTH-EARN
            ADD PT-ER-FICA TO DT-ER-FICA
            ADD PT-ER-BENEFITS TO DT-ER-BENEFITS
            PERFORM 1965-WRITE-ER-LIABILITY
            PERFORM 620-PRINT-DEPT-TOTALS
            INITIALIZE DEPT-TOTALS
            .
            IF WS-VALID-REC EQUAL "YES"
                ADD 1 TO PROCESSED-COUNT
                PERFORM 495-UPDATE-YTD
                IF WS-EMP-TERMINATED NOT EQUAL "YES"
                    PERFORM 496-UPDATE-LEAVE
                END-IF
                PERFORM 1600-WRITE-GL-RECORD
                PERFORM 1645-WRITE-PAY-HISTORY
                PERFORM 1647-WRITE-CHECK-HISTORY
                PERFORM 1680-DISTRIBUTE-LABOR
                PERFORM 1690-WRITE-CONTRIBUTIONS
                PERFORM 1620-WRITE-PAY-STUB
            END-IF
            MOVE PAY-DIV TO DD-DIV
            .

        1965-WRITE-ER-LIABILITY.
            IF PT-ER-FICA NOT EQUAL 0
                MOVE SPACES TO WS-GL-REC
                MOVE 'ERFIC' TO GL-ACCOUNT
                MOVE DD-DIV TO GL-DIV
                MOVE DD-DEPT TO GL-DEPT
                MOVE PT-ER-FICA TO GL-NET-PAY
                MOVE WS-PERIOD-NUMBER TO GL-PERIOD
                MOVE "L" TO GL-REC-TYPE
                WRITE GL-FILE-REC FROM WS-GL-REC
            END-IF
            IF PT-ER-BENEFITS NOT EQUAL 0
                MOVE SPACES TO WS-GL-REC
                MOVE 'ERBEN' TO GL-ACCOUNT
                MOVE DD-DIV TO GL-DIV
                MOVE DD-DEPT TO GL-DEPT
                MOVE PT-ER-BENEFITS TO GL-NET-PAY
                MOVE WS-PERIOD-NUMBER TO GL-PERIOD
                MOVE "L" TO GL-REC-TYPE
                WRITE GL-FILE-REC FROM WS-GL-REC
            END-IF
            .

        1970-CLOSE-PERIOD.
            REWRITE CALENDAR-FILE-REC FROM WS-PAYCAL-REC
            CLOSE CALENDAR-FILE
            .

        1975-WRITE-LABOR-TRAILER.
            MOVE SPACES TO WS-LABDIST-TRL
            MOVE "T" TO LT-REC-TYPE
            MOVE WS-PERIOD-NUMBER TO LT-PERIOD
            MOVE PROCESSED-COUNT TO LT-EMP-COUNT
            MOVE FT-GROSS-PAY TO LT-REG-GROSS
            ADD FT-ER-FICA FT-ER-BENEFITS GIVING LT-REG-BURDEN
            WRITE LABDIST-FILE-REC FROM WS-LABDIST-TRL
            .

        1980-WRITE-CONTRIB-TRAILER.
            MOVE SPACES TO WS-RKCONT-TRL
            MOVE "T" TO RKT-REC-TYPE
            MOVE WS-PERIOD-NUMBER TO RKT-PERIOD
            COMPUTE RKT-PAY-DATE =
                (YY * 10000) + (MM * 100) + DD
            MOVE RK-COUNT TO RKT-REC-COUNT
            MOVE WS-RK-EE-TOTAL TO RKT-EE-TOTAL
            MOVE WS-RK-ER-TOTAL TO RKT-ER-TOTAL
            ADD WS-RK-EE-TOTAL WS-RK-ER-TOTAL GIVING RKT-GRAND-TOTAL
            WRITE RKCONT-FILE-REC FROM WS-RKCONT-TRL
            DISPLAY 'BREAKS - 401K CONTRIBUTIONS ' RK-COUNT
               ' EMPLOYEE ' WS-RK-EE-TOTAL ' EMPLOYER ' WS-RK-ER-TOTAL
            IF DEFER-LIMIT-COUNT > 0
                DISPLAY 'BREAKS - ' DEFER-LIMIT-COUNT
                   ' CONTRIBUTIONS HELD TO ANNUAL DEFERRAL LIMIT'
            END-IF
            .

        1985-COUNT-GL-EXTRACT.
            MOVE 0 TO WS-RC-COUNT
            MOVE 0 TO WS-RC-TOTAL
            OPEN INPUT GL-FILE
            PERFORM 1987-COUNT-GL-RECORD
              UNTIL WS-GLP-EOF = "YES"
            CLOSE GL-FILE
            .

        1987-COUNT-GL-RECORD.
            READ GL-FILE INTO WS-GL-REC
              AT END
                MOVE "YES" TO WS-GLP-EOF
              NOT AT END
                ADD 1 TO WS-RC-COUNT
                ADD GL-NET-PAY TO WS-RC-TOTAL
            END-READ
            .

        1990-COMPLETE-RUN-CONTROL.
            MOVE WS-RC-PERIOD TO RCT-PERIOD
            MOVE WS-RC-STEP TO RCT-STEP
            READ RUNCTL-FILE
              INVALID KEY
                DISPLAY 'BREAKS - RUN CONTROL RECORD FOR PERIOD '
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
            DISPLAY 'BREAKS - PERIOD ' WS-RC-PERIOD ' STATUS '
               WS-RC-END-STATUS ' COUNT ' WS-RC-COUNT ' TOTAL '
               WS-RC-TOTAL
            .
      * END OF PROGRAM

