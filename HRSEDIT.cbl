      *    MASTER AND OVERTIME RULES THE SAME WAY THE PAY RUN      *
      *    WILL.  A RECORD FOR AN EMPLOYEE NOT ON THE MASTER IS    *
      *    PASSED THROUGH AT ZERO GROSS SO THE PAY RUN'S SUSPENSE  *
      *    HANDLING AND THE CONTROL TOTALS STAY IN STEP.  AN       *
      *    EMPLOYEE TERMINATED BEFORE THE PAY PERIOD COVERING THE  *
      *    RUN DATE MAY ONLY BE SENT A-CODE ADJUSTMENTS OR THE     *
      *    F-CODE FINAL-PAY PAYOUT; HOURS ARE REJECTED.  A CARD    *
      *    CHARGED TO ANOTHER COST CENTER OR PROJECT MUST NAME AN  *
      *    ACTIVE ENTRY ON THE COST CENTER MASTER, AND THE SAME    *
      *    EARNINGS CODE MAY REPEAT ONLY FOR A DIFFERENT CHARGE.   *
      *    THE EDIT RUNS ONLY AFTER THE INTEGRITY AUDIT HAS        *
      *    COMPLETED FOR THE SAME PAY PERIOD ON THE RUN-CONTROL    *
      *    FILE (RUNCTL.cpy), AND RECORDS ITS CLEAN RECORD COUNT   *
      *    AND GROSS THERE FOR THE PAY RUN TO PROVE AGAINST.       *
      *                                                            *
      ******************************************************************

                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LVE-ID-NUMBER.
            SELECT OPTIONAL COSTCTR-FILE  ASSIGN TO MYCOSTCT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CC-KEY.
            SELECT OPTIONAL CALENDAR-FILE ASSIGN TO MYPAYCAL.
            SELECT CLEAN-FILE             ASSIGN TO MYINFILE.
            SELECT CONTROL-FILE           ASSIGN TO MYCNTRL.
            SELECT OPTIONAL RUNPARM-FILE  ASSIGN TO MYRUNPRM.
            SELECT OPTIONAL RUNCTL-FILE   ASSIGN TO MYRUNCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RCT-KEY.
            SELECT PRINT-FILE             ASSIGN TO MYEDTRPT.

        DATA DIVISION.
            10  FILLER                    PIC X(080).

        FD  EMPLOYEE-MASTER-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY EMPMAST.

        FD  OTRULES-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY LEAVEBAL.

        FD  COSTCTR-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY COSTCTR.

        FD  CALENDAR-FILE
            RECORDING MODE IS F.
        01  CALENDAR-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  CLEAN-FILE
            RECORDING MODE IS F.
        01  CLEAN-FILE-REC.
        01  CONTROL-FILE-REC.
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
        01  WS-MASTER-FLAGS.
            10  WS-MASTER-NOT-FOUND       PIC X(03) VALUE "NO".

        01  WS-CALENDAR-FIELDS.
            10  WS-CAL-EOF                PIC X(03) VALUE "NO".
            10  WS-CAL-FOUND              PIC X(03) VALUE "NO".
            10  WS-RUN-DATE-NUM           PIC 9(06) VALUE ZERO.
            10  WS-PERIOD-START           PIC 9(06) VALUE ZERO.
            10  WS-TERM-BEFORE-PERIOD     PIC X(03) VALUE "NO".

        01  WS-LEAVE-FIELDS.
            10  WS-LVE-NOT-FOUND          PIC X(03) VALUE "NO".
            10  WS-AVAIL-LEAVE            PIC S9(04)V9 VALUE 0.

        01  WS-CHARGE-FIELDS.
            10  WS-CC-NOT-FOUND           PIC X(03) VALUE "NO".
            10  WS-CHG-COUNT              PIC S9(03) COMP VALUE 0.
            10  WS-CHG-SUB                PIC S9(03) COMP VALUE 0.
            10  WS-CHG-MAX                PIC S9(03) COMP VALUE 20.
            10  WS-CHG-DUP                PIC X(03) VALUE "NO".

        01  WS-CHG-TABLE.
            05  WS-CHG-ENTRY OCCURS 20 TIMES.
                10  WS-CHG-CODE           PIC X(01).
                10  WS-CHG-KEY            PIC X(11).

        01  WS-REJECT-FIELDS.
            10  WS-REJECT-REASON          PIC X(40) VALUE SPACES.

            10  WS-CODE-SEEN-H            PIC X(01) VALUE "N".
            10  WS-CODE-SEEN-B            PIC X(01) VALUE "N".
            10  WS-CODE-SEEN-A            PIC X(01) VALUE "N".
            10  WS-CODE-SEEN-F            PIC X(01) VALUE "N".

        01  WS-GROUP-ACCUMS.
            10  GRP-WORKED-HR             PIC S9(05)V9 VALUE 0.

            COPY HOURSTXN.
            COPY CONTROL.
            COPY PAYCAL.
            COPY RUNPARM.

        01  WS-RUN-CONTROL-FIELDS.
            10  WS-RC-STEP                PIC X(08) VALUE 'HRSEDIT'.
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

        01  WS-RAW-REC.
            05  RAW-ID-NUMBER             PIC X(05).
            05  RAW-ADJ-AMT-X             PIC X(07).
            05  RAW-ADJ-AMOUNT            REDEFINES RAW-ADJ-AMT-X
                                          PIC 9(05)V99.
            05  RAW-CHARGE-KEY.
                10  RAW-CHG-DIV           PIC X(02).
                10  RAW-CHG-DEPT          PIC X(03).
                10  RAW-PROJECT           PIC X(06).
            05  FILLER                    PIC X(52).

        01  WS-DATE.
            10  YY                        PIC 9(02).
        PROCEDURE DIVISION.

        010-START-HERE.
            PERFORM 850-GET-DATE
            PERFORM 030-READ-CALENDAR
            PERFORM 040-CHECK-RUN-CONTROL
            OPEN INPUT RAWHOURS-FILE
            OPEN INPUT EMPLOYEE-MASTER-FILE
            OPEN INPUT OTRULES-FILE
            OPEN INPUT LEAVE-FILE
            OPEN INPUT COSTCTR-FILE
            OPEN OUTPUT CLEAN-FILE
            OPEN OUTPUT CONTROL-FILE
            OPEN OUTPUT PRINT-FILE
            PERFORM 800-PRINT-HEADINGS
            PERFORM 100-READ-RAW

            CLOSE EMPLOYEE-MASTER-FILE
            CLOSE OTRULES-FILE
            CLOSE LEAVE-FILE
            CLOSE COSTCTR-FILE
            CLOSE CLEAN-FILE
            CLOSE CONTROL-FILE
            CLOSE PRINT-FILE
            MOVE CLEAN-COUNT TO WS-RC-COUNT
            MOVE WS-GROSS-TOTAL TO WS-RC-TOTAL
            PERFORM 960-COMPLETE-RUN-CONTROL
            GOBACK.

        030-READ-CALENDAR.
            OPEN INPUT CALENDAR-FILE
            COMPUTE WS-RUN-DATE-NUM =
                (YY * 10000) + (MM * 100) + DD
            PERFORM 035-SCAN-CALENDAR
              UNTIL WS-CAL-FOUND = "YES"
                 OR WS-CAL-EOF = "YES"
            IF WS-CAL-FOUND EQUAL "YES"
                MOVE CAL-START-DATE TO WS-PERIOD-START
            ELSE
                DISPLAY 'HRSEDIT - NO PAY PERIOD ON CALENDAR COVERS '
                   'RUN DATE ' WS-RUN-DATE-NUM ' - TERMINATION '
                   'DATE CHECK NOT MADE'
            END-IF
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
                MOVE 'AUDITCK' TO WS-RC-PRED-STEP
                PERFORM 042-CHECK-PREDECESSOR
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
                    DISPLAY 'HRSEDIT - NO PAY PERIOD ON RUN PARAMETER '
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
                DISPLAY 'HRSEDIT - ' WS-RC-PRED-STEP
                   ' HAS NOT RUN FOR PERIOD ' WS-RC-PERIOD
                   ' - RUN STOPPED'
                MOVE "YES" TO WS-RC-REFUSED
              NOT INVALID KEY
                MOVE RCT-REC-COUNT TO WS-RC-PRED-COUNT
                MOVE RCT-DOLLAR-TOTAL TO WS-RC-PRED-TOTAL
                IF RCT-STATUS NOT EQUAL "C"
                    DISPLAY 'HRSEDIT - ' WS-RC-PRED-STEP
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
                DISPLAY 'HRSEDIT - ALREADY COMPLETED FOR PERIOD '
                   WS-RC-PERIOD ' - RERUN OVERRIDE REQUIRED - '
                   'RUN STOPPED'
                MOVE "YES" TO WS-RC-REFUSED
            END-IF
            IF WS-RC-ON-FILE EQUAL "YES"
               AND RCT-STATUS EQUAL "S"
                DISPLAY 'HRSEDIT - RUN FOR PERIOD ' WS-RC-PERIOD
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
                DISPLAY 'HRSEDIT - RERUN OVERRIDE - PERIOD '
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

        100-READ-RAW.
            READ RAWHOURS-FILE INTO WS-RAW-REC
              AT END
            IF WS-VALID-REC EQUAL "YES"
                PERFORM 310-NORMALIZE-CODE
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND WS-CAL-FOUND EQUAL "YES"
               AND WS-NORM-CODE NOT EQUAL "A"
               AND WS-NORM-CODE NOT EQUAL "F"
                PERFORM 320-CHECK-TERMINATED
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND RAW-CHARGE-KEY NOT EQUAL SPACES
                PERFORM 325-EDIT-CHARGE
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND (WS-NORM-CODE EQUAL "V"
                    OR WS-NORM-CODE EQUAL "S")
                      TO WS-REJECT-REASON
                    PERFORM 490-REJECT-RECORD
                ELSE
                    IF RAW-CHARGE-KEY EQUAL SPACES
                        PERFORM 350-CHECK-DUP-CODE
                    ELSE
                        PERFORM 355-CHECK-DUP-CHARGE
                    END-IF
                END-IF
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                IF RAW-CHARGE-KEY EQUAL SPACES
                    PERFORM 370-MARK-CODE-SEEN
                ELSE
                    PERFORM 385-ADD-CHARGE-ENTRY
                END-IF
                PERFORM 380-ACCUM-CATEGORY
                PERFORM 420-WRITE-CLEAN
            END-IF
                   OR RAW-EARN-CODE EQUAL "H"
                   OR RAW-EARN-CODE EQUAL "B"
                   OR RAW-EARN-CODE EQUAL "A"
                   OR RAW-EARN-CODE EQUAL "F"
                    MOVE RAW-EARN-CODE TO WS-NORM-CODE
                ELSE
                    MOVE 'INVALID EARNINGS CODE'
                END-IF
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND (WS-NORM-CODE EQUAL "A"
                    OR WS-NORM-CODE EQUAL "F")
               AND RAW-ADJ-AMT-X NOT NUMERIC
                MOVE 'ADJUSTMENT AMOUNT NOT NUMERIC'
                  TO WS-REJECT-REASON
            END-IF
            .

        320-CHECK-TERMINATED.
            MOVE RAW-ID-NUMBER TO EMP-ID-NUMBER
            READ EMPLOYEE-MASTER-FILE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF EMP-STATUS EQUAL "T"
                   AND EMP-TERM-DATE < WS-PERIOD-START
                    MOVE 'TERMINATED - HOURS AFTER TERM DATE'
                      TO WS-REJECT-REASON
                    PERFORM 490-REJECT-RECORD
                END-IF
            END-READ
            .

        325-EDIT-CHARGE.
            IF WS-NORM-CODE EQUAL "A"
               OR WS-NORM-CODE EQUAL "F"
                MOVE 'CHARGE-TO NOT ALLOWED ON ADJUSTMENT'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-RECORD
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND ((RAW-CHG-DIV EQUAL SPACES
                     AND RAW-CHG-DEPT NOT EQUAL SPACES)
                 OR (RAW-CHG-DIV NOT EQUAL SPACES
                     AND RAW-CHG-DEPT EQUAL SPACES))
                MOVE 'CHARGE DIVISION/DEPARTMENT INCOMPLETE'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-RECORD
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                MOVE "NO" TO WS-CC-NOT-FOUND
                MOVE RAW-CHARGE-KEY TO CC-KEY
                READ COSTCTR-FILE
                  INVALID KEY
                    MOVE "YES" TO WS-CC-NOT-FOUND
                END-READ
                IF WS-CC-NOT-FOUND EQUAL "YES"
                    MOVE 'CHARGE-TO COST CENTER NOT ON MASTER'
                      TO WS-REJECT-REASON
                    PERFORM 490-REJECT-RECORD
                END-IF
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND CC-STATUS EQUAL "I"
                MOVE 'CHARGE-TO COST CENTER INACTIVE'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-RECORD
            END-IF
            .

        340-START-GROUP.
            MOVE RAW-ID-NUMBER TO WS-CUR-ID
            MOVE 0 TO GRP-WORKED-HR
            MOVE "N" TO WS-CODE-SEEN-H
            MOVE "N" TO WS-CODE-SEEN-B
            MOVE "N" TO WS-CODE-SEEN-A
            MOVE "N" TO WS-CODE-SEEN-F
            MOVE 0 TO WS-CHG-COUNT
            MOVE "NO" TO WS-DUP-FOUND
            MOVE 0 TO WS-SEEN-SUB
            PERFORM 330-SCAN-SEEN-TABLE
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-RECORD
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND WS-NORM-CODE EQUAL "F"
               AND WS-CODE-SEEN-F EQUAL "Y"
                MOVE 'DUPLICATE EARNINGS CODE FOR EMPLOYEE'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-RECORD
            END-IF
            .

        355-CHECK-DUP-CHARGE.
            MOVE "NO" TO WS-CHG-DUP
            MOVE 0 TO WS-CHG-SUB
            PERFORM 357-SCAN-CHARGE-TABLE
              UNTIL WS-CHG-DUP = "YES"
                 OR WS-CHG-SUB NOT LESS THAN WS-CHG-COUNT
            IF WS-CHG-DUP EQUAL "YES"
                MOVE 'DUPLICATE EARNINGS CODE FOR CHARGE-TO'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-RECORD
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND WS-CHG-COUNT NOT LESS THAN WS-CHG-MAX
                MOVE 'TOO MANY CHARGE-TO CARDS FOR EMPLOYEE'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-RECORD
            END-IF
            .

        357-SCAN-CHARGE-TABLE.
            ADD 1 TO WS-CHG-SUB
            IF WS-CHG-CODE (WS-CHG-SUB) EQUAL WS-NORM-CODE
               AND WS-CHG-KEY (WS-CHG-SUB) EQUAL RAW-CHARGE-KEY
                MOVE "YES" TO WS-CHG-DUP
            END-IF
            .

        370-MARK-CODE-SEEN.
            IF WS-NORM-CODE EQUAL "R"
                MOVE "Y" TO WS-CODE-SEEN-R
            END-IF
            IF WS-NORM-CODE EQUAL "V"
                MOVE "Y" TO WS-CODE-SEEN-V
            END-IF
            IF WS-NORM-CODE EQUAL "S"
                MOVE "Y" TO WS-CODE-SEEN-S
            END-IF
            IF WS-NORM-CODE EQUAL "H"
                MOVE "Y" TO WS-CODE-SEEN-H
            END-IF
            IF WS-NORM-CODE EQUAL "B"
                MOVE "Y" TO WS-CODE-SEEN-B
            END-IF
            IF WS-NORM-CODE EQUAL "A"
                MOVE "Y" TO WS-CODE-SEEN-A
            END-IF
            IF WS-NORM-CODE EQUAL "F"
                MOVE "Y" TO WS-CODE-SEEN-F
            END-IF
            .

        380-ACCUM-CATEGORY.
            IF WS-NORM-CODE EQUAL "R"
                ADD RAW-HOURS TO GRP-WORKED-HR
            ELSE
                IF WS-NORM-CODE EQUAL "V"
                   OR WS-NORM-CODE EQUAL "S"
                   OR WS-NORM-CODE EQUAL "H"
                    ADD RAW-HOURS TO GRP-LEAVE-HR
                ELSE
                    IF WS-NORM-CODE EQUAL "A"
                       OR WS-NORM-CODE EQUAL "F"
                        ADD RAW-ADJ-AMOUNT TO GRP-ADJ-AMT
                    ELSE
                        ADD RAW-HOURS TO GRP-BONUS-HR
                    END-IF
                END-IF
            END-IF
            .

        385-ADD-CHARGE-ENTRY.
            ADD 1 TO WS-CHG-COUNT
            MOVE WS-NORM-CODE TO WS-CHG-CODE (WS-CHG-COUNT)
            MOVE RAW-CHARGE-KEY TO WS-CHG-KEY (WS-CHG-COUNT)
            .

        360-CLOSE-GROUP.
            IF WS-CUR-ID NOT EQUAL LOW-VALUES
               AND WS-GROUP-OPEN EQUAL "YES"
              INVALID KEY
                MOVE "YES" TO WS-MASTER-NOT-FOUND
            END-READ
            MOVE "NO" TO WS-TERM-BEFORE-PERIOD
            IF WS-MASTER-NOT-FOUND EQUAL "NO"
               AND WS-CAL-FOUND EQUAL "YES"
               AND EMP-STATUS EQUAL "T"
               AND EMP-TERM-DATE < WS-PERIOD-START
                MOVE "YES" TO WS-TERM-BEFORE-PERIOD
            END-IF
            IF WS-MASTER-NOT-FOUND EQUAL "NO"
                IF EMP-PAY-TYPE EQUAL "S"
                   AND WS-TERM-BEFORE-PERIOD EQUAL "NO"
                    MOVE EMP-RATE TO WS-REC-GROSS
                ELSE
                    IF EMP-PAY-TYPE EQUAL "H"
            MOVE RAW-HOURS TO HRS-HOURS-WORKED
            MOVE WS-NORM-CODE TO HRS-EARN-CODE
            IF WS-NORM-CODE EQUAL "A"
               OR WS-NORM-CODE EQUAL "F"
                MOVE RAW-ADJ-AMOUNT TO HRS-ADJ-AMOUNT
            END-IF
            MOVE RAW-CHARGE-KEY TO HRS-CHARGE-KEY
            WRITE CLEAN-FILE-REC FROM WS-HOURS-REC
            .

            DISPLAY 'HRSEDIT - ' CLEAN-COUNT ' CLEAN RECORDS  GROSS '
               WS-GROSS-TOTAL
            .

        960-COMPLETE-RUN-CONTROL.
            MOVE WS-RC-PERIOD TO RCT-PERIOD
            MOVE WS-RC-STEP TO RCT-STEP
            READ RUNCTL-FILE
              INVALID KEY
                DISPLAY 'HRSEDIT - RUN CONTROL RECORD FOR PERIOD '
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
            DISPLAY 'HRSEDIT - PERIOD ' WS-RC-PERIOD ' STATUS '
               WS-RC-END-STATUS ' COUNT ' WS-RC-COUNT ' TOTAL '
               WS-RC-TOTAL
            .
      * END OF PROGRAM
