      *    (FED / ST / FICA) TO BACK UP THE QUARTERLY FILINGS.     *
      *    THE REPORTING QUARTER COMES FROM AN OPTIONAL PARAMETER  *
      *    CARD (DEFAULT: THE QUARTER THE RUN DATE FALLS IN).      *
      *    THE AUTHORITY TOTALS ARE ALSO APPENDED TO THE QUARTERLY *
      *    FILING HISTORY (QTRHIST.cpy) THAT THE W-2 FILING        *
      *    RECONCILES TO.  IT RUNS ONLY WHEN THE RUN-CONTROL FILE  *
      *    (RUNCTL.cpy) SHOWS THE CHECK PAYMENT STEP COMPLETED FOR *
      *    THE SAME PAY PERIOD, AND IT RECORDS THE EMPLOYEE COUNT  *
      *    AND QUARTER WAGES THERE; A SECOND RUN FOR THE PERIOD    *
      *    NEEDS THE RERUN OVERRIDE, SO THE FILING HISTORY IS NOT  *
      *    APPENDED TWICE BY ACCIDENT.                             *
      *                                                            *
      ******************************************************************

                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMP-ID-NUMBER.
            SELECT OPTIONAL QTRPARM-FILE  ASSIGN TO MYQTRPRM.
            SELECT OPTIONAL QTRHIST-FILE  ASSIGN TO MYQTRHST.
            SELECT PRINT-FILE             ASSIGN TO MYQTRRPT.
            SELECT OPTIONAL CALENDAR-FILE ASSIGN TO MYPAYCAL.
            SELECT OPTIONAL RUNPARM-FILE  ASSIGN TO MYRUNPRM.
            SELECT OPTIONAL RUNCTL-FILE   ASSIGN TO MYRUNCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RCT-KEY.

        DATA DIVISION.
        FILE SECTION.

        FD  YTD-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY YTD.

        FD  EMPLOYEE-MASTER-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY EMPMAST.

        FD  QTRPARM-FILE
        01  QTRPARM-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  QTRHIST-FILE
            RECORDING MODE IS F.
        01  QTRHIST-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  PRINT-FILE
            RECORDING MODE IS F.
        01  PRINT-REC.
            10  FILLER                    PIC X(132).

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

        01  WS-QTR-CONTROLS.
            10  WS-REPORT-QTR             PIC 9(01) VALUE 0.
            10  WS-CURRENT-QTR            PIC 9(01) VALUE 0.

        01  WS-QTRPARM-REC.
            05  QP-QTR-X                  PIC X(01).
            10  QT-STATE-TAX              PIC S9(09)V99 VALUE 0.
            10  QT-FICA                   PIC S9(09)V99 VALUE 0.

            COPY QTRHIST.

            COPY PAYCAL.

            COPY RUNPARM.

        01  WS-CALENDAR-FIELDS.
            10  WS-CAL-EOF                PIC X(03) VALUE "NO".
            10  WS-CAL-FOUND              PIC X(03) VALUE "NO".
            10  WS-RUN-DATE-NUM           PIC 9(06) VALUE ZERO.

        01  WS-RUN-CONTROL-FIELDS.
            10  WS-RC-STEP                PIC X(08) VALUE 'QTRTAX'.
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

        01  WS-DATE.
            10  YY                        PIC 9(02).
            10  MM                        PIC 9(02).
        PROCEDURE DIVISION.

        010-START-HERE.
            PERFORM 030-READ-CALENDAR
            PERFORM 040-CHECK-RUN-CONTROL
            OPEN INPUT YTD-FILE
            OPEN INPUT EMPLOYEE-MASTER-FILE
            OPEN OUTPUT PRINT-FILE
              UNTIL EOF-FLAG = "YES"

            PERFORM 900-PRINT-AUTHORITY-TOTALS
            PERFORM 950-WRITE-QTR-HISTORY
            CLOSE YTD-FILE
            CLOSE EMPLOYEE-MASTER-FILE
            CLOSE PRINT-FILE
            MOVE EMPLOYEE-COUNT TO WS-RC-COUNT
            MOVE QT-GROSS TO WS-RC-TOTAL
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
                MOVE 'CHECKPAY' TO WS-RC-PRED-STEP
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
                    DISPLAY 'QTRTAX - NO PAY PERIOD ON RUN PARAMETER '
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
                DISPLAY 'QTRTAX - ' WS-RC-PRED-STEP
                   ' HAS NOT RUN FOR PERIOD ' WS-RC-PERIOD
                   ' - RUN STOPPED'
                MOVE "YES" TO WS-RC-REFUSED
              NOT INVALID KEY
                MOVE RCT-REC-COUNT TO WS-RC-PRED-COUNT
                MOVE RCT-DOLLAR-TOTAL TO WS-RC-PRED-TOTAL
                IF RCT-STATUS NOT EQUAL "C"
                    DISPLAY 'QTRTAX - ' WS-RC-PRED-STEP
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
                DISPLAY 'QTRTAX - ALREADY COMPLETED FOR PERIOD '
                   WS-RC-PERIOD ' - RERUN OVERRIDE REQUIRED - '
                   'RUN STOPPED'
                MOVE "YES" TO WS-RC-REFUSED
            END-IF
            IF WS-RC-ON-FILE EQUAL "YES"
               AND RCT-STATUS EQUAL "S"
                DISPLAY 'QTRTAX - RUN FOR PERIOD ' WS-RC-PERIOD
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
                DISPLAY 'QTRTAX - RERUN OVERRIDE - PERIOD '
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

        060-READ-PARM.
            OPEN INPUT QTRPARM-FILE
            READ QTRPARM-FILE INTO WS-QTRPARM-REC
            MOVE HH TO H-HH
            MOVE MN TO H-MN
            COMPUTE WS-REPORT-QTR = (MM + 2) / 3
            MOVE WS-REPORT-QTR TO WS-CURRENT-QTR
            .

        900-PRINT-AUTHORITY-TOTALS.
            DISPLAY 'QTRTAX - QUARTER ' WS-REPORT-QTR '  FED '
               QT-FED-TAX '  ST ' QT-STATE-TAX '  FICA ' QT-FICA
            .

        950-WRITE-QTR-HISTORY.
            MOVE SPACES TO WS-QTRHIST-REC
            COMPUTE QH-YEAR = 2000 + YY
            IF WS-REPORT-QTR > WS-CURRENT-QTR
                SUBTRACT 1 FROM QH-YEAR
            END-IF
            MOVE WS-REPORT-QTR TO QH-QTR
            COMPUTE QH-RUN-DATE = (YY * 10000) + (MM * 100) + DD
            MOVE EMPLOYEE-COUNT TO QH-EMPLOYEE-COUNT
            MOVE QT-GROSS TO QH-GROSS
            MOVE QT-FICA-WAGES TO QH-FICA-WAGES
            MOVE QT-FED-TAX TO QH-FED-TAX
            MOVE QT-STATE-TAX TO QH-STATE-TAX
            MOVE QT-FICA TO QH-FICA
            OPEN EXTEND QTRHIST-FILE
            WRITE QTRHIST-FILE-REC FROM WS-QTRHIST-REC
            CLOSE QTRHIST-FILE
            .

        960-COMPLETE-RUN-CONTROL.
            MOVE WS-RC-PERIOD TO RCT-PERIOD
            MOVE WS-RC-STEP TO RCT-STEP
            READ RUNCTL-FILE
              INVALID KEY
                DISPLAY 'QTRTAX - RUN CONTROL RECORD FOR PERIOD '
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
            DISPLAY 'QTRTAX - PERIOD ' WS-RC-PERIOD ' STATUS '
               WS-RC-END-STATUS ' COUNT ' WS-RC-COUNT ' TOTAL '
               WS-RC-TOTAL
            .
      * END OF PROGRAM
