        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RUNSTAT.
        AUTHOR.        CSU0020 ADAM DAVIES.
      ******************************************************************
      *                                                            *
      *    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *
      *    PAY CYCLE STATUS REPORT.  READS THE RUN-CONTROL FILE    *
      *    (RUNCTL.cpy) FOR ONE PAY PERIOD AND LISTS EVERY STEP OF *
      *    THE NIGHTLY CHAIN IN RUN ORDER - AUDITCK, HRSEDIT,      *
      *    BREAKS, ACHPAY, CHECKPAY, QTRTAX, RUNVAR - WITH ITS     *
      *    STATUS, START AND END TIMES, RECORD COUNT, DOLLAR TOTAL *
      *    AND NUMBER OF RUNS.  A STEP THAT COMPLETED BEFORE ITS   *
      *    PREDECESSOR WAS RUN AGAIN IS FLAGGED OUT OF DATE.  THE  *
      *    LAST LINE NAMES THE STEP TO RESTART FROM, OR SHOWS THE  *
      *    CYCLE COMPLETE.  THE PERIOD COMES FROM THE RUN          *
      *    PARAMETER CARD (RUNPARM.cpy) OR, WITHOUT ONE, FROM THE  *
      *    PAY CALENDAR PERIOD COVERING THE RUN DATE.              *
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
            SELECT OPTIONAL RUNCTL-FILE   ASSIGN TO MYRUNCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RCT-KEY.
            SELECT OPTIONAL RUNPARM-FILE  ASSIGN TO MYRUNPRM.
            SELECT OPTIONAL CALENDAR-FILE ASSIGN TO MYPAYCAL.
            SELECT PRINT-FILE             ASSIGN TO MYRUNSTA.

        DATA DIVISION.
        FILE SECTION.

        FD  RUNCTL-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY RUNCTL.

        FD  RUNPARM-FILE
            RECORDING MODE IS F.
        01  RUNPARM-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  CALENDAR-FILE
            RECORDING MODE IS F.
        01  CALENDAR-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  PRINT-FILE
            RECORDING MODE IS F.
        01  PRINT-REC.
            10  FILLER                    PIC X(132).

        WORKING-STORAGE SECTION.

        01  WS-COUNTERS-FLAGS.
            10  WS-SPACING                PIC 9(01) VALUE 2.
            10  WS-PERIOD                 PIC 9(03) VALUE ZERO.
            10  WS-NO-PERIOD              PIC X(03) VALUE "NO".
            10  WS-RESTART-FOUND          PIC X(03) VALUE "NO".
            10  WS-RESTART-STEP           PIC X(08) VALUE SPACES.
            10  COMPLETED-COUNT           PIC 9(01) VALUE ZERO.

        01  WS-CALENDAR-FIELDS.
            10  WS-CAL-EOF                PIC X(03) VALUE "NO".
            10  WS-CAL-FOUND              PIC X(03) VALUE "NO".
            10  WS-RUN-DATE-NUM           PIC 9(06) VALUE ZERO.

            COPY PAYCAL.

            COPY RUNPARM.

        01  WS-STEP-NAMES.
            10  FILLER                    PIC X(09) VALUE 'AUDITCK 0'.
            10  FILLER                    PIC X(09) VALUE 'HRSEDIT 1'.
            10  FILLER                    PIC X(09) VALUE 'BREAKS  2'.
            10  FILLER                    PIC X(09) VALUE 'ACHPAY  3'.
            10  FILLER                    PIC X(09) VALUE 'CHECKPAY4'.
            10  FILLER                    PIC X(09) VALUE 'QTRTAX  5'.
            10  FILLER                    PIC X(09) VALUE 'RUNVAR  5'.
        01  WS-STEP-TABLE                 REDEFINES WS-STEP-NAMES.
            10  WS-STEP-ENTRY OCCURS 7 TIMES.
                15  ST-STEP               PIC X(08).
                15  ST-PRED-SUB           PIC 9(01).

        01  WS-STEP-RESULTS.
            10  WS-RESULT-ENTRY OCCURS 7 TIMES.
                15  SR-STATUS             PIC X(01).
                15  SR-START-STAMP        PIC 9(10).
                15  SR-END-STAMP          PIC 9(10).

        01  WS-STEP-WORK.
            10  WS-STEP-SUB               PIC S9(03) COMP VALUE 0.
            10  WS-STEP-MAX               PIC S9(03) COMP VALUE 7.
            10  WS-PRED-SUB               PIC S9(03) COMP VALUE 0.
            10  WS-STAMP.
                15  WS-STAMP-DATE         PIC 9(06).
                15  WS-STAMP-TIME         PIC 9(04).

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
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  H-TIME.
                15  H-HH                  PIC 9(02).
                15  H-COLON               PIC X(01) VALUE ':'.
                15  H-MN                  PIC 9(02).
            10  FILLER                    PIC X(04) VALUE SPACES.
            10  FILLER                    PIC X(34) VALUE
                'PAY CYCLE STATUS FOR PAY PERIOD   '.
            10  H-PERIOD                  PIC 9(03).

        01  HEADING-2.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(10) VALUE 'STEP'.
            10  FILLER                    PIC X(27) VALUE 'STATUS'.
            10  FILLER                    PIC X(14) VALUE 'STARTED'.
            10  FILLER                    PIC X(14) VALUE 'ENDED'.
            10  FILLER                    PIC X(10) VALUE '   RECORDS'.
            10  FILLER                    PIC X(18) VALUE
                '      DOLLAR TOTAL'.
            10  FILLER                    PIC X(06) VALUE '  RUNS'.
            10  FILLER                    PIC X(04) VALUE '  RC'.

        01  STEP-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  SL-STEP                   PIC X(08).
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  SL-STATUS                 PIC X(25).
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  SL-START-DATE             PIC 9(06).
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  SL-START-TIME             PIC 9(04).
            10  FILLER                    PIC X(03) VALUE SPACES.
            10  SL-END-DATE               PIC 9(06).
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  SL-END-TIME               PIC 9(04).
            10  FILLER                    PIC X(03) VALUE SPACES.
            10  SL-COUNT                  PIC Z,ZZZ,ZZ9.
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  SL-TOTAL                  PIC ZZZ,ZZZ,ZZ9.99CR.
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  SL-RUNS                   PIC ZZ9.
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  SL-RC                     PIC ZZ9.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  SL-RERUN                  PIC X(05).

        01  TOTAL-LINE-1.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(17) VALUE
                'STEPS COMPLETED: '.
            10  TL-COMPLETED              PIC 9(01).
            10  FILLER                    PIC X(05) VALUE ' OF 7'.
            10  FILLER                    PIC X(04) VALUE SPACES.
            10  TL-MESSAGE                PIC X(18).
            10  TL-RESTART-STEP           PIC X(08).

        01  WS-PRINT-REC                  PIC X(132) VALUE SPACES.

        PROCEDURE DIVISION.

        010-START-HERE.
            PERFORM 850-GET-DATE
            PERFORM 030-READ-CALENDAR
            PERFORM 060-READ-PARM
            IF WS-NO-PERIOD EQUAL "YES"
                DISPLAY 'RUNSTAT - NO PAY PERIOD ON RUN PARAMETER '
                   'CARD OR CALENDAR - RUN STOPPED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT RUNCTL-FILE
            OPEN OUTPUT PRINT-FILE
            PERFORM 800-PRINT-HEADINGS
            MOVE 0 TO WS-STEP-SUB
            PERFORM 200-REPORT-STEP
              UNTIL WS-STEP-SUB NOT LESS THAN WS-STEP-MAX
            PERFORM 900-PRINT-TOTALS
            CLOSE RUNCTL-FILE
            CLOSE PRINT-FILE
            GOBACK.

        030-READ-CALENDAR.
            OPEN INPUT CALENDAR-FILE
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

        060-READ-PARM.
            OPEN INPUT RUNPARM-FILE
            READ RUNPARM-FILE INTO WS-RUNPARM-REC
              AT END
                MOVE SPACES TO WS-RUNPARM-REC
            END-READ
            CLOSE RUNPARM-FILE
            IF RPM-PERIOD-X NUMERIC
                MOVE RPM-PERIOD TO WS-PERIOD
            ELSE
                IF WS-CAL-FOUND EQUAL "YES"
                    MOVE CAL-PERIOD-NUMBER TO WS-PERIOD
                ELSE
                    MOVE "YES" TO WS-NO-PERIOD
                END-IF
            END-IF
            MOVE WS-PERIOD TO H-PERIOD
            .

        200-REPORT-STEP.
            ADD 1 TO WS-STEP-SUB
            MOVE SPACES TO STEP-LINE
            MOVE ST-STEP (WS-STEP-SUB) TO SL-STEP
            MOVE WS-PERIOD TO RCT-PERIOD
            MOVE ST-STEP (WS-STEP-SUB) TO RCT-STEP
            READ RUNCTL-FILE
              INVALID KEY
                MOVE SPACES TO SR-STATUS (WS-STEP-SUB)
                MOVE 0 TO SR-START-STAMP (WS-STEP-SUB)
                MOVE 0 TO SR-END-STAMP (WS-STEP-SUB)
                MOVE 'NOT RUN' TO SL-STATUS
              NOT INVALID KEY
                PERFORM 220-FORMAT-STEP
            END-READ
            PERFORM 240-CHECK-PREDECESSOR
            IF SR-STATUS (WS-STEP-SUB) EQUAL "C"
                ADD 1 TO COMPLETED-COUNT
            END-IF
            IF SR-STATUS (WS-STEP-SUB) NOT EQUAL "C"
               AND WS-RESTART-FOUND EQUAL "NO"
                MOVE "YES" TO WS-RESTART-FOUND
                MOVE ST-STEP (WS-STEP-SUB) TO WS-RESTART-STEP
            END-IF
            MOVE STEP-LINE TO WS-PRINT-REC
            PERFORM 700-PRINT-LINE
            MOVE 1 TO WS-SPACING
            .

        220-FORMAT-STEP.
            MOVE RCT-STATUS TO SR-STATUS (WS-STEP-SUB)
            MOVE RCT-START-DATE TO WS-STAMP-DATE
            MOVE RCT-START-TIME TO WS-STAMP-TIME
            MOVE WS-STAMP TO SR-START-STAMP (WS-STEP-SUB)
            MOVE RCT-END-DATE TO WS-STAMP-DATE
            MOVE RCT-END-TIME TO WS-STAMP-TIME
            MOVE WS-STAMP TO SR-END-STAMP (WS-STEP-SUB)
            IF RCT-STATUS EQUAL "C"
                MOVE 'COMPLETED' TO SL-STATUS
            END-IF
            IF RCT-STATUS EQUAL "S"
                MOVE 'STARTED - DID NOT FINISH' TO SL-STATUS
            END-IF
            IF RCT-STATUS EQUAL "F"
                MOVE 'FAILED' TO SL-STATUS
            END-IF
            MOVE RCT-START-DATE TO SL-START-DATE
            MOVE RCT-START-TIME TO SL-START-TIME
            MOVE RCT-END-DATE TO SL-END-DATE
            MOVE RCT-END-TIME TO SL-END-TIME
            MOVE RCT-REC-COUNT TO SL-COUNT
            MOVE RCT-DOLLAR-TOTAL TO SL-TOTAL
            MOVE RCT-RUN-COUNT TO SL-RUNS
            MOVE RCT-RETURN-CODE TO SL-RC
            IF RCT-RERUN-FLAG EQUAL "Y"
                MOVE 'RERUN' TO SL-RERUN
            END-IF
            .

        240-CHECK-PREDECESSOR.
            MOVE ST-PRED-SUB (WS-STEP-SUB) TO WS-PRED-SUB
            IF WS-PRED-SUB > 0
               AND SR-STATUS (WS-STEP-SUB) EQUAL "C"
               AND SR-END-STAMP (WS-PRED-SUB)
                   > SR-START-STAMP (WS-STEP-SUB)
                MOVE "O" TO SR-STATUS (WS-STEP-SUB)
                MOVE 'OUT OF DATE - PRIOR RERUN' TO SL-STATUS
            END-IF
            .

        700-PRINT-LINE.
            WRITE PRINT-REC FROM WS-PRINT-REC
              AFTER ADVANCING WS-SPACING
            END-WRITE
            MOVE SPACES TO WS-PRINT-REC
            .

        800-PRINT-HEADINGS.
            WRITE PRINT-REC FROM HEADING-1
              AFTER ADVANCING PAGE
            END-WRITE
            MOVE HEADING-2 TO WS-PRINT-REC
            MOVE 2 TO WS-SPACING
            PERFORM 700-PRINT-LINE
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
            MOVE COMPLETED-COUNT TO TL-COMPLETED
            IF WS-RESTART-FOUND EQUAL "YES"
                MOVE 'RESTART FROM STEP ' TO TL-MESSAGE
                MOVE WS-RESTART-STEP TO TL-RESTART-STEP
            ELSE
                MOVE 'CYCLE COMPLETE' TO TL-MESSAGE
                MOVE SPACES TO TL-RESTART-STEP
            END-IF
            MOVE TOTAL-LINE-1 TO WS-PRINT-REC
            MOVE 2 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            DISPLAY 'RUNSTAT - PERIOD ' WS-PERIOD ' ' COMPLETED-COUNT
               ' OF 7 STEPS COMPLETED - ' TL-MESSAGE TL-RESTART-STEP
            .
      * END OF PROGRAM
