        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RETAIN.
        AUTHOR.        CSU0020 ADAM DAVIES.
      ******************************************************************
      *                                                            *
      *    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *
      *    HISTORY RETENTION.  READS ONE RETENTION RULE CARD PER   *
      *    FILE AND MOVES PAY HISTORY, RUN HISTORY, PAID AND       *
      *    VOIDED CHECKS, RESOLVED SUSPENSE ITEMS AND CHECK        *
      *    HISTORY PAST RETENTION TO ARCHIVE FILES, REBUILDS THE   *
      *    LIVE FILES WITH THE RETAINED RECORDS AND PRINTS A       *
      *    CONTROL REPORT PROVING LIVE PLUS ARCHIVED EQUALS THE    *
      *    ORIGINAL FOR EVERY FILE.                                *
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
            SELECT OPTIONAL RULE-FILE     ASSIGN TO MYRETRUL.
            SELECT OPTIONAL CALENDAR-FILE ASSIGN TO MYPAYCAL.
            SELECT OPTIONAL PAYHIST-FILE  ASSIGN TO MYPAYHST.
            SELECT PAYHIST-NEW-FILE       ASSIGN TO MYPAYHNW.
            SELECT PAYHIST-ARC-FILE       ASSIGN TO MYPAYHAR.
            SELECT OPTIONAL RUNHIST-FILE  ASSIGN TO MYRUNHST.
            SELECT RUNHIST-NEW-FILE       ASSIGN TO MYRUNHNW.
            SELECT RUNHIST-ARC-FILE       ASSIGN TO MYRUNHAR.
            SELECT OUTCHK-FILE            ASSIGN TO MYOUTCHK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OCK-CHECK-NO.
            SELECT OUTCHK-ARC-FILE        ASSIGN TO MYOUTCAR.
            SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO MYSUSPIN.
            SELECT SUSPENSE-NEW-FILE      ASSIGN TO MYSUSPNW.
            SELECT SUSPENSE-ARC-FILE      ASSIGN TO MYSUSPAR.
            SELECT OPTIONAL CHKHIST-FILE  ASSIGN TO MYCHKHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CHH-KEY.
            SELECT CHKHIST-ARC-FILE       ASSIGN TO MYCHKHAR.
            SELECT OPTIONAL ARCHLOG-FILE  ASSIGN TO MYARCLOG.
            SELECT PRINT-FILE             ASSIGN TO MYRETRPT.

        DATA DIVISION.
        FILE SECTION.

        FD  RULE-FILE
            RECORDING MODE IS F.
        01  RULE-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  CALENDAR-FILE
            RECORDING MODE IS F.
        01  CALENDAR-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  PAYHIST-FILE
            RECORDING MODE IS F.
        01  PAYHIST-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  PAYHIST-NEW-FILE
            RECORDING MODE IS F.
        01  PAYHIST-NEW-REC.
            10  FILLER                    PIC X(080).

        FD  PAYHIST-ARC-FILE
            RECORDING MODE IS F.
        01  PAYHIST-ARC-REC.
            10  FILLER                    PIC X(080).

        FD  RUNHIST-FILE
            RECORDING MODE IS F.
        01  RUNHIST-FILE-REC.
            10  FILLER                    PIC X(120).

        FD  RUNHIST-NEW-FILE
            RECORDING MODE IS F.
        01  RUNHIST-NEW-REC.
            10  FILLER                    PIC X(120).

        FD  RUNHIST-ARC-FILE
            RECORDING MODE IS F.
        01  RUNHIST-ARC-REC.
            10  FILLER                    PIC X(120).

        FD  OUTCHK-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY OUTCHK.

        FD  OUTCHK-ARC-FILE
            RECORDING MODE IS F.
        01  OUTCHK-ARC-REC.
            10  FILLER                    PIC X(019).
            10  OCA-AMOUNT                PIC S9(07)V99.
            10  FILLER                    PIC X(052).

        FD  SUSPENSE-FILE
            RECORDING MODE IS F.
        01  SUSPENSE-FILE-REC.
            10  FILLER                    PIC X(086).

        FD  SUSPENSE-NEW-FILE
            RECORDING MODE IS F.
        01  SUSPENSE-NEW-REC.
            10  FILLER                    PIC X(086).

        FD  SUSPENSE-ARC-FILE
            RECORDING MODE IS F.
        01  SUSPENSE-ARC-REC.
            10  FILLER                    PIC X(086).

        FD  CHKHIST-FILE
            RECORD CONTAINS 280 CHARACTERS.
            COPY CHKHIST.

        FD  CHKHIST-ARC-FILE
            RECORDING MODE IS F.
        01  CHKHIST-ARC-REC.
            10  FILLER                    PIC X(111).
            10  CHA-GROSS-PAY             PIC S9(05)V99.
            10  FILLER                    PIC X(162).

        FD  ARCHLOG-FILE
            RECORDING MODE IS F.
        01  ARCHLOG-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  PRINT-FILE
            RECORDING MODE IS F.
        01  PRINT-REC.
            10  FILLER                    PIC X(132).

        WORKING-STORAGE SECTION.

        01  WS-COUNTERS-FLAGS.
            10  WS-RULE-EOF               PIC X(03) VALUE "NO".
            10  WS-RULES-BAD              PIC X(03) VALUE "NO".
            10  WS-FILE-FOUND             PIC X(03) VALUE "NO".
            10  WS-IN-EOF                 PIC X(03) VALUE "NO".
            10  WS-ARCHIVE-IT             PIC X(03) VALUE "NO".
            10  WS-SPACING                PIC 9(01) VALUE 2.
            10  WS-LINE-COUNT             PIC 9(03) VALUE 0.
            10  WS-PAGE                   PIC 9(03) VALUE 0.
            10  RULE-COUNT                PIC 9(03) VALUE ZERO.
            10  PROVED-COUNT              PIC 9(01) VALUE ZERO.
            10  NOT-PROVED-COUNT          PIC 9(01) VALUE ZERO.

        01  WS-RULE-CARD.
            05  RUL-FILE-NAME             PIC X(08).
            05  RUL-KEEP-X                PIC X(03).
            05  RUL-KEEP                  REDEFINES RUL-KEEP-X
                                          PIC 9(03).
            05  FILLER                    PIC X(69).

        01  WS-CALENDAR-FIELDS.
            10  WS-CAL-EOF                PIC X(03) VALUE "NO".
            10  WS-CAL-FOUND              PIC X(03) VALUE "NO".
            10  WS-RUN-DATE-NUM           PIC 9(06) VALUE ZERO.
            10  WS-CUR-PERIOD             PIC 9(03) VALUE ZERO.
            10  WS-CAL-PERIODS            PIC 9(03) VALUE ZERO.

            COPY PAYCAL.

        01  WS-FILE-NAMES.
            10  FILLER                    PIC X(08) VALUE 'PAYHIST '.
            10  FILLER                    PIC X(30) VALUE
                'YEARS                         '.
            10  FILLER                    PIC X(14) VALUE
                'HOURS PAID    '.
            10  FILLER                    PIC X(08) VALUE 'RUNHIST '.
            10  FILLER                    PIC X(30) VALUE
                'PAY PERIODS                   '.
            10  FILLER                    PIC X(14) VALUE
                'GROSS PAY     '.
            10  FILLER                    PIC X(08) VALUE 'OUTCHK  '.
            10  FILLER                    PIC X(30) VALUE
                'MONTHS AFTER PAID OR VOIDED   '.
            10  FILLER                    PIC X(14) VALUE
                'CHECK AMOUNT  '.
            10  FILLER                    PIC X(08) VALUE 'SUSPENSE'.
            10  FILLER                    PIC X(30) VALUE
                'PAY PERIODS AFTER RESOLVED    '.
            10  FILLER                    PIC X(14) VALUE
                'HOURS HELD    '.
            10  FILLER                    PIC X(08) VALUE 'CHKHIST '.
            10  FILLER                    PIC X(30) VALUE
                'YEARS                         '.
            10  FILLER                    PIC X(14) VALUE
                'GROSS PAY     '.
        01  WS-FILE-TABLE                 REDEFINES WS-FILE-NAMES.
            10  WS-FILE-ENTRY OCCURS 5 TIMES.
                15  FT-NAME               PIC X(08).
                15  FT-UNIT               PIC X(30).
                15  FT-AMOUNT-NAME        PIC X(14).

        01  WS-FILE-RESULTS.
            10  WS-RESULT-ENTRY OCCURS 5 TIMES.
                15  FR-RULE-FOUND         PIC X(03).
                15  FR-KEEP               PIC 9(03).
                15  FR-CUTOFF-CAPTION     PIC X(26).
                15  FR-CUTOFF-VALUE       PIC X(08).
                15  FR-ORIG-COUNT         PIC 9(07).
                15  FR-ORIG-AMOUNT        PIC S9(11)V99.
                15  FR-LIVE-COUNT         PIC 9(07).
                15  FR-LIVE-AMOUNT        PIC S9(11)V99.
                15  FR-ARCH-COUNT         PIC 9(07).
                15  FR-ARCH-AMOUNT        PIC S9(11)V99.
                15  FR-PROT-COUNT         PIC 9(07).
                15  FR-PROT-AMOUNT        PIC S9(11)V99.
                15  FR-PROVED             PIC X(03).

        01  WS-RETENTION-WORK.
            10  WS-FILE-SUB               PIC S9(03) COMP VALUE 0.
            10  WS-FILE-MAX               PIC S9(03) COMP VALUE 5.
            10  WS-CUTOFF-MONTHS          PIC S9(05) COMP VALUE 0.
            10  WS-MONTH-INDEX            PIC S9(05) COMP VALUE 0.
            10  WS-CUTOFF-YEAR            PIC S9(05) COMP VALUE 0.
            10  WS-CUTOFF-MONTH           PIC S9(05) COMP VALUE 0.
            10  WS-CUTOFF-DATE            PIC 9(06) VALUE ZERO.
            10  WS-REC-AMOUNT             PIC S9(09)V99 VALUE ZERO.
            10  WS-PERIOD-ORDINAL         PIC S9(05) COMP VALUE 0.
            10  WS-ARCHIVE-THRU           PIC S9(05) COMP VALUE 0.
            10  WS-PREV-PERIOD            PIC 9(03) VALUE ZERO.
            10  WS-FIRST-PERIOD           PIC X(03) VALUE "YES".
            10  WS-SUSP-ACTIVE            PIC X(03) VALUE "NO".
            10  WS-RESOLVED-PERIOD        PIC S9(05) COMP VALUE 0.
            10  WS-SUSP-AGE               PIC S9(05) COMP VALUE 0.
            10  WS-SUM-COUNT              PIC 9(07) VALUE ZERO.
            10  WS-SUM-AMOUNT             PIC S9(11)V99 VALUE ZERO.
            10  WS-EDIT-COUNT             PIC Z(04)9.

            COPY PAYHIST.

            COPY RUNHIST.

            COPY REJECT.

            COPY ARCHLOG.

        01  WS-WORK-DATE.
            10  WK-YY                     PIC 9(02).
            10  WK-MM                     PIC 9(02).
            10  WK-DD                     PIC 9(02).
        01  WS-WORK-DATE-NUM              REDEFINES WS-WORK-DATE
                                          PIC 9(06).

        01  WS-EDIT-DATE.
            10  ED-MM                     PIC 9(02).
            10  FILLER                    PIC X(01) VALUE '/'.
            10  ED-DD                     PIC 9(02).
            10  FILLER                    PIC X(01) VALUE '/'.
            10  ED-YY                     PIC 9(02).

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
                'HISTORY RETENTION CONTROL REPORT       '.
            10  FILLER                    PIC X(05) VALUE SPACES.
            10  FILLER                    PIC X(06) VALUE 'PAGE: '.
            10  H-PAGE                    PIC Z(03).

        01  HEADING-2.
            10  FILLER                    PIC X(29) VALUE SPACES.
            10  FILLER                    PIC X(10) VALUE
                '   RECORDS'.
            10  FILLER                    PIC X(20) VALUE
                '      CONTROL AMOUNT'.

        01  FILE-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(06) VALUE 'FILE: '.
            10  FL-NAME                   PIC X(08).
            10  FILLER                    PIC X(08) VALUE '  KEEP: '.
            10  FL-KEEP                   PIC ZZ9.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FL-UNIT                   PIC X(30).
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  FL-CUTOFF-CAPTION         PIC X(26).
            10  FL-CUTOFF-VALUE           PIC X(08).
            10  FILLER                    PIC X(11) VALUE
                '  CONTROL: '.
            10  FL-AMOUNT-NAME            PIC X(14).

        01  AMOUNT-LINE.
            10  FILLER                    PIC X(05) VALUE SPACES.
            10  AL-CAPTION                PIC X(24).
            10  AL-COUNT                  PIC Z,ZZZ,ZZ9.
            10  FILLER                    PIC X(03) VALUE SPACES.
            10  AL-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            10  FILLER                    PIC X(03) VALUE SPACES.
            10  AL-NOTE                   PIC X(30).

        01  TOTAL-LINE-1.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(14) VALUE
                'FILES PROVED: '.
            10  TL-PROVED                 PIC 9(01).
            10  FILLER                    PIC X(05) VALUE ' OF 5'.
            10  FILLER                    PIC X(04) VALUE SPACES.
            10  TL-MESSAGE                PIC X(50).

        01  WS-PRINT-REC                  PIC X(132) VALUE SPACES.

        PROCEDURE DIVISION.

        010-START-HERE.
            PERFORM 850-GET-DATE
            INITIALIZE WS-FILE-RESULTS
            PERFORM 030-READ-CALENDAR
            PERFORM 050-LOAD-RULES
            IF WS-RULES-BAD EQUAL "YES"
                DISPLAY 'RETAIN - INVALID RETENTION RULE CARD - '
                   'RUN STOPPED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT PRINT-FILE
            OPEN EXTEND ARCHLOG-FILE
            PERFORM 800-PRINT-HEADINGS
            PERFORM 100-RETAIN-PAYHIST
            PERFORM 200-RETAIN-RUNHIST
            PERFORM 300-RETAIN-OUTCHK
            PERFORM 400-RETAIN-SUSPENSE
            PERFORM 500-RETAIN-CHKHIST
            MOVE 0 TO WS-FILE-SUB
            PERFORM 600-REPORT-FILE
              UNTIL WS-FILE-SUB NOT LESS THAN WS-FILE-MAX
            PERFORM 900-PRINT-TOTALS
            CLOSE PRINT-FILE
            CLOSE ARCHLOG-FILE
            IF NOT-PROVED-COUNT > 0
                MOVE 8 TO RETURN-CODE
            END-IF
            GOBACK.

        030-READ-CALENDAR.
            OPEN INPUT CALENDAR-FILE
            COMPUTE WS-RUN-DATE-NUM =
                (YY * 10000) + (MM * 100) + DD
            PERFORM 035-SCAN-CALENDAR
              UNTIL WS-CAL-EOF = "YES"
            CLOSE CALENDAR-FILE
            .

        035-SCAN-CALENDAR.
            READ CALENDAR-FILE INTO WS-PAYCAL-REC
              AT END
                MOVE "YES" TO WS-CAL-EOF
              NOT AT END
                ADD 1 TO WS-CAL-PERIODS
                IF WS-RUN-DATE-NUM NOT LESS THAN CAL-START-DATE
                   AND WS-RUN-DATE-NUM NOT GREATER THAN CAL-END-DATE
                    MOVE "YES" TO WS-CAL-FOUND
                    MOVE CAL-PERIOD-NUMBER TO WS-CUR-PERIOD
                END-IF
            END-READ
            .

        050-LOAD-RULES.
            OPEN INPUT RULE-FILE
            PERFORM 060-READ-RULE
              UNTIL WS-RULE-EOF = "YES"
            CLOSE RULE-FILE
            .

        060-READ-RULE.
            READ RULE-FILE INTO WS-RULE-CARD
              AT END
                MOVE "YES" TO WS-RULE-EOF
              NOT AT END
                IF WS-RULE-CARD NOT EQUAL SPACES
                    ADD 1 TO RULE-COUNT
                    PERFORM 070-APPLY-RULE
                END-IF
            END-READ
            .

        070-APPLY-RULE.
            MOVE "NO" TO WS-FILE-FOUND
            MOVE 0 TO WS-FILE-SUB
            PERFORM 075-SCAN-FILE-TABLE
              UNTIL WS-FILE-FOUND = "YES"
                 OR WS-FILE-SUB NOT LESS THAN WS-FILE-MAX
            IF WS-FILE-FOUND EQUAL "NO"
                MOVE "YES" TO WS-RULES-BAD
                DISPLAY 'RETAIN - RETENTION RULE FOR UNKNOWN FILE '
                   RUL-FILE-NAME
            ELSE
                IF RUL-KEEP-X NOT NUMERIC
                   OR RUL-KEEP EQUAL 0
                    MOVE "YES" TO WS-RULES-BAD
                    DISPLAY 'RETAIN - RETENTION FOR ' RUL-FILE-NAME
                       ' MUST BE 001 TO 999'
                ELSE
                    IF FR-RULE-FOUND (WS-FILE-SUB) EQUAL "YES"
                        MOVE "YES" TO WS-RULES-BAD
                        DISPLAY 'RETAIN - MORE THAN ONE RETENTION '
                           'RULE FOR ' RUL-FILE-NAME
                    ELSE
                        MOVE "YES" TO FR-RULE-FOUND (WS-FILE-SUB)
                        MOVE RUL-KEEP TO FR-KEEP (WS-FILE-SUB)
                    END-IF
                END-IF
            END-IF
            .

        075-SCAN-FILE-TABLE.
            ADD 1 TO WS-FILE-SUB
            IF FT-NAME (WS-FILE-SUB) EQUAL RUL-FILE-NAME
                MOVE "YES" TO WS-FILE-FOUND
            END-IF
            .

        080-CALC-CUTOFF.
            COMPUTE WS-MONTH-INDEX =
                (YY * 12) + MM - 1 - WS-CUTOFF-MONTHS
            IF WS-MONTH-INDEX < 0
                MOVE 0 TO WS-CUTOFF-DATE
            ELSE
                COMPUTE WS-CUTOFF-YEAR = WS-MONTH-INDEX / 12
                COMPUTE WS-CUTOFF-MONTH =
                    WS-MONTH-INDEX - (WS-CUTOFF-YEAR * 12) + 1
                COMPUTE WS-CUTOFF-DATE =
                    (WS-CUTOFF-YEAR * 10000)
                    + (WS-CUTOFF-MONTH * 100) + DD
            END-IF
            MOVE 'ARCHIVED IF DATED BEFORE '
              TO FR-CUTOFF-CAPTION (WS-FILE-SUB)
            MOVE WS-CUTOFF-DATE TO WS-WORK-DATE-NUM
            PERFORM 860-EDIT-DATE
            MOVE WS-EDIT-DATE TO FR-CUTOFF-VALUE (WS-FILE-SUB)
            .

        100-RETAIN-PAYHIST.
            MOVE 1 TO WS-FILE-SUB
            MOVE 0 TO WS-CUTOFF-DATE
            IF FR-RULE-FOUND (WS-FILE-SUB) EQUAL "YES"
                COMPUTE WS-CUTOFF-MONTHS =
                    FR-KEEP (WS-FILE-SUB) * 12
                PERFORM 080-CALC-CUTOFF
            END-IF
            OPEN INPUT PAYHIST-FILE
            OPEN OUTPUT PAYHIST-NEW-FILE
            OPEN OUTPUT PAYHIST-ARC-FILE
            MOVE "NO" TO WS-IN-EOF
            PERFORM 110-COPY-PAYHIST
              UNTIL WS-IN-EOF = "YES"
            CLOSE PAYHIST-FILE
            CLOSE PAYHIST-NEW-FILE
            CLOSE PAYHIST-ARC-FILE
            OPEN INPUT PAYHIST-NEW-FILE
            MOVE "NO" TO WS-IN-EOF
            PERFORM 120-PROVE-PAYHIST-LIVE
              UNTIL WS-IN-EOF = "YES"
            CLOSE PAYHIST-NEW-FILE
            OPEN INPUT PAYHIST-ARC-FILE
            MOVE "NO" TO WS-IN-EOF
            PERFORM 130-PROVE-PAYHIST-ARCHIVE
              UNTIL WS-IN-EOF = "YES"
            CLOSE PAYHIST-ARC-FILE
            .

        110-COPY-PAYHIST.
            READ PAYHIST-FILE INTO WS-PAYHIST-REC
              AT END
                MOVE "YES" TO WS-IN-EOF
              NOT AT END
                PERFORM 115-PAYHIST-AMOUNT
                PERFORM 650-ADD-ORIGINAL
                IF PH-RUN-DATE NUMERIC
                   AND PH-RUN-DATE < WS-CUTOFF-DATE
                    WRITE PAYHIST-ARC-REC FROM WS-PAYHIST-REC
                ELSE
                    WRITE PAYHIST-NEW-REC FROM WS-PAYHIST-REC
                END-IF
            END-READ
            .

        115-PAYHIST-AMOUNT.
            COMPUTE WS-REC-AMOUNT =
                PH-REG-HR + PH-OT-HR + PH-LEAVE-HR + PH-BONUS-HR
            .

        120-PROVE-PAYHIST-LIVE.
            READ PAYHIST-NEW-FILE INTO WS-PAYHIST-REC
              AT END
                MOVE "YES" TO WS-IN-EOF
              NOT AT END
                PERFORM 115-PAYHIST-AMOUNT
                PERFORM 660-ADD-LIVE
            END-READ
            .

        130-PROVE-PAYHIST-ARCHIVE.
            READ PAYHIST-ARC-FILE INTO WS-PAYHIST-REC
              AT END
                MOVE "YES" TO WS-IN-EOF
              NOT AT END
                PERFORM 115-PAYHIST-AMOUNT
                PERFORM 670-ADD-ARCHIVED
            END-READ
            .

        200-RETAIN-RUNHIST.
            MOVE 2 TO WS-FILE-SUB
            OPEN INPUT RUNHIST-FILE
            MOVE "NO" TO WS-IN-EOF
            MOVE 0 TO WS-PERIOD-ORDINAL
            MOVE "YES" TO WS-FIRST-PERIOD
            PERFORM 205-COUNT-RUNHIST-PERIODS
              UNTIL WS-IN-EOF = "YES"
            CLOSE RUNHIST-FILE
            MOVE 0 TO WS-ARCHIVE-THRU
            IF FR-RULE-FOUND (WS-FILE-SUB) EQUAL "YES"
               AND WS-PERIOD-ORDINAL > FR-KEEP (WS-FILE-SUB)
                COMPUTE WS-ARCHIVE-THRU =
                    WS-PERIOD-ORDINAL - FR-KEEP (WS-FILE-SUB)
            END-IF
            IF FR-RULE-FOUND (WS-FILE-SUB) EQUAL "YES"
                MOVE 'PAY PERIODS ON FILE:      '
                  TO FR-CUTOFF-CAPTION (WS-FILE-SUB)
                MOVE WS-PERIOD-ORDINAL TO WS-EDIT-COUNT
                MOVE WS-EDIT-COUNT TO FR-CUTOFF-VALUE (WS-FILE-SUB)
            END-IF
            OPEN INPUT RUNHIST-FILE
            OPEN OUTPUT RUNHIST-NEW-FILE
            OPEN OUTPUT RUNHIST-ARC-FILE
            MOVE "NO" TO WS-IN-EOF
            MOVE 0 TO WS-PERIOD-ORDINAL
            MOVE "YES" TO WS-FIRST-PERIOD
            PERFORM 210-COPY-RUNHIST
              UNTIL WS-IN-EOF = "YES"
            CLOSE RUNHIST-FILE
            CLOSE RUNHIST-NEW-FILE
            CLOSE RUNHIST-ARC-FILE
            OPEN INPUT RUNHIST-NEW-FILE
            MOVE "NO" TO WS-IN-EOF
            PERFORM 220-PROVE-RUNHIST-LIVE
              UNTIL WS-IN-EOF = "YES"
            CLOSE RUNHIST-NEW-FILE
            OPEN INPUT RUNHIST-ARC-FILE
            MOVE "NO" TO WS-IN-EOF
            PERFORM 230-PROVE-RUNHIST-ARCHIVE
              UNTIL WS-IN-EOF = "YES"
            CLOSE RUNHIST-ARC-FILE
            .

        205-COUNT-RUNHIST-PERIODS.
            READ RUNHIST-FILE INTO WS-RUNHIST-REC
              AT END
                MOVE "YES" TO WS-IN-EOF
              NOT AT END
                PERFORM 207-STEP-PERIOD-ORDINAL
            END-READ
            .

        207-STEP-PERIOD-ORDINAL.
            IF WS-FIRST-PERIOD EQUAL "YES"
               OR RH-PERIOD NOT EQUAL WS-PREV-PERIOD
                ADD 1 TO WS-PERIOD-ORDINAL
                MOVE RH-PERIOD TO WS-PREV-PERIOD
                MOVE "NO" TO WS-FIRST-PERIOD
            END-IF
            .

        210-COPY-RUNHIST.
            READ RUNHIST-FILE INTO WS-RUNHIST-REC
              AT END
                MOVE "YES" TO WS-IN-EOF
              NOT AT END
                PERFORM 207-STEP-PERIOD-ORDINAL
                MOVE RH-GROSS-PAY TO WS-REC-AMOUNT
                PERFORM 650-ADD-ORIGINAL
                IF WS-PERIOD-ORDINAL NOT GREATER THAN WS-ARCHIVE-THRU
                    WRITE RUNHIST-ARC-REC FROM WS-RUNHIST-REC
                ELSE
                    WRITE RUNHIST-NEW-REC FROM WS-RUNHIST-REC
                END-IF
            END-READ
            .

        220-PROVE-RUNHIST-LIVE.
            READ RUNHIST-NEW-FILE INTO WS-RUNHIST-REC
              AT END
                MOVE "YES" TO WS-IN-EOF
              NOT AT END
                MOVE RH-GROSS-PAY TO WS-REC-AMOUNT
                PERFORM 660-ADD-LIVE
            END-READ
            .

        230-PROVE-RUNHIST-ARCHIVE.
            READ RUNHIST-ARC-FILE INTO WS-RUNHIST-REC
              AT END
                MOVE "YES" TO WS-IN-EOF
              NOT AT END
                MOVE RH-GROSS-PAY TO WS-REC-AMOUNT
                PERFORM 670-ADD-ARCHIVED
            END-READ
            .

        300-RETAIN-OUTCHK.
            MOVE 3 TO WS-FILE-SUB
            MOVE 0 TO WS-CUTOFF-DATE
            IF FR-RULE-FOUND (WS-FILE-SUB) EQUAL "YES"
                MOVE FR-KEEP (WS-FILE-SUB) TO WS-CUTOFF-MONTHS
                PERFORM 080-CALC-CUTOFF
            END-IF
            OPEN I-O OUTCHK-FILE
            OPEN OUTPUT OUTCHK-ARC-FILE
            MOVE "NO" TO WS-IN-EOF
            MOVE 0 TO OCK-CHECK-NO
            START OUTCHK-FILE
              KEY NOT LESS THAN OCK-CHECK-NO
              INVALID KEY
                MOVE "YES" TO WS-IN-EOF
            END-START
            PERFORM 310-PURGE-OUTCHK
              UNTIL WS-IN-EOF = "YES"
            CLOSE OUTCHK-ARC-FILE
            MOVE "NO" TO WS-IN-EOF
            MOVE 0 TO OCK-CHECK-NO
            START OUTCHK-FILE
              KEY NOT LESS THAN OCK-CHECK-NO
              INVALID KEY
                MOVE "YES" TO WS-IN-EOF
            END-START
            PERFORM 320-PROVE-OUTCHK-LIVE
              UNTIL WS-IN-EOF = "YES"
            CLOSE OUTCHK-FILE
            OPEN INPUT OUTCHK-ARC-FILE
            MOVE "NO" TO WS-IN-EOF
            PERFORM 330-PROVE-OUTCHK-ARCHIVE
              UNTIL WS-IN-EOF = "YES"
            CLOSE OUTCHK-ARC-FILE
            .

        310-PURGE-OUTCHK.
            READ OUTCHK-FILE NEXT RECORD
              AT END
                MOVE "YES" TO WS-IN-EOF
              NOT AT END
                MOVE OCK-AMOUNT TO WS-REC-AMOUNT
                PERFORM 650-ADD-ORIGINAL
                PERFORM 315-CHECK-OUTCHK-AGE
                IF WS-ARCHIVE-IT EQUAL "YES"
                    WRITE OUTCHK-ARC-REC FROM OCK-FILE-REC
                    DELETE OUTCHK-FILE RECORD
                      INVALID KEY
                        DISPLAY 'RETAIN - UNABLE TO DELETE CHECK '
                           OCK-CHECK-NO
                    END-DELETE
                END-IF
            END-READ
            .

        315-CHECK-OUTCHK-AGE.
            MOVE "NO" TO WS-ARCHIVE-IT
            IF OCK-STATUS NOT EQUAL "P"
               AND OCK-STATUS NOT EQUAL "V"
               AND OCK-STATUS NOT EQUAL "X"
                PERFORM 680-ADD-PROTECTED
            END-IF
            IF OCK-STATUS EQUAL "P"
               AND OCK-PAID-DATE NUMERIC
               AND OCK-PAID-DATE > 0
               AND OCK-PAID-DATE < WS-CUTOFF-DATE
                MOVE "YES" TO WS-ARCHIVE-IT
            END-IF
            IF OCK-STATUS EQUAL "V"
               AND OCK-VOID-DATE NUMERIC
               AND OCK-VOID-DATE > 0
               AND OCK-VOID-DATE < WS-CUTOFF-DATE
                MOVE "YES" TO WS-ARCHIVE-IT
            END-IF
            .

        320-PROVE-OUTCHK-LIVE.
            READ OUTCHK-FILE NEXT RECORD
              AT END
                MOVE "YES" TO WS-IN-EOF
              NOT AT END
                MOVE OCK-AMOUNT TO WS-REC-AMOUNT
                PERFORM 660-ADD-LIVE
            END-READ
            .

        330-PROVE-OUTCHK-ARCHIVE.
            READ OUTCHK-ARC-FILE
              AT END
                MOVE "YES" TO WS-IN-EOF
              NOT AT END
                MOVE OCA-AMOUNT TO WS-REC-AMOUNT
                PERFORM 670-ADD-ARCHIVED
            END-READ
            .

        400-RETAIN-SUSPENSE.
            MOVE 4 TO WS-FILE-SUB
            MOVE "NO" TO WS-SUSP-ACTIVE
            IF FR-RULE-FOUND (WS-FILE-SUB) EQUAL "YES"
                IF WS-CAL-FOUND EQUAL "YES"
                    MOVE "YES" TO WS-SUSP-ACTIVE
                    MOVE 'CURRENT PAY PERIOD:       '
                      TO FR-CUTOFF-CAPTION (WS-FILE-SUB)
                    MOVE WS-CUR-PERIOD TO WS-EDIT-COUNT
                    MOVE WS-EDIT-COUNT
                      TO FR-CUTOFF-VALUE (WS-FILE-SUB)
                ELSE
                    MOVE 'NO CALENDAR PERIOD - KEPT '
                      TO FR-CUTOFF-CAPTION (WS-FILE-SUB)
                    DISPLAY 'RETAIN - NO PAY CALENDAR PERIOD FOR '
                       'RUN DATE - SUSPENSE FILE KEPT WHOLE'
                END-IF
            END-IF
            OPEN INPUT SUSPENSE-FILE
            OPEN OUTPUT SUSPENSE-NEW-FILE
            OPEN OUTPUT SUSPENSE-ARC-FILE
            MOVE "NO" TO WS-IN-EOF
            PERFORM 410-COPY-SUSPENSE
              UNTIL WS-IN-EOF = "YES"
            CLOSE SUSPENSE-FILE
            CLOSE SUSPENSE-NEW-FILE
            CLOSE SUSPENSE-ARC-FILE
            OPEN INPUT SUSPENSE-NEW-FILE
            MOVE "NO" TO WS-IN-EOF
            PERFORM 420-PROVE-SUSPENSE-LIVE
              UNTIL WS-IN-EOF = "YES"
            CLOSE SUSPENSE-NEW-FILE
            OPEN INPUT SUSPENSE-ARC-FILE
            MOVE "NO" TO WS-IN-EOF
            PERFORM 430-PROVE-SUSPENSE-ARCHIVE
              UNTIL WS-IN-EOF = "YES"
            CLOSE SUSPENSE-ARC-FILE
            .

        410-COPY-SUSPENSE.
            READ SUSPENSE-FILE INTO WS-SUSPENSE-REC
              AT END
                MOVE "YES" TO WS-IN-EOF
              NOT AT END
                PERFORM 412-SUSPENSE-AMOUNT
                PERFORM 650-ADD-ORIGINAL
                MOVE "NO" TO WS-ARCHIVE-IT
                IF SUSP-STATUS NOT EQUAL "R"
                   AND SUSP-STATUS NOT EQUAL "D"
                    PERFORM 680-ADD-PROTECTED
                ELSE
                    IF WS-SUSP-ACTIVE EQUAL "YES"
                        PERFORM 415-AGE-SUSPENSE-ITEM
                    END-IF
                END-IF
                IF WS-ARCHIVE-IT EQUAL "YES"
                    WRITE SUSPENSE-ARC-REC FROM WS-SUSPENSE-REC
                ELSE
                    WRITE SUSPENSE-NEW-REC FROM WS-SUSPENSE-REC
                END-IF
            END-READ
            .

        412-SUSPENSE-AMOUNT.
            IF SUSP-HOURS-WORKED NUMERIC
                MOVE SUSP-HOURS-WORKED TO WS-REC-AMOUNT
            ELSE
                MOVE 0 TO WS-REC-AMOUNT
            END-IF
            .

        415-AGE-SUSPENSE-ITEM.
            IF SUSP-PERIOD NUMERIC
                MOVE SUSP-PERIOD TO WS-RESOLVED-PERIOD
                IF SUSP-PERIODS-HELD NUMERIC
                   AND SUSP-PERIODS-HELD > 0
                    COMPUTE WS-RESOLVED-PERIOD =
                        WS-RESOLVED-PERIOD + SUSP-PERIODS-HELD - 1
                END-IF
                IF WS-RESOLVED-PERIOD > WS-CAL-PERIODS
                    SUBTRACT WS-CAL-PERIODS FROM WS-RESOLVED-PERIOD
                END-IF
                COMPUTE WS-SUSP-AGE =
                    WS-CUR-PERIOD - WS-RESOLVED-PERIOD
                IF WS-SUSP-AGE < 0
                    ADD WS-CAL-PERIODS TO WS-SUSP-AGE
                END-IF
                IF WS-SUSP-AGE > FR-KEEP (WS-FILE-SUB)
                    MOVE "YES" TO WS-ARCHIVE-IT
                END-IF
            END-IF
            .

        420-PROVE-SUSPENSE-LIVE.
            READ SUSPENSE-NEW-FILE INTO WS-SUSPENSE-REC
              AT END
                MOVE "YES" TO WS-IN-EOF
              NOT AT END
                PERFORM 412-SUSPENSE-AMOUNT
                PERFORM 660-ADD-LIVE
            END-READ
            .

        430-PROVE-SUSPENSE-ARCHIVE.
            READ SUSPENSE-ARC-FILE INTO WS-SUSPENSE-REC
              AT END
                MOVE "YES" TO WS-IN-EOF
              NOT AT END
                PERFORM 412-SUSPENSE-AMOUNT
                PERFORM 670-ADD-ARCHIVED
            END-READ
            .

        500-RETAIN-CHKHIST.
            MOVE 5 TO WS-FILE-SUB
            MOVE 0 TO WS-CUTOFF-DATE
            IF FR-RULE-FOUND (WS-FILE-SUB) EQUAL "YES"
                COMPUTE WS-CUTOFF-MONTHS =
                    FR-KEEP (WS-FILE-SUB) * 12
                PERFORM 080-CALC-CUTOFF
            END-IF
            OPEN I-O CHKHIST-FILE
            OPEN OUTPUT CHKHIST-ARC-FILE
            MOVE "NO" TO WS-IN-EOF
            MOVE LOW-VALUES TO CHH-KEY
            START CHKHIST-FILE
              KEY NOT LESS THAN CHH-KEY
              INVALID KEY
                MOVE "YES" TO WS-IN-EOF
            END-START
            PERFORM 510-PURGE-CHKHIST
              UNTIL WS-IN-EOF = "YES"
            CLOSE CHKHIST-ARC-FILE
            MOVE "NO" TO WS-IN-EOF
            MOVE LOW-VALUES TO CHH-KEY
            START CHKHIST-FILE
              KEY NOT LESS THAN CHH-KEY
              INVALID KEY
                MOVE "YES" TO WS-IN-EOF
            END-START
            PERFORM 520-PROVE-CHKHIST-LIVE
              UNTIL WS-IN-EOF = "YES"
            CLOSE CHKHIST-FILE
            OPEN INPUT CHKHIST-ARC-FILE
            MOVE "NO" TO WS-IN-EOF
            PERFORM 530-PROVE-CHKHIST-ARCHIVE
              UNTIL WS-IN-EOF = "YES"
            CLOSE CHKHIST-ARC-FILE
            .

        510-PURGE-CHKHIST.
            READ CHKHIST-FILE NEXT RECORD
              AT END
                MOVE "YES" TO WS-IN-EOF
              NOT AT END
                MOVE CHH-GROSS-PAY TO WS-REC-AMOUNT
                PERFORM 650-ADD-ORIGINAL
                IF CHH-CHECK-DATE < WS-CUTOFF-DATE
                    WRITE CHKHIST-ARC-REC FROM CHH-FILE-REC
                    DELETE CHKHIST-FILE RECORD
                      INVALID KEY
                        DISPLAY 'RETAIN - UNABLE TO DELETE PAY '
                           'HISTORY FOR ' CHH-ID-NUMBER ' '
                           CHH-CHECK-DATE
                    END-DELETE
                END-IF
            END-READ
            .

        520-PROVE-CHKHIST-LIVE.
            READ CHKHIST-FILE NEXT RECORD
              AT END
                MOVE "YES" TO WS-IN-EOF
              NOT AT END
                MOVE CHH-GROSS-PAY TO WS-REC-AMOUNT
                PERFORM 660-ADD-LIVE
            END-READ
            .

        530-PROVE-CHKHIST-ARCHIVE.
            READ CHKHIST-ARC-FILE
              AT END
                MOVE "YES" TO WS-IN-EOF
              NOT AT END
                MOVE CHA-GROSS-PAY TO WS-REC-AMOUNT
                PERFORM 670-ADD-ARCHIVED
            END-READ
            .

        600-REPORT-FILE.
            ADD 1 TO WS-FILE-SUB
            COMPUTE WS-SUM-COUNT = FR-LIVE-COUNT (WS-FILE-SUB)
                + FR-ARCH-COUNT (WS-FILE-SUB)
            COMPUTE WS-SUM-AMOUNT = FR-LIVE-AMOUNT (WS-FILE-SUB)
                + FR-ARCH-AMOUNT (WS-FILE-SUB)
            IF WS-SUM-COUNT EQUAL FR-ORIG-COUNT (WS-FILE-SUB)
               AND WS-SUM-AMOUNT EQUAL FR-ORIG-AMOUNT (WS-FILE-SUB)
                MOVE "YES" TO FR-PROVED (WS-FILE-SUB)
                ADD 1 TO PROVED-COUNT
            ELSE
                MOVE "NO" TO FR-PROVED (WS-FILE-SUB)
                ADD 1 TO NOT-PROVED-COUNT
            END-IF
            MOVE 0 TO FL-KEEP
            MOVE SPACES TO FL-UNIT
            MOVE SPACES TO FL-CUTOFF-CAPTION
            MOVE SPACES TO FL-CUTOFF-VALUE
            MOVE FT-NAME (WS-FILE-SUB) TO FL-NAME
            MOVE FT-AMOUNT-NAME (WS-FILE-SUB) TO FL-AMOUNT-NAME
            IF FR-RULE-FOUND (WS-FILE-SUB) EQUAL "YES"
                MOVE FR-KEEP (WS-FILE-SUB) TO FL-KEEP
                MOVE FT-UNIT (WS-FILE-SUB) TO FL-UNIT
                MOVE FR-CUTOFF-CAPTION (WS-FILE-SUB)
                  TO FL-CUTOFF-CAPTION
                MOVE FR-CUTOFF-VALUE (WS-FILE-SUB)
                  TO FL-CUTOFF-VALUE
            ELSE
                MOVE 'NO RULE CARD - ALL KEPT' TO FL-UNIT
            END-IF
            MOVE FILE-LINE TO WS-PRINT-REC
            MOVE 3 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            MOVE 'ORIGINAL FILE' TO AL-CAPTION
            MOVE FR-ORIG-COUNT (WS-FILE-SUB) TO AL-COUNT
            MOVE FR-ORIG-AMOUNT (WS-FILE-SUB) TO AL-AMOUNT
            MOVE SPACES TO AL-NOTE
            PERFORM 690-PRINT-AMOUNT-LINE
            MOVE 'LIVE FILE AS REBUILT' TO AL-CAPTION
            MOVE FR-LIVE-COUNT (WS-FILE-SUB) TO AL-COUNT
            MOVE FR-LIVE-AMOUNT (WS-FILE-SUB) TO AL-AMOUNT
            MOVE SPACES TO AL-NOTE
            PERFORM 690-PRINT-AMOUNT-LINE
            MOVE 'ARCHIVED' TO AL-CAPTION
            MOVE FR-ARCH-COUNT (WS-FILE-SUB) TO AL-COUNT
            MOVE FR-ARCH-AMOUNT (WS-FILE-SUB) TO AL-AMOUNT
            MOVE SPACES TO AL-NOTE
            PERFORM 690-PRINT-AMOUNT-LINE
            MOVE 'LIVE PLUS ARCHIVED' TO AL-CAPTION
            MOVE WS-SUM-COUNT TO AL-COUNT
            MOVE WS-SUM-AMOUNT TO AL-AMOUNT
            IF FR-PROVED (WS-FILE-SUB) EQUAL "YES"
                MOVE 'PROVED TO ORIGINAL' TO AL-NOTE
            ELSE
                MOVE '*** NOT PROVED TO ORIGINAL ***' TO AL-NOTE
            END-IF
            PERFORM 690-PRINT-AMOUNT-LINE
            IF WS-FILE-SUB EQUAL 3
               OR WS-FILE-SUB EQUAL 4
                MOVE 'NEVER PURGED - KEPT' TO AL-CAPTION
                MOVE FR-PROT-COUNT (WS-FILE-SUB) TO AL-COUNT
                MOVE FR-PROT-AMOUNT (WS-FILE-SUB) TO AL-AMOUNT
                IF WS-FILE-SUB EQUAL 3
                    MOVE 'OUTSTANDING AND STALE CHECKS'
                      TO AL-NOTE
                ELSE
                    MOVE 'UNRESOLVED SUSPENSE ITEMS' TO AL-NOTE
                END-IF
                PERFORM 690-PRINT-AMOUNT-LINE
            END-IF
            IF FR-RULE-FOUND (WS-FILE-SUB) EQUAL "YES"
                PERFORM 640-WRITE-ARCHIVE-LOG
            END-IF
            .

        640-WRITE-ARCHIVE-LOG.
            MOVE SPACES TO WS-ARCHLOG-REC
            MOVE WS-RUN-DATE-NUM TO ARL-RUN-DATE
            COMPUTE ARL-RUN-TIME = (HH * 100) + MN
            MOVE FT-NAME (WS-FILE-SUB) TO ARL-FILE-NAME
            MOVE FR-KEEP (WS-FILE-SUB) TO ARL-KEEP
            MOVE FR-CUTOFF-VALUE (WS-FILE-SUB) TO ARL-CUTOFF
            MOVE FR-ORIG-COUNT (WS-FILE-SUB) TO ARL-ORIG-COUNT
            MOVE FR-ARCH-COUNT (WS-FILE-SUB) TO ARL-ARCH-COUNT
            MOVE FR-ARCH-AMOUNT (WS-FILE-SUB) TO ARL-ARCH-AMOUNT
            MOVE FR-LIVE-COUNT (WS-FILE-SUB) TO ARL-LIVE-COUNT
            MOVE FR-LIVE-AMOUNT (WS-FILE-SUB) TO ARL-LIVE-AMOUNT
            IF FR-PROVED (WS-FILE-SUB) EQUAL "YES"
                MOVE "Y" TO ARL-PROVED
            ELSE
                MOVE "N" TO ARL-PROVED
            END-IF
            WRITE ARCHLOG-FILE-REC FROM WS-ARCHLOG-REC
            .

        650-ADD-ORIGINAL.
            ADD 1 TO FR-ORIG-COUNT (WS-FILE-SUB)
            ADD WS-REC-AMOUNT TO FR-ORIG-AMOUNT (WS-FILE-SUB)
            .

        660-ADD-LIVE.
            ADD 1 TO FR-LIVE-COUNT (WS-FILE-SUB)
            ADD WS-REC-AMOUNT TO FR-LIVE-AMOUNT (WS-FILE-SUB)
            .

        670-ADD-ARCHIVED.
            ADD 1 TO FR-ARCH-COUNT (WS-FILE-SUB)
            ADD WS-REC-AMOUNT TO FR-ARCH-AMOUNT (WS-FILE-SUB)
            .

        680-ADD-PROTECTED.
            ADD 1 TO FR-PROT-COUNT (WS-FILE-SUB)
            ADD WS-REC-AMOUNT TO FR-PROT-AMOUNT (WS-FILE-SUB)
            .

        690-PRINT-AMOUNT-LINE.
            MOVE AMOUNT-LINE TO WS-PRINT-REC
            PERFORM 700-PRINT-LINE
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

        860-EDIT-DATE.
            MOVE WK-MM TO ED-MM
            MOVE WK-DD TO ED-DD
            MOVE WK-YY TO ED-YY
            .

        900-PRINT-TOTALS.
            MOVE PROVED-COUNT TO TL-PROVED
            IF NOT-PROVED-COUNT EQUAL 0
                MOVE 'LIVE PLUS ARCHIVED EQUALS ORIGINAL FOR EVERY FILE'
                  TO TL-MESSAGE
            ELSE
                MOVE 'PROOF FAILED - SEE FILES MARKED NOT PROVED'
                  TO TL-MESSAGE
            END-IF
            MOVE TOTAL-LINE-1 TO WS-PRINT-REC
            MOVE 3 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            DISPLAY 'RETAIN - ' RULE-COUNT ' RETENTION RULES  '
               PROVED-COUNT ' OF 5 FILES PROVED'
            .
      * END OF PROGRAM
