        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PAYINQ.
        AUTHOR.        CSU0020 ADAM DAVIES.
      ******************************************************************
      *                                                            *
      *    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *
      *    PAY HISTORY INQUIRY.  READS A CARD FILE OF INQUIRIES -  *
      *    ACTION, EMPLOYEE ID AND A FROM AND TO CHECK DATE - AND  *
      *    ANSWERS EACH ONE FROM THE PER-CHECK PAY HISTORY         *
      *    (CHKHIST.cpy).  ACTION S REPRINTS THE PAY STUB OF EVERY *
      *    PAYMENT IN THE DATE RANGE, WITH YEAR-TO-DATE FIGURES    *
      *    RECOMPUTED FROM THE HISTORY AS AT THAT CHECK, HOW IT    *
      *    WAS PAID AND WHETHER IT WAS LATER VOIDED.  ACTION W     *
      *    PRINTS A WAGE VERIFICATION STATEMENT LISTING EVERY      *
      *    PAYMENT IN THE RANGE PERIOD BY PERIOD - HOURS, GROSS,   *
      *    TAXES, DEDUCTIONS AND NET - WITH TOTALS.  VOIDS ARE     *
      *    LISTED AS NEGATIVE ENTRIES SO THE TOTALS ARE WHAT WAS   *
      *    ACTUALLY PAID.  EVERY CARD IS LISTED ON THE INQUIRY     *
      *    REPORT WITH WHAT WAS DONE OR WHY IT WAS REJECTED.       *
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
            SELECT OPTIONAL INQCARD-FILE  ASSIGN TO MYINQCRD.
            SELECT OPTIONAL CHKHIST-FILE  ASSIGN TO MYCHKHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CHH-KEY.
            SELECT EMPLOYEE-MASTER-FILE   ASSIGN TO MYEMPMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMP-ID-NUMBER.
            SELECT STUB-FILE              ASSIGN TO MYINQSTB.
            SELECT WAGE-FILE              ASSIGN TO MYWAGEVF.
            SELECT PRINT-FILE             ASSIGN TO MYINQRPT.

        DATA DIVISION.
        FILE SECTION.

        FD  INQCARD-FILE
            RECORDING MODE IS F.
        01  INQCARD-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  CHKHIST-FILE
            RECORD CONTAINS 280 CHARACTERS.
            COPY CHKHIST.

        FD  EMPLOYEE-MASTER-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY EMPMAST.

        FD  STUB-FILE
            RECORDING MODE IS F.
        01  STUB-REC.
            10  FILLER                    PIC X(132).

        FD  WAGE-FILE
            RECORDING MODE IS F.
        01  WAGE-REC.
            10  FILLER                    PIC X(132).

        FD  PRINT-FILE
            RECORDING MODE IS F.
        01  PRINT-REC.
            10  FILLER                    PIC X(132).

        WORKING-STORAGE SECTION.

        01  WS-COUNTERS-FLAGS.
            10  WS-CARD-EOF               PIC X(03) VALUE "NO".
            10  WS-CARD-OK                PIC X(03) VALUE "NO".
            10  WS-CHH-EOF                PIC X(03) VALUE "NO".
            10  WS-EMP-FOUND              PIC X(03) VALUE "NO".
            10  WS-WAGE-HEADED            PIC X(03) VALUE "NO".
            10  WS-SPACING                PIC 9(01) VALUE 2.
            10  WS-LINE-COUNT             PIC 9(03) VALUE 0.
            10  WS-PAGE                   PIC 9(03) VALUE 0.
            10  WS-WAGE-LINES             PIC 9(03) VALUE 0.
            10  WS-WAGE-SPACING           PIC 9(01) VALUE 2.
            10  CARDS-READ-COUNT          PIC 9(05) VALUE ZERO.
            10  REJECT-COUNT              PIC 9(05) VALUE ZERO.
            10  STUB-COUNT                PIC 9(05) VALUE ZERO.
            10  STATEMENT-COUNT           PIC 9(05) VALUE ZERO.
            10  WS-ENTRY-COUNT            PIC 9(05) VALUE ZERO.
            10  WS-VOIDED-COUNT           PIC 9(05) VALUE ZERO.
            10  WS-REJECT-REASON          PIC X(40) VALUE SPACES.

        01  WS-INQ-CARD.
            05  INQ-ACTION                PIC X(01).
            05  INQ-ID-NUMBER             PIC X(05).
            05  INQ-FROM-DATE-X           PIC X(06).
            05  INQ-FROM-DATE             REDEFINES INQ-FROM-DATE-X
                                          PIC 9(06).
            05  INQ-TO-DATE-X             PIC X(06).
            05  INQ-TO-DATE               REDEFINES INQ-TO-DATE-X
                                          PIC 9(06).
            05  FILLER                    PIC X(62).

        01  WS-HISTORY-WORK.
            10  WS-START-DATE             PIC 9(06) VALUE ZERO.
            10  WS-YTD-YEAR               PIC 9(02) VALUE ZERO.
            10  WS-CHH-YEAR               PIC 9(02) VALUE ZERO.
            10  WS-EMP-NAME               PIC X(23) VALUE SPACES.

        01  WS-YTD-AMOUNTS.
            10  YA-HR-USED                PIC S9(05)V9.
            10  YA-REG-PAY                PIC S9(07)V99.
            10  YA-OT-PAY                 PIC S9(07)V99.
            10  YA-LEAVE-PAY              PIC S9(07)V99.
            10  YA-BONUS-PAY              PIC S9(07)V99.
            10  YA-GROSS-PAY              PIC S9(07)V99.
            10  YA-TOTAL-DEDS             PIC S9(07)V99.
            10  YA-NET-PAY                PIC S9(07)V99.

        01  WS-WAGE-TOTALS.
            10  WT-HR-USED                PIC S9(05)V9.
            10  WT-GROSS-PAY              PIC S9(07)V99.
            10  WT-FED-TAX                PIC S9(07)V99.
            10  WT-STATE-TAX              PIC S9(07)V99.
            10  WT-FICA                   PIC S9(07)V99.
            10  WT-TOTAL-DEDS             PIC S9(07)V99.
            10  WT-NET-PAY                PIC S9(07)V99.

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
                'PAY HISTORY INQUIRY                    '.
            10  FILLER                    PIC X(05) VALUE SPACES.
            10  FILLER                    PIC X(06) VALUE 'PAGE: '.
            10  H-PAGE                    PIC Z(03).

        01  HEADING-2.
            10  FILLER                    PIC X(40) VALUE
                ' A EMP#   FROM    TO      NAME         '.
            10  FILLER                    PIC X(40) VALUE
                'PAYMENTS  DISPOSITION                   '.

        01  WS-PRINT-REC                  VALUE SPACES.
            05  FILLER                    PIC X(01).
            05  IQ-ACTION                 PIC X(01).
            05  FILLER                    PIC X(01).
            05  IQ-ID-NUMBER              PIC X(05).
            05  FILLER                    PIC X(02).
            05  IQ-FROM-DATE              PIC X(06).
            05  FILLER                    PIC X(02).
            05  IQ-TO-DATE                PIC X(06).
            05  FILLER                    PIC X(02).
            05  IQ-NAME                   PIC X(11).
            05  FILLER                    PIC X(03).
            05  IQ-COUNT                  PIC Z(04)9.
            05  FILLER                    PIC X(05).
            05  IQ-DISPOSITION            PIC X(40).
            05  FILLER                    PIC X(42).

        01  TOTAL-LINE-1.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(13) VALUE
                'CARDS READ:  '.
            10  TL-CARDS                  PIC Z(04)9.
            10  FILLER                    PIC X(18) VALUE
                '  STUBS REPRINTED:'.
            10  TL-STUBS                  PIC Z(04)9.
            10  FILLER                    PIC X(13) VALUE
                '  STATEMENTS:'.
            10  TL-STATEMENTS             PIC Z(04)9.
            10  FILLER                    PIC X(11) VALUE
                '  REJECTED:'.
            10  TL-REJECTED               PIC Z(04)9.

        01  STUB-HEADING-1.
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  ST-DATE                   PIC X(08).
            10  FILLER                    PIC X(04) VALUE SPACES.
            10  FILLER                    PIC X(40) VALUE
                'EMPLOYEE PAY ADVICE - REPRINT          '.

        01  STUB-EMP-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(10) VALUE
                'EMPLOYEE: '.
            10  SB-ID-NUMBER              PIC X(05).
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  SB-LAST-NAME              PIC X(14).
            10  FILLER                    PIC X(06) VALUE 'CCTR: '.
            10  SB-DIV                    PIC X(02).
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  SB-DEPT                   PIC X(03).

        01  STUB-PERIOD-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(12) VALUE
                'PAY PERIOD: '.
            10  SBP-PERIOD                PIC ZZ9.
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  SBP-START                 PIC X(08).
            10  FILLER                    PIC X(03) VALUE ' - '.
            10  SBP-END                   PIC X(08).
            10  FILLER                    PIC X(03) VALUE SPACES.
            10  SBP-NOTE                  PIC X(20).

        01  STUB-COL-LINE.
            10  FILLER                    PIC X(03) VALUE SPACES.
            10  FILLER                    PIC X(20) VALUE SPACES.
            10  FILLER                    PIC X(12) VALUE
                ' THIS PERIOD'.
            10  FILLER                    PIC X(03) VALUE SPACES.
            10  FILLER                    PIC X(12) VALUE
                'YEAR-TO-DATE'.

        01  STUB-DETAIL-LINE.
            10  FILLER                    PIC X(03) VALUE SPACES.
            10  SB-CAPTION                PIC X(20).
            10  SB-AMOUNT                 PIC ZZZ,ZZ9.99CR.
            10  FILLER                    PIC X(03) VALUE SPACES.
            10  SB-YTD-AMOUNT             PIC ZZZ,ZZ9.99CR.

        01  STUB-DED-LINE.
            10  FILLER                    PIC X(03) VALUE SPACES.
            10  SBD-CAPTION               PIC X(20).
            10  SBD-AMOUNT                PIC ZZZ,ZZ9.99CR.

        01  STUB-HOURS-LINE.
            10  FILLER                    PIC X(03) VALUE SPACES.
            10  SBH-CAPTION               PIC X(20).
            10  SBH-HOURS                 PIC Z,ZZ9.9-.
            10  FILLER                    PIC X(07) VALUE SPACES.
            10  SBH-YTD-HOURS             PIC Z,ZZ9.9-.

        01  STUB-PAY-LINE.
            10  FILLER                    PIC X(03) VALUE SPACES.
            10  SBY-CAPTION               PIC X(20).
            10  SBY-REFERENCE             PIC X(15).
            10  FILLER                    PIC X(03) VALUE SPACES.
            10  SBY-STATUS                PIC X(10).
            10  SBY-VOID-DATE             PIC X(08).

        01  WAGE-HEADING-1.
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  WH-DATE                   PIC X(08).
            10  FILLER                    PIC X(04) VALUE SPACES.
            10  FILLER                    PIC X(40) VALUE
                'WAGE VERIFICATION STATEMENT            '.

        01  WAGE-EMP-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(10) VALUE
                'EMPLOYEE: '.
            10  WE-ID-NUMBER              PIC X(05).
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  WE-NAME                   PIC X(23).
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  FILLER                    PIC X(05) VALUE 'SSN: '.
            10  WE-SSN-MASK.
                15  FILLER                PIC X(07) VALUE '***-**-'.
                15  WE-SSN-LAST-4         PIC X(04) VALUE SPACES.

        01  WAGE-RANGE-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(30) VALUE
                'PAYMENTS WITH CHECK DATES FROM'.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  WR-FROM-DATE              PIC X(08).
            10  FILLER                    PIC X(09) VALUE ' THROUGH '.
            10  WR-TO-DATE                PIC X(08).

        01  WAGE-COL-LINE.
            10  FILLER                    PIC X(40) VALUE
                ' CHECK DT  PER  PER END     HOURS    GRO'.
            10  FILLER                    PIC X(40) VALUE
                'SS PAY    FED TAX  STATE TAX       FICA '.
            10  FILLER                    PIC X(40) VALUE
                '  TOTAL DED    NET PAY  NOTE            '.

        01  WAGE-DETAIL-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  WD-CHECK-DATE             PIC X(08).
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  WD-PERIOD                 PIC ZZ9.
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  WD-PERIOD-END             PIC X(08).
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  WD-HOURS                  PIC Z,ZZ9.9-.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  WD-GROSS-PAY              PIC ZZZ,ZZ9.99-.
            10  WD-FED-TAX                PIC ZZZ,ZZ9.99-.
            10  WD-STATE-TAX              PIC ZZZ,ZZ9.99-.
            10  WD-FICA                   PIC ZZZ,ZZ9.99-.
            10  WD-TOTAL-DEDS             PIC ZZZ,ZZ9.99-.
            10  WD-NET-PAY                PIC ZZZ,ZZ9.99-.
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  WD-NOTE                   PIC X(16).

        01  WAGE-TOTAL-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(07) VALUE 'TOTAL  '.
            10  WTL-COUNT                 PIC ZZ9.
            10  FILLER                    PIC X(09) VALUE ' PAYMENTS'.
            10  FILLER                    PIC X(05) VALUE SPACES.
            10  WTL-HOURS                 PIC Z,ZZ9.9-.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  WTL-GROSS-PAY             PIC ZZZ,ZZ9.99-.
            10  WTL-FED-TAX               PIC ZZZ,ZZ9.99-.
            10  WTL-STATE-TAX             PIC ZZZ,ZZ9.99-.
            10  WTL-FICA                  PIC ZZZ,ZZ9.99-.
            10  WTL-TOTAL-DEDS            PIC ZZZ,ZZ9.99-.
            10  WTL-NET-PAY               PIC ZZZ,ZZ9.99-.

        01  WAGE-VOID-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(35) VALUE
                'PAYMENTS LATER VOIDED (SHOWN ABOVE '.
            10  FILLER                    PIC X(28) VALUE
                'WITH THEIR REVERSALS):      '.
            10  WVL-COUNT                 PIC ZZ9.

        PROCEDURE DIVISION.

        010-START-HERE.
            OPEN INPUT INQCARD-FILE
            OPEN INPUT CHKHIST-FILE
            OPEN INPUT EMPLOYEE-MASTER-FILE
            OPEN OUTPUT STUB-FILE
            OPEN OUTPUT WAGE-FILE
            OPEN OUTPUT PRINT-FILE
            PERFORM 850-GET-DATE
            PERFORM 800-PRINT-HEADINGS
            PERFORM 100-READ-CARD
              UNTIL WS-CARD-EOF = "YES"
            PERFORM 900-PRINT-TOTALS
            CLOSE INQCARD-FILE
            CLOSE CHKHIST-FILE
            CLOSE EMPLOYEE-MASTER-FILE
            CLOSE STUB-FILE
            CLOSE WAGE-FILE
            CLOSE PRINT-FILE
            IF REJECT-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.

        100-READ-CARD.
            READ INQCARD-FILE INTO WS-INQ-CARD
              AT END
                MOVE "YES" TO WS-CARD-EOF
              NOT AT END
                ADD 1 TO CARDS-READ-COUNT
                PERFORM 200-EDIT-CARD
                IF WS-CARD-OK EQUAL "YES"
                    PERFORM 300-ANSWER-INQUIRY
                END-IF
            END-READ
            .

        200-EDIT-CARD.
            MOVE "YES" TO WS-CARD-OK
            MOVE SPACES TO WS-REJECT-REASON
            IF INQ-ACTION NOT EQUAL "S"
               AND INQ-ACTION NOT EQUAL "W"
                MOVE 'REJECTED - ACTION MUST BE S OR W'
                  TO WS-REJECT-REASON
            END-IF
            IF WS-REJECT-REASON EQUAL SPACES
               AND INQ-ID-NUMBER EQUAL SPACES
                MOVE 'REJECTED - NO EMPLOYEE ID'
                  TO WS-REJECT-REASON
            END-IF
            IF WS-REJECT-REASON EQUAL SPACES
               AND (INQ-FROM-DATE-X NOT NUMERIC
                    OR INQ-TO-DATE-X NOT NUMERIC)
                MOVE 'REJECTED - DATES MUST BE YYMMDD'
                  TO WS-REJECT-REASON
            END-IF
            IF WS-REJECT-REASON EQUAL SPACES
               AND INQ-FROM-DATE > INQ-TO-DATE
                MOVE 'REJECTED - FROM DATE AFTER TO DATE'
                  TO WS-REJECT-REASON
            END-IF
            IF WS-REJECT-REASON NOT EQUAL SPACES
                MOVE "NO" TO WS-CARD-OK
                ADD 1 TO REJECT-COUNT
                PERFORM 280-FORMAT-CARD-LINE
                MOVE WS-REJECT-REASON TO IQ-DISPOSITION
                PERFORM 700-PRINT-LINE
            END-IF
            .

        280-FORMAT-CARD-LINE.
            MOVE SPACES TO WS-PRINT-REC
            MOVE INQ-ACTION TO IQ-ACTION
            MOVE INQ-ID-NUMBER TO IQ-ID-NUMBER
            MOVE INQ-FROM-DATE-X TO IQ-FROM-DATE
            MOVE INQ-TO-DATE-X TO IQ-TO-DATE
            .

        300-ANSWER-INQUIRY.
            MOVE 0 TO WS-ENTRY-COUNT
            MOVE 0 TO WS-VOIDED-COUNT
            MOVE "NO" TO WS-WAGE-HEADED
            MOVE "NO" TO WS-CHH-EOF
            MOVE 99 TO WS-YTD-YEAR
            INITIALIZE WS-YTD-AMOUNTS
            INITIALIZE WS-WAGE-TOTALS
            MOVE SPACES TO WS-EMP-NAME
            MOVE SPACES TO WE-SSN-LAST-4
            MOVE INQ-ID-NUMBER TO EMP-ID-NUMBER
            READ EMPLOYEE-MASTER-FILE
              INVALID KEY
                MOVE "NO" TO WS-EMP-FOUND
              NOT INVALID KEY
                MOVE "YES" TO WS-EMP-FOUND
                MOVE EMP-FIRST-NAME TO WS-EMP-NAME
                MOVE EMP-LAST-NAME TO WS-EMP-NAME (13:11)
                MOVE EMP-SSN (6:4) TO WE-SSN-LAST-4
            END-READ
            MOVE INQ-FROM-DATE TO WS-WORK-DATE-NUM
            COMPUTE WS-START-DATE = (WK-YY * 10000) + 101
            MOVE LOW-VALUES TO CHH-KEY
            MOVE INQ-ID-NUMBER TO CHH-ID-NUMBER
            MOVE WS-START-DATE TO CHH-CHECK-DATE
            START CHKHIST-FILE
              KEY NOT LESS THAN CHH-KEY
              INVALID KEY
                MOVE "YES" TO WS-CHH-EOF
            END-START
            PERFORM 320-READ-HISTORY
              UNTIL WS-CHH-EOF = "YES"
            IF INQ-ACTION EQUAL "W"
                PERFORM 560-WAGE-TOTALS
            END-IF
            PERFORM 280-FORMAT-CARD-LINE
            MOVE WS-EMP-NAME (13:11) TO IQ-NAME
            MOVE WS-ENTRY-COUNT TO IQ-COUNT
            IF INQ-ACTION EQUAL "S"
                IF WS-ENTRY-COUNT EQUAL 0
                    MOVE 'NO PAY HISTORY IN DATE RANGE'
                      TO IQ-DISPOSITION
                ELSE
                    MOVE 'PAY STUBS REPRINTED' TO IQ-DISPOSITION
                END-IF
            ELSE
                ADD 1 TO STATEMENT-COUNT
                MOVE 'WAGE VERIFICATION PRINTED'
                  TO IQ-DISPOSITION
            END-IF
            PERFORM 700-PRINT-LINE
            .

        320-READ-HISTORY.
            READ CHKHIST-FILE NEXT RECORD
              AT END
                MOVE "YES" TO WS-CHH-EOF
              NOT AT END
                IF CHH-ID-NUMBER NOT EQUAL INQ-ID-NUMBER
                   OR CHH-CHECK-DATE > INQ-TO-DATE
                    MOVE "YES" TO WS-CHH-EOF
                ELSE
                    PERFORM 340-ADD-TO-YTD
                    IF CHH-CHECK-DATE NOT LESS THAN INQ-FROM-DATE
                        PERFORM 360-SELECT-ENTRY
                    END-IF
                END-IF
            END-READ
            .

        340-ADD-TO-YTD.
            MOVE CHH-CHECK-DATE TO WS-WORK-DATE-NUM
            MOVE WK-YY TO WS-CHH-YEAR
            IF WS-CHH-YEAR NOT EQUAL WS-YTD-YEAR
                INITIALIZE WS-YTD-AMOUNTS
                MOVE WS-CHH-YEAR TO WS-YTD-YEAR
            END-IF
            ADD CHH-HR-USED TO YA-HR-USED
            ADD CHH-REG-PAY TO YA-REG-PAY
            ADD CHH-OT-PAY TO YA-OT-PAY
            ADD CHH-LEAVE-PAY TO YA-LEAVE-PAY
            ADD CHH-BONUS-PAY TO YA-BONUS-PAY
            ADD CHH-GROSS-PAY TO YA-GROSS-PAY
            ADD CHH-TOTAL-DEDS TO YA-TOTAL-DEDS
            ADD CHH-NET-PAY TO YA-NET-PAY
            .

        360-SELECT-ENTRY.
            ADD 1 TO WS-ENTRY-COUNT
            IF CHH-STATUS EQUAL "V"
                ADD 1 TO WS-VOIDED-COUNT
            END-IF
            IF WS-EMP-NAME EQUAL SPACES
                MOVE CHH-LAST-NAME TO WS-EMP-NAME (13:11)
            END-IF
            IF INQ-ACTION EQUAL "S"
                PERFORM 400-REPRINT-STUB
            ELSE
                PERFORM 520-WAGE-DETAIL
            END-IF
            .

        400-REPRINT-STUB.
            ADD 1 TO STUB-COUNT
            MOVE CHH-CHECK-DATE TO WS-WORK-DATE-NUM
            PERFORM 860-EDIT-DATE
            MOVE WS-EDIT-DATE TO ST-DATE
            WRITE STUB-REC FROM STUB-HEADING-1
              AFTER ADVANCING PAGE
            END-WRITE
            MOVE CHH-ID-NUMBER TO SB-ID-NUMBER
            MOVE CHH-LAST-NAME TO SB-LAST-NAME
            MOVE CHH-DIV TO SB-DIV
            MOVE CHH-DEPT TO SB-DEPT
            WRITE STUB-REC FROM STUB-EMP-LINE
              AFTER ADVANCING 2 LINES
            END-WRITE
            MOVE CHH-PERIOD TO SBP-PERIOD
            MOVE CHH-PERIOD-START TO WS-WORK-DATE-NUM
            PERFORM 860-EDIT-DATE
            MOVE WS-EDIT-DATE TO SBP-START
            MOVE CHH-PERIOD-END TO WS-WORK-DATE-NUM
            PERFORM 860-EDIT-DATE
            MOVE WS-EDIT-DATE TO SBP-END
            MOVE SPACES TO SBP-NOTE
            IF CHH-ENTRY-TYPE EQUAL "V"
                MOVE 'VOID REVERSAL' TO SBP-NOTE
            END-IF
            IF CHH-ENTRY-TYPE EQUAL "M"
                MOVE 'MANUAL PAYMENT' TO SBP-NOTE
            END-IF
            WRITE STUB-REC FROM STUB-PERIOD-LINE
              AFTER ADVANCING 1 LINES
            END-WRITE
            WRITE STUB-REC FROM STUB-COL-LINE
              AFTER ADVANCING 2 LINES
            END-WRITE
            MOVE 'HOURS PAID          ' TO SBH-CAPTION
            MOVE CHH-HR-USED TO SBH-HOURS
            MOVE YA-HR-USED TO SBH-YTD-HOURS
            WRITE STUB-REC FROM STUB-HOURS-LINE
              AFTER ADVANCING 2 LINES
            END-WRITE
            MOVE 'REGULAR PAY         ' TO SB-CAPTION
            MOVE CHH-REG-PAY TO SB-AMOUNT
            MOVE YA-REG-PAY TO SB-YTD-AMOUNT
            PERFORM 421-STUB-DETAIL
            MOVE 'OVERTIME PAY        ' TO SB-CAPTION
            MOVE CHH-OT-PAY TO SB-AMOUNT
            MOVE YA-OT-PAY TO SB-YTD-AMOUNT
            PERFORM 421-STUB-DETAIL
            MOVE 'LEAVE PAY           ' TO SB-CAPTION
            MOVE CHH-LEAVE-PAY TO SB-AMOUNT
            MOVE YA-LEAVE-PAY TO SB-YTD-AMOUNT
            PERFORM 421-STUB-DETAIL
            MOVE 'BONUS PAY           ' TO SB-CAPTION
            MOVE CHH-BONUS-PAY TO SB-AMOUNT
            MOVE YA-BONUS-PAY TO SB-YTD-AMOUNT
            PERFORM 421-STUB-DETAIL
            MOVE 'ADJUSTMENT PAY      ' TO SBD-CAPTION
            MOVE CHH-ADJ-PAY TO SBD-AMOUNT
            PERFORM 422-STUB-DEDUCTION
            MOVE 'GROSS PAY           ' TO SB-CAPTION
            MOVE CHH-GROSS-PAY TO SB-AMOUNT
            MOVE YA-GROSS-PAY TO SB-YTD-AMOUNT
            PERFORM 421-STUB-DETAIL
            MOVE 'FEDERAL TAX         ' TO SBD-CAPTION
            MOVE CHH-FED-TAX TO SBD-AMOUNT
            PERFORM 422-STUB-DEDUCTION
            MOVE 'STATE TAX           ' TO SBD-CAPTION
            MOVE CHH-STATE-TAX TO SBD-AMOUNT
            PERFORM 422-STUB-DEDUCTION
            MOVE 'FICA                ' TO SBD-CAPTION
            MOVE CHH-FICA TO SBD-AMOUNT
            PERFORM 422-STUB-DEDUCTION
            MOVE 'BENEFITS            ' TO SBD-CAPTION
            MOVE CHH-BENEFITS TO SBD-AMOUNT
            PERFORM 422-STUB-DEDUCTION
            MOVE 'OTHER DEDUCTIONS    ' TO SBD-CAPTION
            MOVE CHH-OTHER-DEDS TO SBD-AMOUNT
            PERFORM 422-STUB-DEDUCTION
            MOVE 'GARNISHMENT         ' TO SBD-CAPTION
            MOVE CHH-GARNISH TO SBD-AMOUNT
            PERFORM 422-STUB-DEDUCTION
            MOVE 'TOTAL DEDUCTIONS    ' TO SB-CAPTION
            MOVE CHH-TOTAL-DEDS TO SB-AMOUNT
            MOVE YA-TOTAL-DEDS TO SB-YTD-AMOUNT
            PERFORM 421-STUB-DETAIL
            MOVE 'NET PAY             ' TO SB-CAPTION
            MOVE CHH-NET-PAY TO SB-AMOUNT
            MOVE YA-NET-PAY TO SB-YTD-AMOUNT
            PERFORM 421-STUB-DETAIL
            PERFORM 440-STUB-PAYMENT
            .

        421-STUB-DETAIL.
            WRITE STUB-REC FROM STUB-DETAIL-LINE
              AFTER ADVANCING 1 LINES
            END-WRITE
            .

        422-STUB-DEDUCTION.
            WRITE STUB-REC FROM STUB-DED-LINE
              AFTER ADVANCING 1 LINES
            END-WRITE
            .

        440-STUB-PAYMENT.
            MOVE SPACES TO STUB-PAY-LINE
            MOVE 'NOT YET PAID        ' TO SBY-CAPTION
            IF CHH-PAY-METHOD EQUAL "C"
                MOVE 'PAID BY CHECK NO.   ' TO SBY-CAPTION
                MOVE CHH-CHECK-NO TO SBY-REFERENCE
            END-IF
            IF CHH-PAY-METHOD EQUAL "A"
                MOVE 'DEPOSIT TRACE NO.   ' TO SBY-CAPTION
                MOVE CHH-ACH-TRACE TO SBY-REFERENCE
            END-IF
            IF CHH-PAY-METHOD EQUAL "M"
                MOVE 'PAID MANUALLY       ' TO SBY-CAPTION
            END-IF
            IF CHH-PAY-METHOD EQUAL "N"
                MOVE 'NO PAYMENT DUE      ' TO SBY-CAPTION
            END-IF
            IF CHH-STATUS EQUAL "V"
                MOVE 'VOIDED ON ' TO SBY-STATUS
                MOVE CHH-VOID-DATE TO WS-WORK-DATE-NUM
                PERFORM 860-EDIT-DATE
                MOVE WS-EDIT-DATE TO SBY-VOID-DATE
            END-IF
            WRITE STUB-REC FROM STUB-PAY-LINE
              AFTER ADVANCING 2 LINES
            END-WRITE
            .

        500-WAGE-HEADINGS.
            MOVE "YES" TO WS-WAGE-HEADED
            MOVE H-DATE TO WH-DATE
            WRITE WAGE-REC FROM WAGE-HEADING-1
              AFTER ADVANCING PAGE
            END-WRITE
            MOVE INQ-ID-NUMBER TO WE-ID-NUMBER
            MOVE WS-EMP-NAME TO WE-NAME
            WRITE WAGE-REC FROM WAGE-EMP-LINE
              AFTER ADVANCING 2 LINES
            END-WRITE
            MOVE INQ-FROM-DATE TO WS-WORK-DATE-NUM
            PERFORM 860-EDIT-DATE
            MOVE WS-EDIT-DATE TO WR-FROM-DATE
            MOVE INQ-TO-DATE TO WS-WORK-DATE-NUM
            PERFORM 860-EDIT-DATE
            MOVE WS-EDIT-DATE TO WR-TO-DATE
            WRITE WAGE-REC FROM WAGE-RANGE-LINE
              AFTER ADVANCING 1 LINES
            END-WRITE
            WRITE WAGE-REC FROM WAGE-COL-LINE
              AFTER ADVANCING 2 LINES
            END-WRITE
            MOVE 2 TO WS-WAGE-SPACING
            MOVE 0 TO WS-WAGE-LINES
            .

        520-WAGE-DETAIL.
            IF WS-WAGE-HEADED EQUAL "NO"
               OR WS-WAGE-LINES > 50
                PERFORM 500-WAGE-HEADINGS
            END-IF
            MOVE SPACES TO WAGE-DETAIL-LINE
            MOVE CHH-CHECK-DATE TO WS-WORK-DATE-NUM
            PERFORM 860-EDIT-DATE
            MOVE WS-EDIT-DATE TO WD-CHECK-DATE
            MOVE CHH-PERIOD TO WD-PERIOD
            MOVE CHH-PERIOD-END TO WS-WORK-DATE-NUM
            PERFORM 860-EDIT-DATE
            MOVE WS-EDIT-DATE TO WD-PERIOD-END
            MOVE CHH-HR-USED TO WD-HOURS
            MOVE CHH-GROSS-PAY TO WD-GROSS-PAY
            MOVE CHH-FED-TAX TO WD-FED-TAX
            MOVE CHH-STATE-TAX TO WD-STATE-TAX
            MOVE CHH-FICA TO WD-FICA
            MOVE CHH-TOTAL-DEDS TO WD-TOTAL-DEDS
            MOVE CHH-NET-PAY TO WD-NET-PAY
            IF CHH-ENTRY-TYPE EQUAL "M"
                MOVE 'MANUAL PAYMENT' TO WD-NOTE
            END-IF
            IF CHH-ENTRY-TYPE EQUAL "V"
                MOVE 'VOID REVERSAL' TO WD-NOTE
            END-IF
            IF CHH-STATUS EQUAL "V"
                MOVE 'VOIDED' TO WD-NOTE
            END-IF
            ADD CHH-HR-USED TO WT-HR-USED
            ADD CHH-GROSS-PAY TO WT-GROSS-PAY
            ADD CHH-FED-TAX TO WT-FED-TAX
            ADD CHH-STATE-TAX TO WT-STATE-TAX
            ADD CHH-FICA TO WT-FICA
            ADD CHH-TOTAL-DEDS TO WT-TOTAL-DEDS
            ADD CHH-NET-PAY TO WT-NET-PAY
            WRITE WAGE-REC FROM WAGE-DETAIL-LINE
              AFTER ADVANCING WS-WAGE-SPACING LINES
            END-WRITE
            ADD WS-WAGE-SPACING TO WS-WAGE-LINES
            MOVE 1 TO WS-WAGE-SPACING
            .

        560-WAGE-TOTALS.
            IF WS-WAGE-HEADED EQUAL "NO"
                PERFORM 500-WAGE-HEADINGS
            END-IF
            MOVE WS-ENTRY-COUNT TO WTL-COUNT
            MOVE WT-HR-USED TO WTL-HOURS
            MOVE WT-GROSS-PAY TO WTL-GROSS-PAY
            MOVE WT-FED-TAX TO WTL-FED-TAX
            MOVE WT-STATE-TAX TO WTL-STATE-TAX
            MOVE WT-FICA TO WTL-FICA
            MOVE WT-TOTAL-DEDS TO WTL-TOTAL-DEDS
            MOVE WT-NET-PAY TO WTL-NET-PAY
            WRITE WAGE-REC FROM WAGE-TOTAL-LINE
              AFTER ADVANCING 2 LINES
            END-WRITE
            IF WS-VOIDED-COUNT > 0
                MOVE WS-VOIDED-COUNT TO WVL-COUNT
                WRITE WAGE-REC FROM WAGE-VOID-LINE
                  AFTER ADVANCING 2 LINES
                END-WRITE
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

        860-EDIT-DATE.
            MOVE WK-MM TO ED-MM
            MOVE WK-DD TO ED-DD
            MOVE WK-YY TO ED-YY
            .

        900-PRINT-TOTALS.
            MOVE CARDS-READ-COUNT TO TL-CARDS
            MOVE STUB-COUNT TO TL-STUBS
            MOVE STATEMENT-COUNT TO TL-STATEMENTS
            MOVE REJECT-COUNT TO TL-REJECTED
            MOVE TOTAL-LINE-1 TO WS-PRINT-REC
            MOVE 2 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            DISPLAY 'PAYINQ - ' CARDS-READ-COUNT ' INQUIRIES  '
               STUB-COUNT ' STUBS REPRINTED  ' STATEMENT-COUNT
               ' WAGE STATEMENTS  ' REJECT-COUNT ' REJECTED'
            .
      * END OF PROGRAM
