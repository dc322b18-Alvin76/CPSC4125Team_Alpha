        IDENTIFICATION DIVISION.
        PROGRAM-ID.    GLPOST.
        AUTHOR.        CSU0020 ADAM DAVIES.
      ******************************************************************
      *                                                            *
      *    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *
      *    GENERAL LEDGER JOURNAL POSTING.  READS THE PAY RUN GL   *
      *    EXTRACT (GLEXTRCT.cpy), THE VOID / MANUAL ADJUSTMENT    *
      *    EXTRACT, THE ACH RETURNED-PAYMENT REISSUE FILE AND THE  *
      *    GARNISHMENT REMITTANCE EXTRACT, TRANSLATES EVERY PAY    *
      *    COMPONENT TO A GL ACCOUNT THROUGH THE CHART-OF-ACCOUNTS *
      *    MAPPING MASTER (GLMAP.cpy) AND BUILDS ONE BALANCED      *
      *    JOURNAL: WAGE AND OVERTIME EXPENSE DEBITS BY DIVISION/  *
      *    DEPARTMENT, EMPLOYER BURDEN EXPENSE DEBITS, A CASH      *
      *    CREDIT FOR NET PAY AND LIABILITY CREDITS FOR FEDERAL,   *
      *    STATE, FICA, BENEFITS, OTHER DEDUCTIONS, GARNISHMENTS   *
      *    AND EMPLOYER BURDEN.  NEGATIVE AMOUNTS (VOIDS) POST TO  *
      *    THE OPPOSITE SIDE.  THE JOURNAL FILE (GLJRNL.cpy) IS    *
      *    RELEASED ONLY WHEN DEBITS EQUAL CREDITS, EVERY LINE     *
      *    BALANCES AND EVERY COMPONENT MAPPED; OTHERWISE THE      *
      *    JOURNAL FILE IS LEFT EMPTY, THE OUT-OF-BALANCE REPORT   *
      *    SHOWS EACH OFFENDING LINE AND THE SOURCE TOTALS, AND    *
      *    THE STEP ENDS WITH RETURN CODE 8.                       *
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
            SELECT GL-FILE                ASSIGN TO MYGLEXT.
            SELECT OPTIONAL ADJGL-FILE    ASSIGN TO MYADJGL.
            SELECT OPTIONAL REISSUE-FILE  ASSIGN TO MYREISSU.
            SELECT OPTIONAL GARN-EXT-FILE ASSIGN TO MYGRNEXT.
            SELECT GLMAP-FILE             ASSIGN TO MYGLMAP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAP-KEY.
            SELECT JOURNAL-FILE           ASSIGN TO MYJRNL.
            SELECT PRINT-FILE             ASSIGN TO MYJRNRPT.

        DATA DIVISION.
        FILE SECTION.

        FD  GL-FILE
            RECORDING MODE IS F.
        01  GL-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  ADJGL-FILE
            RECORDING MODE IS F.
        01  ADJGL-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  REISSUE-FILE
            RECORDING MODE IS F.
        01  REISSUE-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  GARN-EXT-FILE
            RECORDING MODE IS F.
        01  GARN-EXT-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  GLMAP-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY GLMAP.

        FD  JOURNAL-FILE
            RECORDING MODE IS F.
        01  JOURNAL-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  PRINT-FILE
            RECORDING MODE IS F.
        01  PRINT-REC.
            10  FILLER                    PIC X(132).

        WORKING-STORAGE SECTION.

        01  WS-COUNTERS-FLAGS.
            10  EOF-FLAG                  PIC X(03) VALUE "NO".
            10  WS-SPACING                PIC 9(01) VALUE 2.
            10  WS-LINE-COUNT             PIC 9(03) VALUE 0.
            10  WS-PAGE                   PIC 9(03) VALUE 0.
            10  WS-HEADING-MODE           PIC X(01) VALUE "E".
            10  WS-PERIOD-SET             PIC X(03) VALUE "NO".
            10  WS-MAP-FOUND              PIC X(03) VALUE "NO".
            10  WS-KEEP-CCTR              PIC X(03) VALUE "NO".
            10  WS-JT-SEEN                PIC X(03) VALUE "NO".
            10  WS-TABLE-FULL             PIC X(03) VALUE "NO".
            10  WS-RELEASE                PIC X(03) VALUE "NO".
            10  OOB-LINE-COUNT            PIC 9(05) VALUE ZERO.
            10  UNMAPPED-COUNT            PIC 9(05) VALUE ZERO.
            10  ERROR-COUNT               PIC 9(05) VALUE ZERO.
            10  JOURNAL-LINE-COUNT        PIC 9(05) VALUE ZERO.

        01  WS-SOURCE-NAMES.
            10  FILLER                    PIC X(08) VALUE 'PAY RUN '.
            10  FILLER                    PIC X(08) VALUE 'ADJUST  '.
            10  FILLER                    PIC X(08) VALUE 'REISSUE '.
            10  FILLER                    PIC X(08) VALUE 'GARNISH '.
        01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
            10  WS-SOURCE-NAME OCCURS 4 TIMES
                                          PIC X(08).

        01  WS-SOURCE-TOTALS.
            05  WS-SOURCE-ENTRY OCCURS 4 TIMES.
                10  ST-RECS               PIC 9(05).
                10  ST-DEBITS             PIC S9(09)V99.
                10  ST-CREDITS            PIC S9(09)V99.

        01  WS-CONTROL-TOTALS.
            10  WS-SRC-SUB                PIC S9(03) COMP VALUE 0.
            10  WS-TOTAL-DEBITS           PIC S9(09)V99 VALUE ZERO.
            10  WS-TOTAL-CREDITS          PIC S9(09)V99 VALUE ZERO.
            10  WS-OUT-OF-BALANCE         PIC S9(09)V99 VALUE ZERO.
            10  WS-LINE-DEBITS            PIC S9(07)V99 VALUE ZERO.
            10  WS-LINE-CREDITS           PIC S9(07)V99 VALUE ZERO.

        01  WS-POST-FIELDS.
            10  WS-CUR-ID                 PIC X(05) VALUE SPACES.
            10  WS-POST-DIV               PIC X(02) VALUE SPACES.
            10  WS-POST-DEPT              PIC X(03) VALUE SPACES.
            10  WS-POST-COMPONENT         PIC X(05) VALUE SPACES.
            10  WS-POST-SIDE              PIC X(01) VALUE SPACES.
            10  WS-POST-AMOUNT            PIC S9(07)V99 VALUE ZERO.
            10  WS-JT-ACCOUNT             PIC X(10) VALUE SPACES.
            10  WS-JT-DIV                 PIC X(02) VALUE SPACES.
            10  WS-JT-DEPT                PIC X(03) VALUE SPACES.
            10  WS-JT-DESCRIPTION         PIC X(20) VALUE SPACES.
            10  WS-EXC-REASON             PIC X(40) VALUE SPACES.

        01  WS-JT-CONTROL.
            10  WS-JT-COUNT               PIC S9(03) COMP VALUE 0.
            10  WS-JT-SUB                 PIC S9(03) COMP VALUE 0.
            10  WS-JT-MAX                 PIC S9(03) COMP VALUE 500.

        01  WS-JT-TABLE.
            05  WS-JT-ENTRY OCCURS 500 TIMES.
                10  JT-GL-ACCOUNT         PIC X(10).
                10  JT-DIV                PIC X(02).
                10  JT-DEPT               PIC X(03).
                10  JT-COMPONENT          PIC X(05).
                10  JT-DESCRIPTION        PIC X(20).
                10  JT-DEBIT              PIC S9(09)V99.
                10  JT-CREDIT             PIC S9(09)V99.

            COPY GLEXTRCT.
            COPY GLJRNL.

        01  WS-GARN-EXT-REC               VALUE SPACES.
            05  GX-PAYEE-ID               PIC X(05).
            05  GX-ID-NUMBER              PIC X(05).
            05  GX-PERIOD                 PIC 9(03).
            05  GX-AMOUNT                 PIC S9(05)V99.
            05  GX-PAYEE-NAME             PIC X(20).
            05  FILLER                    PIC X(40).

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
                'GL JOURNAL POSTING / OUT-OF-BALANCE     '.
            10  FILLER                    PIC X(05) VALUE SPACES.
            10  FILLER                    PIC X(06) VALUE 'PAGE: '.
            10  H-PAGE                    PIC Z(03).

        01  HEADING-2.
            10  FILLER                    PIC X(40) VALUE
                ' SOURCE    EMP#   DV DPT  COMP        AM'.
            10  FILLER                    PIC X(40) VALUE
                'OUNT  REASON                            '.
            10  FILLER                    PIC X(40) VALUE SPACES.

        01  HEADING-3.
            10  FILLER                    PIC X(40) VALUE
                ' GL ACCOUNT  DV DPT  COMP   DESCRIPTION '.
            10  FILLER                    PIC X(40) VALUE
                '                  DEBIT          CREDIT '.
            10  FILLER                    PIC X(40) VALUE SPACES.

        01  WS-PRINT-REC                  VALUE SPACES.
            05  FILLER                    PIC X(01).
            05  PR-SOURCE                 PIC X(08).
            05  FILLER                    PIC X(02).
            05  PR-ID-NUMBER              PIC X(05).
            05  FILLER                    PIC X(02).
            05  PR-DIV                    PIC X(02).
            05  FILLER                    PIC X(01).
            05  PR-DEPT                   PIC X(03).
            05  FILLER                    PIC X(02).
            05  PR-COMPONENT              PIC X(05).
            05  FILLER                    PIC X(02).
            05  PR-AMOUNT                 PIC -ZZZ,ZZ9.99.
            05  FILLER                    PIC X(02).
            05  PR-REASON                 PIC X(40).
            05  FILLER                    PIC X(46).

        01  JOURNAL-LINE                  VALUE SPACES.
            05  FILLER                    PIC X(01).
            05  JL-GL-ACCOUNT             PIC X(10).
            05  FILLER                    PIC X(02).
            05  JL-DIV                    PIC X(02).
            05  FILLER                    PIC X(01).
            05  JL-DEPT                   PIC X(03).
            05  FILLER                    PIC X(02).
            05  JL-COMPONENT              PIC X(05).
            05  FILLER                    PIC X(02).
            05  JL-DESCRIPTION            PIC X(20).
            05  FILLER                    PIC X(02).
            05  JL-DEBIT                  PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER                    PIC X(02).
            05  JL-CREDIT                 PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER                    PIC X(52).

        01  SOURCE-TOTAL-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  STL-NAME                  PIC X(08).
            10  FILLER                    PIC X(10) VALUE
                '  RECORDS:'.
            10  STL-RECS                  PIC Z(04)9.
            10  FILLER                    PIC X(09) VALUE
                '  DEBITS:'.
            10  STL-DEBITS                PIC ZZZ,ZZZ,ZZ9.99.
            10  FILLER                    PIC X(10) VALUE
                '  CREDITS:'.
            10  STL-CREDITS               PIC ZZZ,ZZZ,ZZ9.99.

        01  TOTAL-LINE-1.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(24) VALUE
                'JOURNAL TOTAL   DEBITS: '.
            10  TL-DEBITS                 PIC ZZZ,ZZZ,ZZ9.99.
            10  FILLER                    PIC X(10) VALUE
                '  CREDITS:'.
            10  TL-CREDITS                PIC ZZZ,ZZZ,ZZ9.99.
            10  FILLER                    PIC X(13) VALUE
                '  DIFFERENCE:'.
            10  TL-DIFFERENCE             PIC -ZZZ,ZZZ,ZZ9.99.

        01  TOTAL-LINE-2.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(19) VALUE
                'LINES OUT OF BAL:  '.
            10  TL-OOB                    PIC Z(04)9.
            10  FILLER                    PIC X(12) VALUE
                '  UNMAPPED: '.
            10  TL-UNMAPPED               PIC Z(04)9.
            10  FILLER                    PIC X(16) VALUE
                '  OTHER ERRORS: '.
            10  TL-ERRORS                 PIC Z(04)9.
            10  FILLER                    PIC X(17) VALUE
                '  JOURNAL LINES: '.
            10  TL-JOURNAL-LINES          PIC Z(04)9.

        01  TOTAL-LINE-3.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  TL-STATUS                 PIC X(60).

        PROCEDURE DIVISION.

        010-START-HERE.
            INITIALIZE WS-SOURCE-TOTALS
            OPEN INPUT GLMAP-FILE
            OPEN OUTPUT PRINT-FILE
            PERFORM 850-GET-DATE
            PERFORM 800-PRINT-HEADINGS
            PERFORM 100-POST-PAY-EXTRACT
            PERFORM 200-POST-ADJUSTMENTS
            PERFORM 300-POST-REISSUES
            PERFORM 400-POST-GARN-REMITS
            PERFORM 600-CHECK-BALANCE
            OPEN OUTPUT JOURNAL-FILE
            PERFORM 650-LIST-JOURNAL
            PERFORM 900-PRINT-TOTALS
            CLOSE GLMAP-FILE
            CLOSE JOURNAL-FILE
            CLOSE PRINT-FILE
            GOBACK.

        100-POST-PAY-EXTRACT.
            MOVE 1 TO WS-SRC-SUB
            MOVE "NO" TO EOF-FLAG
            OPEN INPUT GL-FILE
            PERFORM 110-READ-PAY-EXTRACT
            PERFORM 120-POST-PAY-LINE
              UNTIL EOF-FLAG = "YES"
            CLOSE GL-FILE
            .

        110-READ-PAY-EXTRACT.
            READ GL-FILE INTO WS-GL-REC
              AT END
                MOVE "YES" TO EOF-FLAG
              NOT AT END
                ADD 1 TO ST-RECS (WS-SRC-SUB)
            END-READ
            .

        120-POST-PAY-LINE.
            IF WS-PERIOD-SET NOT EQUAL "YES"
               AND GL-PERIOD NUMERIC
                MOVE GL-PERIOD TO JE-PERIOD
                MOVE "YES" TO WS-PERIOD-SET
            END-IF
            PERFORM 150-POST-EXTRACT-LINE
            PERFORM 110-READ-PAY-EXTRACT
            .

        150-POST-EXTRACT-LINE.
            MOVE GL-ACCOUNT TO WS-CUR-ID
            MOVE GL-DIV TO WS-POST-DIV
            MOVE GL-DEPT TO WS-POST-DEPT
            IF GL-REC-TYPE EQUAL "L"
                PERFORM 160-POST-BURDEN-LINE
            ELSE
                PERFORM 500-POST-EMPLOYEE-LINE
            END-IF
            .

        160-POST-BURDEN-LINE.
            IF GL-NET-PAY NOT NUMERIC
               OR (GL-ACCOUNT NOT EQUAL 'ERFIC'
                   AND GL-ACCOUNT NOT EQUAL 'ERBEN')
                ADD 1 TO ERROR-COUNT
                MOVE SPACES TO WS-POST-COMPONENT
                MOVE 0 TO WS-POST-AMOUNT
                MOVE 'UNKNOWN EMPLOYER LIABILITY LINE'
                  TO WS-EXC-REASON
                PERFORM 590-REPORT-EXCEPTION
            ELSE
                MOVE 'ERBEX' TO WS-POST-COMPONENT
                MOVE "D" TO WS-POST-SIDE
                MOVE GL-NET-PAY TO WS-POST-AMOUNT
                PERFORM 520-POST-AMOUNT
                MOVE GL-ACCOUNT TO WS-POST-COMPONENT
                MOVE "C" TO WS-POST-SIDE
                MOVE GL-NET-PAY TO WS-POST-AMOUNT
                PERFORM 520-POST-AMOUNT
            END-IF
            .

        200-POST-ADJUSTMENTS.
            MOVE 2 TO WS-SRC-SUB
            MOVE "NO" TO EOF-FLAG
            OPEN INPUT ADJGL-FILE
            PERFORM 210-READ-ADJ-EXTRACT
            PERFORM 220-POST-ADJ-LINE
              UNTIL EOF-FLAG = "YES"
            CLOSE ADJGL-FILE
            .

        210-READ-ADJ-EXTRACT.
            READ ADJGL-FILE INTO WS-GL-REC
              AT END
                MOVE "YES" TO EOF-FLAG
              NOT AT END
                ADD 1 TO ST-RECS (WS-SRC-SUB)
            END-READ
            .

        220-POST-ADJ-LINE.
            PERFORM 150-POST-EXTRACT-LINE
            PERFORM 210-READ-ADJ-EXTRACT
            .

        300-POST-REISSUES.
            MOVE 3 TO WS-SRC-SUB
            MOVE "NO" TO EOF-FLAG
            OPEN INPUT REISSUE-FILE
            PERFORM 310-READ-REISSUE
            PERFORM 320-POST-REISSUE-LINE
              UNTIL EOF-FLAG = "YES"
            CLOSE REISSUE-FILE
            .

        310-READ-REISSUE.
            READ REISSUE-FILE INTO WS-GL-REC
              AT END
                MOVE "YES" TO EOF-FLAG
              NOT AT END
                ADD 1 TO ST-RECS (WS-SRC-SUB)
            END-READ
            .

        320-POST-REISSUE-LINE.
            MOVE GL-ACCOUNT TO WS-CUR-ID
            MOVE GL-DIV TO WS-POST-DIV
            MOVE GL-DEPT TO WS-POST-DEPT
            IF GL-NET-PAY NOT NUMERIC
                ADD 1 TO ERROR-COUNT
                MOVE SPACES TO WS-POST-COMPONENT
                MOVE 0 TO WS-POST-AMOUNT
                MOVE 'REISSUE AMOUNT NOT NUMERIC'
                  TO WS-EXC-REASON
                PERFORM 590-REPORT-EXCEPTION
            ELSE
                MOVE 'CASH ' TO WS-POST-COMPONENT
                MOVE "D" TO WS-POST-SIDE
                MOVE GL-NET-PAY TO WS-POST-AMOUNT
                PERFORM 520-POST-AMOUNT
                MOVE 'RISSU' TO WS-POST-COMPONENT
                MOVE "C" TO WS-POST-SIDE
                MOVE GL-NET-PAY TO WS-POST-AMOUNT
                PERFORM 520-POST-AMOUNT
            END-IF
            PERFORM 310-READ-REISSUE
            .

        400-POST-GARN-REMITS.
            MOVE 4 TO WS-SRC-SUB
            MOVE "NO" TO EOF-FLAG
            OPEN INPUT GARN-EXT-FILE
            PERFORM 410-READ-GARN-REMIT
            PERFORM 420-POST-GARN-LINE
              UNTIL EOF-FLAG = "YES"
            CLOSE GARN-EXT-FILE
            .

        410-READ-GARN-REMIT.
            READ GARN-EXT-FILE INTO WS-GARN-EXT-REC
              AT END
                MOVE "YES" TO EOF-FLAG
              NOT AT END
                ADD 1 TO ST-RECS (WS-SRC-SUB)
            END-READ
            .

        420-POST-GARN-LINE.
            MOVE GX-ID-NUMBER TO WS-CUR-ID
            MOVE SPACES TO WS-POST-DIV
            MOVE SPACES TO WS-POST-DEPT
            IF GX-AMOUNT NOT NUMERIC
                ADD 1 TO ERROR-COUNT
                MOVE SPACES TO WS-POST-COMPONENT
                MOVE 0 TO WS-POST-AMOUNT
                MOVE 'REMITTANCE AMOUNT NOT NUMERIC'
                  TO WS-EXC-REASON
                PERFORM 590-REPORT-EXCEPTION
            ELSE
                MOVE 'GARN ' TO WS-POST-COMPONENT
                MOVE "D" TO WS-POST-SIDE
                MOVE GX-AMOUNT TO WS-POST-AMOUNT
                PERFORM 520-POST-AMOUNT
                MOVE 'CASH ' TO WS-POST-COMPONENT
                MOVE "C" TO WS-POST-SIDE
                MOVE GX-AMOUNT TO WS-POST-AMOUNT
                PERFORM 520-POST-AMOUNT
            END-IF
            PERFORM 410-READ-GARN-REMIT
            .

        500-POST-EMPLOYEE-LINE.
            IF GL-NET-PAY NOT NUMERIC
               OR GL-WAGE-PAY NOT NUMERIC
               OR GL-OT-PAY NOT NUMERIC
               OR GL-FED-TAX NOT NUMERIC
               OR GL-STATE-TAX NOT NUMERIC
               OR GL-FICA NOT NUMERIC
               OR GL-BENEFITS NOT NUMERIC
               OR GL-OTHER-DEDS NOT NUMERIC
               OR GL-GARNISH NOT NUMERIC
                ADD 1 TO ERROR-COUNT
                MOVE SPACES TO WS-POST-COMPONENT
                MOVE 0 TO WS-POST-AMOUNT
                MOVE 'NO COMPONENT AMOUNTS - NET ONLY LINE'
                  TO WS-EXC-REASON
                PERFORM 590-REPORT-EXCEPTION
            ELSE
                PERFORM 510-CHECK-LINE-BALANCE
                PERFORM 515-POST-EMPLOYEE-AMOUNTS
            END-IF
            .

        510-CHECK-LINE-BALANCE.
            ADD GL-WAGE-PAY GL-OT-PAY GIVING WS-LINE-DEBITS
            ADD GL-FED-TAX GL-STATE-TAX GL-FICA GL-BENEFITS
                GL-OTHER-DEDS GL-GARNISH GL-NET-PAY
              GIVING WS-LINE-CREDITS
            IF WS-LINE-DEBITS NOT EQUAL WS-LINE-CREDITS
                ADD 1 TO OOB-LINE-COUNT
                MOVE SPACES TO WS-POST-COMPONENT
                SUBTRACT WS-LINE-CREDITS FROM WS-LINE-DEBITS
                  GIVING WS-POST-AMOUNT
                MOVE 'LINE OUT OF BALANCE - EARNINGS VS NET'
                  TO WS-EXC-REASON
                PERFORM 590-REPORT-EXCEPTION
            END-IF
            .

        515-POST-EMPLOYEE-AMOUNTS.
            MOVE "D" TO WS-POST-SIDE
            MOVE 'WAGES' TO WS-POST-COMPONENT
            MOVE GL-WAGE-PAY TO WS-POST-AMOUNT
            PERFORM 520-POST-AMOUNT
            MOVE "D" TO WS-POST-SIDE
            MOVE 'OTPAY' TO WS-POST-COMPONENT
            MOVE GL-OT-PAY TO WS-POST-AMOUNT
            PERFORM 520-POST-AMOUNT
            MOVE "C" TO WS-POST-SIDE
            MOVE 'FEDWH' TO WS-POST-COMPONENT
            MOVE GL-FED-TAX TO WS-POST-AMOUNT
            PERFORM 520-POST-AMOUNT
            MOVE "C" TO WS-POST-SIDE
            MOVE 'STWH ' TO WS-POST-COMPONENT
            MOVE GL-STATE-TAX TO WS-POST-AMOUNT
            PERFORM 520-POST-AMOUNT
            MOVE "C" TO WS-POST-SIDE
            MOVE 'FICA ' TO WS-POST-COMPONENT
            MOVE GL-FICA TO WS-POST-AMOUNT
            PERFORM 520-POST-AMOUNT
            MOVE "C" TO WS-POST-SIDE
            MOVE 'BENEF' TO WS-POST-COMPONENT
            MOVE GL-BENEFITS TO WS-POST-AMOUNT
            PERFORM 520-POST-AMOUNT
            MOVE "C" TO WS-POST-SIDE
            MOVE 'OTHDD' TO WS-POST-COMPONENT
            MOVE GL-OTHER-DEDS TO WS-POST-AMOUNT
            PERFORM 520-POST-AMOUNT
            MOVE "C" TO WS-POST-SIDE
            MOVE 'GARN ' TO WS-POST-COMPONENT
            MOVE GL-GARNISH TO WS-POST-AMOUNT
            PERFORM 520-POST-AMOUNT
            MOVE "C" TO WS-POST-SIDE
            MOVE 'CASH ' TO WS-POST-COMPONENT
            MOVE GL-NET-PAY TO WS-POST-AMOUNT
            PERFORM 520-POST-AMOUNT
            .

        520-POST-AMOUNT.
            IF WS-POST-AMOUNT NOT EQUAL 0
                IF WS-POST-AMOUNT < 0
                    COMPUTE WS-POST-AMOUNT = 0 - WS-POST-AMOUNT
                    IF WS-POST-SIDE EQUAL "D"
                        MOVE "C" TO WS-POST-SIDE
                    ELSE
                        MOVE "D" TO WS-POST-SIDE
                    END-IF
                END-IF
                IF WS-POST-SIDE EQUAL "D"
                    ADD WS-POST-AMOUNT TO ST-DEBITS (WS-SRC-SUB)
                    ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS
                ELSE
                    ADD WS-POST-AMOUNT TO ST-CREDITS (WS-SRC-SUB)
                    ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS
                END-IF
                PERFORM 540-LOOKUP-MAP
                PERFORM 560-ADD-TO-TABLE
            END-IF
            .

        540-LOOKUP-MAP.
            MOVE "NO" TO WS-MAP-FOUND
            MOVE WS-POST-DIV TO WS-JT-DIV
            MOVE WS-POST-DEPT TO WS-JT-DEPT
            PERFORM 545-READ-MAP
            IF WS-MAP-FOUND NOT EQUAL "YES"
                MOVE SPACES TO WS-JT-DEPT
                PERFORM 545-READ-MAP
            END-IF
            IF WS-MAP-FOUND NOT EQUAL "YES"
                MOVE SPACES TO WS-JT-DIV
                PERFORM 545-READ-MAP
            END-IF
            IF WS-MAP-FOUND EQUAL "YES"
                MOVE MAP-GL-ACCOUNT TO WS-JT-ACCOUNT
                MOVE MAP-DESCRIPTION TO WS-JT-DESCRIPTION
            ELSE
                ADD 1 TO UNMAPPED-COUNT
                MOVE '*UNMAPPED*' TO WS-JT-ACCOUNT
                MOVE 'NO ACCOUNT ON GLMAP' TO WS-JT-DESCRIPTION
                MOVE 'NO GL ACCOUNT MAPPED FOR COMPONENT'
                  TO WS-EXC-REASON
                PERFORM 590-REPORT-EXCEPTION
            END-IF
            MOVE "NO" TO WS-KEEP-CCTR
            IF WS-POST-COMPONENT EQUAL 'WAGES'
               OR WS-POST-COMPONENT EQUAL 'OTPAY'
               OR WS-POST-COMPONENT EQUAL 'ERBEX'
               OR WS-MAP-FOUND NOT EQUAL "YES"
                MOVE "YES" TO WS-KEEP-CCTR
            END-IF
            IF WS-KEEP-CCTR EQUAL "YES"
                MOVE WS-POST-DIV TO WS-JT-DIV
                MOVE WS-POST-DEPT TO WS-JT-DEPT
            END-IF
            .

        545-READ-MAP.
            MOVE WS-JT-DIV TO MAP-DIV
            MOVE WS-JT-DEPT TO MAP-DEPT
            MOVE WS-POST-COMPONENT TO MAP-COMPONENT
            READ GLMAP-FILE
              INVALID KEY
                MOVE "NO" TO WS-MAP-FOUND
              NOT INVALID KEY
                MOVE "YES" TO WS-MAP-FOUND
            END-READ
            .

        560-ADD-TO-TABLE.
            MOVE "NO" TO WS-JT-SEEN
            MOVE 0 TO WS-JT-SUB
            PERFORM 565-SCAN-JOURNAL-TABLE
              UNTIL WS-JT-SEEN = "YES"
                 OR WS-JT-SUB NOT LESS THAN WS-JT-COUNT
            IF WS-JT-SEEN NOT EQUAL "YES"
                IF WS-JT-COUNT < WS-JT-MAX
                    ADD 1 TO WS-JT-COUNT
                    MOVE WS-JT-COUNT TO WS-JT-SUB
                    MOVE "YES" TO WS-JT-SEEN
                    MOVE WS-JT-ACCOUNT TO JT-GL-ACCOUNT (WS-JT-SUB)
                    MOVE WS-JT-DIV TO JT-DIV (WS-JT-SUB)
                    MOVE WS-JT-DEPT TO JT-DEPT (WS-JT-SUB)
                    MOVE WS-POST-COMPONENT TO JT-COMPONENT (WS-JT-SUB)
                    MOVE WS-JT-DESCRIPTION
                      TO JT-DESCRIPTION (WS-JT-SUB)
                    MOVE 0 TO JT-DEBIT (WS-JT-SUB)
                    MOVE 0 TO JT-CREDIT (WS-JT-SUB)
                ELSE
                    ADD 1 TO ERROR-COUNT
                    IF WS-TABLE-FULL NOT EQUAL "YES"
                        MOVE "YES" TO WS-TABLE-FULL
                        DISPLAY 'GLPOST - JOURNAL TABLE LIMIT OF '
                           WS-JT-MAX ' REACHED - JOURNAL INCOMPLETE'
                        MOVE 'JOURNAL TABLE FULL - LINE NOT POSTED'
                          TO WS-EXC-REASON
                        PERFORM 590-REPORT-EXCEPTION
                    END-IF
                END-IF
            END-IF
            IF WS-JT-SEEN EQUAL "YES"
                IF WS-POST-SIDE EQUAL "D"
                    ADD WS-POST-AMOUNT TO JT-DEBIT (WS-JT-SUB)
                ELSE
                    ADD WS-POST-AMOUNT TO JT-CREDIT (WS-JT-SUB)
                END-IF
            END-IF
            .

        565-SCAN-JOURNAL-TABLE.
            ADD 1 TO WS-JT-SUB
            IF JT-GL-ACCOUNT (WS-JT-SUB) EQUAL WS-JT-ACCOUNT
               AND JT-DIV (WS-JT-SUB) EQUAL WS-JT-DIV
               AND JT-DEPT (WS-JT-SUB) EQUAL WS-JT-DEPT
               AND JT-COMPONENT (WS-JT-SUB) EQUAL WS-POST-COMPONENT
                MOVE "YES" TO WS-JT-SEEN
            END-IF
            .

        590-REPORT-EXCEPTION.
            MOVE SPACES TO WS-PRINT-REC
            MOVE WS-SOURCE-NAME (WS-SRC-SUB) TO PR-SOURCE
            MOVE WS-CUR-ID TO PR-ID-NUMBER
            MOVE WS-POST-DIV TO PR-DIV
            MOVE WS-POST-DEPT TO PR-DEPT
            MOVE WS-POST-COMPONENT TO PR-COMPONENT
            MOVE WS-POST-AMOUNT TO PR-AMOUNT
            MOVE WS-EXC-REASON TO PR-REASON
            PERFORM 700-PRINT-LINE
            .

        600-CHECK-BALANCE.
            SUBTRACT WS-TOTAL-CREDITS FROM WS-TOTAL-DEBITS
              GIVING WS-OUT-OF-BALANCE
            IF WS-OUT-OF-BALANCE EQUAL 0
               AND OOB-LINE-COUNT EQUAL 0
               AND UNMAPPED-COUNT EQUAL 0
               AND ERROR-COUNT EQUAL 0
                MOVE "YES" TO WS-RELEASE
            ELSE
                MOVE "NO" TO WS-RELEASE
            END-IF
            .

        650-LIST-JOURNAL.
            MOVE "J" TO WS-HEADING-MODE
            PERFORM 800-PRINT-HEADINGS
            MOVE 0 TO WS-JT-SUB
            PERFORM 660-LIST-JOURNAL-ENTRY
              UNTIL WS-JT-SUB NOT LESS THAN WS-JT-COUNT
            .

        660-LIST-JOURNAL-ENTRY.
            ADD 1 TO WS-JT-SUB
            IF JT-DEBIT (WS-JT-SUB) NOT EQUAL 0
                MOVE "D" TO JE-DR-CR
                MOVE JT-DEBIT (WS-JT-SUB) TO JE-AMOUNT
                PERFORM 670-WRITE-JOURNAL-LINE
            END-IF
            IF JT-CREDIT (WS-JT-SUB) NOT EQUAL 0
                MOVE "C" TO JE-DR-CR
                MOVE JT-CREDIT (WS-JT-SUB) TO JE-AMOUNT
                PERFORM 670-WRITE-JOURNAL-LINE
            END-IF
            .

        670-WRITE-JOURNAL-LINE.
            MOVE JT-GL-ACCOUNT (WS-JT-SUB) TO JE-GL-ACCOUNT
            MOVE JT-DIV (WS-JT-SUB) TO JE-DIV
            MOVE JT-DEPT (WS-JT-SUB) TO JE-DEPT
            MOVE JT-COMPONENT (WS-JT-SUB) TO JE-COMPONENT
            MOVE JT-DESCRIPTION (WS-JT-SUB) TO JE-DESCRIPTION
            MOVE WS-DATE TO JE-RUN-DATE
            IF WS-PERIOD-SET NOT EQUAL "YES"
                MOVE 0 TO JE-PERIOD
            END-IF
            MOVE SPACES TO JOURNAL-LINE
            MOVE JE-GL-ACCOUNT TO JL-GL-ACCOUNT
            MOVE JE-DIV TO JL-DIV
            MOVE JE-DEPT TO JL-DEPT
            MOVE JE-COMPONENT TO JL-COMPONENT
            MOVE JE-DESCRIPTION TO JL-DESCRIPTION
            IF JE-DR-CR EQUAL "D"
                MOVE JE-AMOUNT TO JL-DEBIT
            ELSE
                MOVE JE-AMOUNT TO JL-CREDIT
            END-IF
            MOVE JOURNAL-LINE TO WS-PRINT-REC
            PERFORM 700-PRINT-LINE
            IF WS-RELEASE EQUAL "YES"
                WRITE JOURNAL-FILE-REC FROM WS-JOURNAL-REC
                ADD 1 TO JOURNAL-LINE-COUNT
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
            IF WS-HEADING-MODE EQUAL "J"
                MOVE HEADING-3 TO WS-PRINT-REC
            ELSE
                MOVE HEADING-2 TO WS-PRINT-REC
            END-IF
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
            MOVE 0 TO WS-SRC-SUB
            MOVE 2 TO WS-SPACING
            PERFORM 910-PRINT-SOURCE-TOTAL
              UNTIL WS-SRC-SUB NOT LESS THAN 4
            MOVE WS-TOTAL-DEBITS TO TL-DEBITS
            MOVE WS-TOTAL-CREDITS TO TL-CREDITS
            MOVE WS-OUT-OF-BALANCE TO TL-DIFFERENCE
            MOVE TOTAL-LINE-1 TO WS-PRINT-REC
            MOVE 2 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            MOVE OOB-LINE-COUNT TO TL-OOB
            MOVE UNMAPPED-COUNT TO TL-UNMAPPED
            MOVE ERROR-COUNT TO TL-ERRORS
            MOVE JOURNAL-LINE-COUNT TO TL-JOURNAL-LINES
            MOVE TOTAL-LINE-2 TO WS-PRINT-REC
            PERFORM 700-PRINT-LINE
            IF WS-RELEASE EQUAL "YES"
                MOVE 'JOURNAL BALANCED - RELEASED FOR POSTING'
                  TO TL-STATUS
            ELSE
                MOVE '*** JOURNAL OUT OF BALANCE - NOT RELEASED ***'
                  TO TL-STATUS
            END-IF
            MOVE TOTAL-LINE-3 TO WS-PRINT-REC
            MOVE 2 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            IF WS-RELEASE EQUAL "YES"
                DISPLAY 'GLPOST - JOURNAL RELEASED  '
                   JOURNAL-LINE-COUNT ' LINES  DEBITS '
                   WS-TOTAL-DEBITS '  CREDITS ' WS-TOTAL-CREDITS
            ELSE
                DISPLAY 'GLPOST - JOURNAL OUT OF BALANCE BY '
                   WS-OUT-OF-BALANCE '  ' OOB-LINE-COUNT
                   ' LINES OUT  ' UNMAPPED-COUNT ' UNMAPPED  '
                   ERROR-COUNT ' ERRORS - NOT RELEASED'
                MOVE 8 TO RETURN-CODE
            END-IF
            .

        910-PRINT-SOURCE-TOTAL.
            ADD 1 TO WS-SRC-SUB
            MOVE WS-SOURCE-NAME (WS-SRC-SUB) TO STL-NAME
            MOVE ST-RECS (WS-SRC-SUB) TO STL-RECS
            MOVE ST-DEBITS (WS-SRC-SUB) TO STL-DEBITS
            MOVE ST-CREDITS (WS-SRC-SUB) TO STL-CREDITS
            MOVE SOURCE-TOTAL-LINE TO WS-PRINT-REC
            PERFORM 700-PRINT-LINE
            .
      * END OF PROGRAM
