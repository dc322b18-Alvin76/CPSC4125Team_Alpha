        IDENTIFICATION DIVISION.
        PROGRAM-ID.    W2FILE.
        AUTHOR.        CSU0020 ADAM DAVIES.
      ******************************************************************
      *                                                            *
      *    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *
      *    W-2 WAGE AND TAX STATEMENT FILING.  READS EVERY RECORD  *
      *    ON THE YEAR-TO-DATE MASTER (YTD.cpy) BEFORE THE YEAR-   *
      *    END RESET, JOINS THE EMPLOYEE MASTER (EMPMAST.cpy) FOR  *
      *    SSN, NAME AND ADDRESS, AND WRITES THE SSA ELECTRONIC    *
      *    WAGE FILE (W2SSA.cpy: RA SUBMITTER, RE EMPLOYER, ONE RW *
      *    PER EMPLOYEE, RT TOTAL, RF FINAL) AND A PRINTED W-2 FOR *
      *    EVERY EMPLOYEE FILED.  EMPLOYER IDENTITY COMES FROM THE *
      *    W-2 PARAMETER CARDS.  EMPLOYEES WITH NO MASTER, A       *
      *    MISSING OR INVALID SSN, AN INCOMPLETE ADDRESS OR A      *
      *    NEGATIVE ANNUAL FIGURE ARE HELD OFF THE FILE AND LISTED *
      *    FOR CORRECTION.  THE CONTROL REPORT THEN RECONCILES THE *
      *    ANNUAL WAGE, FICA WAGE AND WITHHOLDING TOTALS TO THE    *
      *    SUM OF THE FOUR QUARTERLY FILINGS ON THE QUARTERLY      *
      *    FILING HISTORY (QTRHIST.cpy); A DIFFERENCE, A MISSING   *
      *    QUARTER OR A HELD EMPLOYEE ENDS THE STEP WITH RETURN    *
      *    CODE 4.  THE PAYROLL WITHHOLDS A SINGLE FICA AMOUNT, SO *
      *    IT IS REPORTED AS SOCIAL SECURITY WAGES AND TAX.        *
      *    BOX 1 AND STATE WAGES ARE GROSS LESS SECTION 125 AND    *
      *    PRE-TAX 401(K) CONTRIBUTIONS; PRE-TAX DEFERRALS ARE     *
      *    REPORTED IN BOX 12 AS CODE D AND ROTH CONTRIBUTIONS AS  *
      *    CODE AA.  THE RECONCILIATION COMPARES TOTAL GROSS,      *
      *    WHICH IS WHAT THE QUARTERLY HISTORY CARRIES.            *
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
            SELECT YTD-FILE               ASSIGN TO MYYTD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS YTD-ID-NUMBER.
            SELECT EMPLOYEE-MASTER-FILE   ASSIGN TO MYEMPMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMP-ID-NUMBER.
            SELECT OPTIONAL W2PARM-FILE   ASSIGN TO MYW2PRM.
            SELECT OPTIONAL QTRHIST-FILE  ASSIGN TO MYQTRHST.
            SELECT W2SSA-FILE             ASSIGN TO MYW2SSA.
            SELECT W2FORM-FILE            ASSIGN TO MYW2PRT.
            SELECT PRINT-FILE             ASSIGN TO MYW2RPT.

        DATA DIVISION.
        FILE SECTION.

        FD  YTD-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY YTD.

        FD  EMPLOYEE-MASTER-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY EMPMAST.

        FD  W2PARM-FILE
            RECORDING MODE IS F.
        01  W2PARM-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  QTRHIST-FILE
            RECORDING MODE IS F.
        01  QTRHIST-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  W2SSA-FILE
            RECORDING MODE IS F.
        01  W2SSA-FILE-REC.
            10  FILLER                    PIC X(512).

        FD  W2FORM-FILE
            RECORDING MODE IS F.
        01  W2FORM-REC.
            10  FILLER                    PIC X(132).

        FD  PRINT-FILE
            RECORDING MODE IS F.
        01  PRINT-REC.
            10  FILLER                    PIC X(132).

        WORKING-STORAGE SECTION.

        01  WS-COUNTERS-FLAGS.
            10  EOF-FLAG                  PIC X(03) VALUE "NO".
            10  WS-PARM-EOF               PIC X(03) VALUE "NO".
            10  WS-QTRHIST-EOF            PIC X(03) VALUE "NO".
            10  WS-EMPLOYER-SEEN          PIC X(03) VALUE "NO".
            10  WS-MASTER-NOT-FOUND       PIC X(03) VALUE "NO".
            10  WS-HOLD                   PIC X(03) VALUE "NO".
            10  WS-RECON-ERROR            PIC X(03) VALUE "NO".
            10  WS-QTR-MISSING            PIC X(03) VALUE "NO".
            10  WS-SPACING                PIC 9(01) VALUE 2.
            10  WS-LINE-COUNT             PIC 9(03) VALUE 0.
            10  WS-PAGE                   PIC 9(03) VALUE 0.
            10  WS-HEADING-MODE           PIC X(01) VALUE "E".
            10  FILED-COUNT               PIC 9(05) VALUE ZERO.
            10  HELD-COUNT                PIC 9(05) VALUE ZERO.
            10  INACTIVE-COUNT            PIC 9(05) VALUE ZERO.
            10  QTRHIST-COUNT             PIC 9(05) VALUE ZERO.

        01  WS-YEAR-CONTROLS.
            10  WS-TAX-YEAR               PIC 9(04) VALUE 0.
            10  WS-EXC-REASON             PIC X(50) VALUE SPACES.

        01  WS-W2PARM-REC.
            05  P1-TYPE                   PIC X(01).
            05  P1-TAX-YEAR-X             PIC X(04).
            05  P1-TAX-YEAR               REDEFINES P1-TAX-YEAR-X
                                          PIC 9(04).
            05  P1-EIN                    PIC X(09).
            05  P1-STATE-ID               PIC X(12).
            05  P1-EMPLOYER-NAME          PIC X(40).
            05  P1-USER-ID                PIC X(08).
            05  FILLER                    PIC X(06).

        01  WS-W2PARM-ADDR-REC REDEFINES WS-W2PARM-REC.
            05  P2-TYPE                   PIC X(01).
            05  P2-STREET                 PIC X(22).
            05  P2-CITY                   PIC X(22).
            05  P2-STATE                  PIC X(02).
            05  P2-ZIP                    PIC X(05).
            05  P2-ZIP-EXT                PIC X(04).
            05  FILLER                    PIC X(24).

        01  WS-EMPLOYER.
            10  ER-EIN                    PIC X(09) VALUE SPACES.
            10  ER-STATE-ID               PIC X(12) VALUE SPACES.
            10  ER-NAME                   PIC X(40) VALUE SPACES.
            10  ER-USER-ID                PIC X(08) VALUE SPACES.
            10  ER-STREET                 PIC X(22) VALUE SPACES.
            10  ER-CITY                   PIC X(22) VALUE SPACES.
            10  ER-STATE                  PIC X(02) VALUE SPACES.
            10  ER-ZIP                    PIC X(05) VALUE SPACES.
            10  ER-ZIP-EXT                PIC X(04) VALUE SPACES.

        01  WS-EIN-EDIT.
            10  EE-PREFIX                 PIC X(02).
            10  FILLER                    PIC X(01) VALUE '-'.
            10  EE-SUFFIX                 PIC X(07).

        01  WS-SSN-MASK.
            10  FILLER                    PIC X(07) VALUE '***-**-'.
            10  SM-LAST-4                 PIC X(04).

        01  WS-FULL-NAME.
            10  FN-FIRST                  PIC X(11).
            10  FILLER                    PIC X(01) VALUE SPACE.
            10  FN-LAST                   PIC X(11).

        01  WS-CITY-STATE-ZIP.
            10  CZ-CITY                   PIC X(22).
            10  FILLER                    PIC X(01) VALUE SPACE.
            10  CZ-STATE                  PIC X(02).
            10  FILLER                    PIC X(01) VALUE SPACE.
            10  CZ-ZIP                    PIC X(05).
            10  FILLER                    PIC X(01) VALUE SPACE.
            10  CZ-ZIP-EXT                PIC X(04).

        01  WS-STATE-ID-LINE.
            10  SI-STATE                  PIC X(02).
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  SI-STATE-ID               PIC X(12).

            COPY QTRHIST.

        01  WS-ITEM-NAMES.
            10  FILLER                    PIC X(11) VALUE 'GROSS WAGES'.
            10  FILLER                    PIC X(11) VALUE 'FICA WAGES '.
            10  FILLER                    PIC X(11) VALUE 'FED TAX    '.
            10  FILLER                    PIC X(11) VALUE 'STATE TAX  '.
            10  FILLER                    PIC X(11) VALUE 'FICA TAX   '.
        01  WS-ITEM-NAME-TABLE REDEFINES WS-ITEM-NAMES.
            10  WS-ITEM-NAME OCCURS 5 TIMES
                                          PIC X(11).

        01  WS-QTR-TABLE.
            05  WS-QTR-ENTRY OCCURS 4 TIMES.
                10  QTB-SEEN              PIC X(03).
                10  QTB-AMOUNT OCCURS 5 TIMES
                                          PIC S9(09)V99.

        01  WS-W2-WAGE-FIELDS.
            10  WS-W2-WAGES               PIC S9(07)V99 VALUE ZERO.

        01  WS-W2-TOTALS.
            05  W2T-AMOUNT OCCURS 5 TIMES PIC S9(09)V99.

        01  WS-RECON-CONTROL.
            10  WS-ITEM-SUB               PIC S9(03) COMP VALUE 0.
            10  WS-QTR-SUB                PIC S9(03) COMP VALUE 0.
            10  WS-QTRS-TOTAL             PIC S9(09)V99 VALUE ZERO.
            10  WS-RECON-DIFF             PIC S9(09)V99 VALUE ZERO.

            COPY W2SSA.

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
            10  FILLER                    PIC X(33) VALUE
                'W-2 FILING CONTROL REPORT       '.
            10  FILLER                    PIC X(10) VALUE 'TAX YEAR: '.
            10  H-TAX-YEAR                PIC 9(04).
            10  FILLER                    PIC X(06) VALUE SPACES.
            10  FILLER                    PIC X(06) VALUE 'PAGE: '.
            10  H-PAGE                    PIC Z(03).

        01  HEADING-2.
            10  FILLER                    PIC X(40) VALUE
                ' EMP#   LAST NAME     YTD GROSS   REASON'.
            10  FILLER                    PIC X(40) VALUE
                ' HELD OFF THE FILING                    '.
            10  FILLER                    PIC X(40) VALUE SPACES.

        01  HEADING-3.
            10  FILLER                    PIC X(40) VALUE
                ' ITEM            W-2 TOTAL       QUARTER'.
            10  FILLER                    PIC X(40) VALUE
                ' 1       QUARTER 2       QUARTER 3      '.
            10  FILLER                    PIC X(40) VALUE
                ' QUARTER 4      QTRS TOTAL      DIFFEREN'.
            10  FILLER                    PIC X(12) VALUE
                'CE  STATUS  '.

        01  WS-PRINT-REC                  PIC X(132) VALUE SPACES.

        01  EXCEPTION-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  XL-ID-NUMBER              PIC X(05).
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  XL-LAST-NAME              PIC X(11).
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  XL-GROSS                  PIC ZZZ,ZZ9.99-.
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  XL-REASON                 PIC X(50).
            10  FILLER                    PIC X(48) VALUE SPACES.

        01  RECON-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  RL-ITEM                   PIC X(11).
            10  RL-W2-TOTAL               PIC ZZZ,ZZZ,ZZ9.99-.
            10  RL-QTR-ENTRY OCCURS 4 TIMES.
                15  FILLER                PIC X(01).
                15  RL-QTR-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  RL-QTRS-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  RL-DIFFERENCE             PIC ZZZ,ZZZ,ZZ9.99-.
            10  FILLER                    PIC X(02) VALUE SPACES.
            10  RL-STATUS                 PIC X(08).

        01  MISSING-QTR-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(08) VALUE 'QUARTER '.
            10  MQ-QTR                    PIC 9(01).
            10  FILLER                    PIC X(49) VALUE
                ' NOT ON THE QUARTERLY FILING HISTORY FOR THE YEAR'.

        01  TOTAL-LINE-1.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(18) VALUE
                'EMPLOYEES FILED:  '.
            10  TL-FILED                  PIC Z(04)9.
            10  FILLER                    PIC X(08) VALUE
                '  HELD: '.
            10  TL-HELD                   PIC Z(04)9.
            10  FILLER                    PIC X(15) VALUE
                '  NO ACTIVITY: '.
            10  TL-INACTIVE               PIC Z(04)9.
            10  FILLER                    PIC X(25) VALUE
                '  QTR HISTORY RECORDS:   '.
            10  TL-QTRHIST                PIC Z(04)9.

        01  TOTAL-LINE-2.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(15) VALUE
                'FILED WAGES:   '.
            10  TL-WAGES                  PIC ZZZ,ZZZ,ZZ9.99.
            10  FILLER                    PIC X(11) VALUE
                '  FED TAX: '.
            10  TL-FED-TAX                PIC ZZZ,ZZZ,ZZ9.99.
            10  FILLER                    PIC X(14) VALUE
                '  SS WAGES:   '.
            10  TL-SS-WAGES               PIC ZZZ,ZZZ,ZZ9.99.
            10  FILLER                    PIC X(11) VALUE
                '  SS TAX:  '.
            10  TL-SS-TAX                 PIC ZZZ,ZZZ,ZZ9.99.

        01  TOTAL-LINE-3.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  TL-STATUS                 PIC X(60).

        01  FORM-TITLE-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(40) VALUE
                'FORM W-2  WAGE AND TAX STATEMENT        '.
            10  FT-TAX-YEAR               PIC 9(04).

        01  FORM-TEXT-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FX-LABEL                  PIC X(24).
            10  FX-VALUE                  PIC X(60).

        01  FORM-BOX-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FB-LABEL-1                PIC X(24).
            10  FB-AMOUNT-1               PIC ZZZ,ZZZ,ZZ9.99.
            10  FILLER                    PIC X(05) VALUE SPACES.
            10  FB-LABEL-2                PIC X(24).
            10  FB-AMOUNT-2               PIC ZZZ,ZZZ,ZZ9.99.

        PROCEDURE DIVISION.

        010-START-HERE.
            PERFORM 850-GET-DATE
            PERFORM 060-READ-PARM
            PERFORM 070-LOAD-QTR-HISTORY
            OPEN INPUT YTD-FILE
            OPEN INPUT EMPLOYEE-MASTER-FILE
            OPEN OUTPUT W2SSA-FILE
            OPEN OUTPUT W2FORM-FILE
            OPEN OUTPUT PRINT-FILE
            MOVE WS-TAX-YEAR TO H-TAX-YEAR
            MOVE WS-TAX-YEAR TO FT-TAX-YEAR
            INITIALIZE WS-W2-TOTALS
            PERFORM 800-PRINT-HEADINGS
            PERFORM 200-WRITE-EMPLOYER-RECORDS
            PERFORM 080-POSITION-YTD
            PERFORM 100-READ-YTD

            PERFORM 300-PROCESS-EMPLOYEE
              UNTIL EOF-FLAG = "YES"

            PERFORM 600-WRITE-TOTAL-RECORDS
            PERFORM 650-PRINT-RECONCILIATION
            PERFORM 900-PRINT-TOTALS
            CLOSE YTD-FILE
            CLOSE EMPLOYEE-MASTER-FILE
            CLOSE W2SSA-FILE
            CLOSE W2FORM-FILE
            CLOSE PRINT-FILE
            GOBACK.

        060-READ-PARM.
            IF MM EQUAL 12
                COMPUTE WS-TAX-YEAR = 2000 + YY
            ELSE
                COMPUTE WS-TAX-YEAR = 2000 + YY - 1
            END-IF
            OPEN INPUT W2PARM-FILE
            PERFORM 065-READ-PARM-CARD
              UNTIL WS-PARM-EOF EQUAL "YES"
            CLOSE W2PARM-FILE
            IF WS-EMPLOYER-SEEN NOT EQUAL "YES"
               OR ER-EIN NOT NUMERIC
               OR ER-NAME EQUAL SPACES
                DISPLAY 'W2FILE - EMPLOYER PARAMETER CARD MISSING OR '
                   'EIN INVALID - RUN STOPPED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            .

        065-READ-PARM-CARD.
            READ W2PARM-FILE INTO WS-W2PARM-REC
              AT END
                MOVE "YES" TO WS-PARM-EOF
            END-READ
            IF WS-PARM-EOF NOT EQUAL "YES"
                IF P1-TYPE EQUAL "1"
                    MOVE "YES" TO WS-EMPLOYER-SEEN
                    IF P1-TAX-YEAR-X NUMERIC
                       AND P1-TAX-YEAR > 1999
                        MOVE P1-TAX-YEAR TO WS-TAX-YEAR
                    END-IF
                    MOVE P1-EIN TO ER-EIN
                    MOVE P1-STATE-ID TO ER-STATE-ID
                    MOVE P1-EMPLOYER-NAME TO ER-NAME
                    MOVE P1-USER-ID TO ER-USER-ID
                END-IF
                IF P2-TYPE EQUAL "2"
                    MOVE P2-STREET TO ER-STREET
                    MOVE P2-CITY TO ER-CITY
                    MOVE P2-STATE TO ER-STATE
                    MOVE P2-ZIP TO ER-ZIP
                    MOVE P2-ZIP-EXT TO ER-ZIP-EXT
                END-IF
            END-IF
            .

        070-LOAD-QTR-HISTORY.
            INITIALIZE WS-QTR-TABLE
            OPEN INPUT QTRHIST-FILE
            PERFORM 075-READ-QTR-HISTORY
              UNTIL WS-QTRHIST-EOF EQUAL "YES"
            CLOSE QTRHIST-FILE
            .

        075-READ-QTR-HISTORY.
            READ QTRHIST-FILE INTO WS-QTRHIST-REC
              AT END
                MOVE "YES" TO WS-QTRHIST-EOF
            END-READ
            IF WS-QTRHIST-EOF NOT EQUAL "YES"
               AND QH-YEAR EQUAL WS-TAX-YEAR
               AND QH-QTR > 0
               AND QH-QTR < 5
                ADD 1 TO QTRHIST-COUNT
                MOVE "YES" TO QTB-SEEN (QH-QTR)
                MOVE QH-GROSS TO QTB-AMOUNT (QH-QTR, 1)
                MOVE QH-FICA-WAGES TO QTB-AMOUNT (QH-QTR, 2)
                MOVE QH-FED-TAX TO QTB-AMOUNT (QH-QTR, 3)
                MOVE QH-STATE-TAX TO QTB-AMOUNT (QH-QTR, 4)
                MOVE QH-FICA TO QTB-AMOUNT (QH-QTR, 5)
            END-IF
            .

        080-POSITION-YTD.
            MOVE LOW-VALUES TO YTD-ID-NUMBER
            START YTD-FILE
              KEY NOT LESS THAN YTD-ID-NUMBER
              INVALID KEY
                MOVE "YES" TO EOF-FLAG
            END-START
            .

        100-READ-YTD.
            IF EOF-FLAG NOT EQUAL "YES"
                READ YTD-FILE NEXT RECORD
                  AT END
                    MOVE "YES" TO EOF-FLAG
                END-READ
            END-IF
            .

        200-WRITE-EMPLOYER-RECORDS.
            MOVE SPACES TO W2-RA-REC
            MOVE 'RA' TO RA-ID
            MOVE ER-EIN TO RA-SUBMITTER-EIN
            MOVE ER-USER-ID TO RA-USER-ID
            MOVE '0' TO RA-RESUB-IND
            MOVE '98' TO RA-SOFTWARE-CODE
            MOVE ER-NAME TO RA-COMPANY-NAME
            MOVE ER-STREET TO RA-DELIVERY-ADDR
            MOVE ER-CITY TO RA-CITY
            MOVE ER-STATE TO RA-STATE
            MOVE ER-ZIP TO RA-ZIP
            MOVE ER-ZIP-EXT TO RA-ZIP-EXT
            MOVE ER-NAME TO RA-SUBMITTER-NAME
            WRITE W2SSA-FILE-REC FROM W2-RA-REC
            MOVE SPACES TO W2-RE-REC
            MOVE 'RE' TO RE-ID
            MOVE WS-TAX-YEAR TO RE-TAX-YEAR
            MOVE ER-EIN TO RE-EIN
            MOVE ER-NAME TO RE-EMPLOYER-NAME
            MOVE ER-STREET TO RE-DELIVERY-ADDR
            MOVE ER-CITY TO RE-CITY
            MOVE ER-STATE TO RE-STATE
            MOVE ER-ZIP TO RE-ZIP
            MOVE ER-ZIP-EXT TO RE-ZIP-EXT
            MOVE 'N' TO RE-KIND-OF-EMPLOYER
            MOVE 'R' TO RE-EMPLOYMENT-CODE
            MOVE '0' TO RE-SICK-PAY-IND
            WRITE W2SSA-FILE-REC FROM W2-RE-REC
            MOVE SPACES TO W2-RT-REC
            MOVE 'RT' TO RT-ID
            MOVE 0 TO RT-RW-COUNT
            MOVE 0 TO RT-WAGES
            MOVE 0 TO RT-FED-TAX
            MOVE 0 TO RT-SS-WAGES
            MOVE 0 TO RT-SS-TAX
            MOVE 0 TO RT-MEDICARE-WAGES
            MOVE 0 TO RT-MEDICARE-TAX
            MOVE 0 TO RT-SS-TIPS
            MOVE 0 TO RT-DEPENDENT-CARE
            MOVE 0 TO RT-401K-DEFERRALS
            MOVE ER-EIN (1:2) TO EE-PREFIX
            MOVE ER-EIN (3:7) TO EE-SUFFIX
            MOVE ER-STATE TO SI-STATE
            MOVE ER-STATE-ID TO SI-STATE-ID
            .

        300-PROCESS-EMPLOYEE.
            IF YTD-GROSS-PAY EQUAL 0
               AND YTD-FED-TAX EQUAL 0
               AND YTD-STATE-TAX EQUAL 0
               AND YTD-FICA EQUAL 0
                ADD 1 TO INACTIVE-COUNT
            ELSE
                ADD YTD-GROSS-PAY TO W2T-AMOUNT (1)
                ADD YTD-FICA-WAGES TO W2T-AMOUNT (2)
                ADD YTD-FED-TAX TO W2T-AMOUNT (3)
                ADD YTD-STATE-TAX TO W2T-AMOUNT (4)
                ADD YTD-FICA TO W2T-AMOUNT (5)
                COMPUTE WS-W2-WAGES =
                    YTD-GROSS-PAY - YTD-PRETAX-125 - YTD-DEFERRAL
                PERFORM 320-LOOKUP-MASTER
                PERFORM 350-EDIT-EMPLOYEE
                IF WS-HOLD EQUAL "YES"
                    PERFORM 390-PRINT-EXCEPTION
                ELSE
                    PERFORM 400-WRITE-RW-RECORD
                    PERFORM 500-PRINT-W2-FORM
                END-IF
            END-IF
            PERFORM 100-READ-YTD
            .

        320-LOOKUP-MASTER.
            MOVE "NO" TO WS-MASTER-NOT-FOUND
            MOVE YTD-ID-NUMBER TO EMP-ID-NUMBER
            READ EMPLOYEE-MASTER-FILE
              INVALID KEY
                MOVE "YES" TO WS-MASTER-NOT-FOUND
            END-READ
            .

        350-EDIT-EMPLOYEE.
            MOVE "NO" TO WS-HOLD
            MOVE SPACES TO WS-EXC-REASON
            IF WS-MASTER-NOT-FOUND EQUAL "YES"
                MOVE "YES" TO WS-HOLD
                MOVE 'NOT ON EMPLOYEE MASTER' TO WS-EXC-REASON
            ELSE
                IF EMP-SSN NOT NUMERIC
                   OR EMP-SSN EQUAL '000000000'
                   OR EMP-SSN (1:3) EQUAL '000'
                   OR EMP-SSN (1:3) EQUAL '666'
                   OR EMP-SSN (1:1) EQUAL '9'
                    MOVE "YES" TO WS-HOLD
                    MOVE 'SSN MISSING OR INVALID' TO WS-EXC-REASON
                ELSE
                    IF EMP-STREET EQUAL SPACES
                       OR EMP-CITY EQUAL SPACES
                       OR EMP-STATE EQUAL SPACES
                       OR EMP-ZIP (1:5) NOT NUMERIC
                        MOVE "YES" TO WS-HOLD
                        MOVE 'MAILING ADDRESS INCOMPLETE'
                          TO WS-EXC-REASON
                    END-IF
                END-IF
            END-IF
            IF WS-HOLD NOT EQUAL "YES"
                IF YTD-GROSS-PAY < 0
                   OR WS-W2-WAGES < 0
                   OR YTD-DEFERRAL < 0
                   OR YTD-ROTH < 0
                   OR YTD-FICA-WAGES < 0
                   OR YTD-FED-TAX < 0
                   OR YTD-STATE-TAX < 0
                   OR YTD-FICA < 0
                    MOVE "YES" TO WS-HOLD
                    MOVE 'NEGATIVE ANNUAL WAGE OR TAX FIGURE'
                      TO WS-EXC-REASON
                END-IF
            END-IF
            .

        390-PRINT-EXCEPTION.
            ADD 1 TO HELD-COUNT
            MOVE YTD-ID-NUMBER TO XL-ID-NUMBER
            IF WS-MASTER-NOT-FOUND EQUAL "YES"
                MOVE '(NOT ON MST)' TO XL-LAST-NAME
            ELSE
                MOVE EMP-LAST-NAME TO XL-LAST-NAME
            END-IF
            MOVE YTD-GROSS-PAY TO XL-GROSS
            MOVE WS-EXC-REASON TO XL-REASON
            MOVE EXCEPTION-LINE TO WS-PRINT-REC
            PERFORM 700-PRINT-LINE
            .

        400-WRITE-RW-RECORD.
            ADD 1 TO FILED-COUNT
            MOVE SPACES TO W2-RW-REC
            MOVE 'RW' TO RW-ID
            MOVE EMP-SSN TO RW-SSN
            MOVE EMP-FIRST-NAME TO RW-FIRST-NAME
            MOVE EMP-LAST-NAME TO RW-LAST-NAME
            MOVE EMP-STREET TO RW-DELIVERY-ADDR
            MOVE EMP-CITY TO RW-CITY
            MOVE EMP-STATE TO RW-STATE
            MOVE EMP-ZIP (1:5) TO RW-ZIP
            MOVE EMP-ZIP (6:4) TO RW-ZIP-EXT
            COMPUTE RW-WAGES = WS-W2-WAGES * 100
            COMPUTE RW-FED-TAX = YTD-FED-TAX * 100
            COMPUTE RW-SS-WAGES = YTD-FICA-WAGES * 100
            COMPUTE RW-SS-TAX = YTD-FICA * 100
            MOVE 0 TO RW-MEDICARE-WAGES
            MOVE 0 TO RW-MEDICARE-TAX
            MOVE 0 TO RW-SS-TIPS
            MOVE 0 TO RW-DEPENDENT-CARE
            COMPUTE RW-401K-DEFERRALS = YTD-DEFERRAL * 100
            MOVE '0' TO RW-STATUTORY-IND
            IF YTD-DEFERRAL NOT EQUAL 0
               OR YTD-ROTH NOT EQUAL 0
               OR YTD-ER-MATCH NOT EQUAL 0
                MOVE '1' TO RW-RETIREMENT-IND
            ELSE
                MOVE '0' TO RW-RETIREMENT-IND
            END-IF
            MOVE '0' TO RW-SICK-PAY-IND
            WRITE W2SSA-FILE-REC FROM W2-RW-REC
            ADD 1 TO RT-RW-COUNT
            ADD RW-WAGES TO RT-WAGES
            ADD RW-FED-TAX TO RT-FED-TAX
            ADD RW-SS-WAGES TO RT-SS-WAGES
            ADD RW-SS-TAX TO RT-SS-TAX
            ADD RW-401K-DEFERRALS TO RT-401K-DEFERRALS
            .

        500-PRINT-W2-FORM.
            WRITE W2FORM-REC FROM FORM-TITLE-LINE
              AFTER ADVANCING PAGE
            END-WRITE
            MOVE EMP-SSN (6:4) TO SM-LAST-4
            MOVE 'A EMPLOYEE SSN' TO FX-LABEL
            MOVE WS-SSN-MASK TO FX-VALUE
            PERFORM 550-WRITE-FORM-TEXT
            MOVE 'B EMPLOYER ID (EIN)' TO FX-LABEL
            MOVE WS-EIN-EDIT TO FX-VALUE
            PERFORM 550-WRITE-FORM-TEXT
            MOVE 'C EMPLOYER' TO FX-LABEL
            MOVE ER-NAME TO FX-VALUE
            PERFORM 550-WRITE-FORM-TEXT
            MOVE ER-STREET TO FX-VALUE
            PERFORM 550-WRITE-FORM-TEXT
            MOVE ER-CITY TO CZ-CITY
            MOVE ER-STATE TO CZ-STATE
            MOVE ER-ZIP TO CZ-ZIP
            MOVE ER-ZIP-EXT TO CZ-ZIP-EXT
            MOVE WS-CITY-STATE-ZIP TO FX-VALUE
            PERFORM 550-WRITE-FORM-TEXT
            MOVE 'D CONTROL NUMBER' TO FX-LABEL
            MOVE YTD-ID-NUMBER TO FX-VALUE
            PERFORM 550-WRITE-FORM-TEXT
            MOVE 'E EMPLOYEE' TO FX-LABEL
            MOVE EMP-FIRST-NAME TO FN-FIRST
            MOVE EMP-LAST-NAME TO FN-LAST
            MOVE WS-FULL-NAME TO FX-VALUE
            PERFORM 550-WRITE-FORM-TEXT
            MOVE 'F EMPLOYEE ADDRESS' TO FX-LABEL
            MOVE EMP-STREET TO FX-VALUE
            PERFORM 550-WRITE-FORM-TEXT
            MOVE EMP-CITY TO CZ-CITY
            MOVE EMP-STATE TO CZ-STATE
            MOVE EMP-ZIP (1:5) TO CZ-ZIP
            MOVE EMP-ZIP (6:4) TO CZ-ZIP-EXT
            MOVE WS-CITY-STATE-ZIP TO FX-VALUE
            PERFORM 550-WRITE-FORM-TEXT
            MOVE '1 WAGES,TIPS,OTHER COMP' TO FB-LABEL-1
            MOVE WS-W2-WAGES TO FB-AMOUNT-1
            MOVE '2 FEDERAL INCOME TAX WH' TO FB-LABEL-2
            MOVE YTD-FED-TAX TO FB-AMOUNT-2
            PERFORM 560-WRITE-FORM-BOXES
            MOVE '3 SOCIAL SECURITY WAGES' TO FB-LABEL-1
            MOVE YTD-FICA-WAGES TO FB-AMOUNT-1
            MOVE '4 SOCIAL SECURITY TAX WH' TO FB-LABEL-2
            MOVE YTD-FICA TO FB-AMOUNT-2
            PERFORM 560-WRITE-FORM-BOXES
            MOVE '5 MEDICARE WAGES' TO FB-LABEL-1
            MOVE 0 TO FB-AMOUNT-1
            MOVE '6 MEDICARE TAX WITHHELD' TO FB-LABEL-2
            MOVE 0 TO FB-AMOUNT-2
            PERFORM 560-WRITE-FORM-BOXES
            IF YTD-DEFERRAL NOT EQUAL 0
               OR YTD-ROTH NOT EQUAL 0
                MOVE '12 CODE D  401(K)' TO FB-LABEL-1
                MOVE YTD-DEFERRAL TO FB-AMOUNT-1
                MOVE '12 CODE AA ROTH 401(K)' TO FB-LABEL-2
                MOVE YTD-ROTH TO FB-AMOUNT-2
                PERFORM 560-WRITE-FORM-BOXES
            END-IF
            MOVE '15 STATE / EMPLOYER ID' TO FX-LABEL
            MOVE WS-STATE-ID-LINE TO FX-VALUE
            PERFORM 550-WRITE-FORM-TEXT
            MOVE '16 STATE WAGES' TO FB-LABEL-1
            MOVE WS-W2-WAGES TO FB-AMOUNT-1
            MOVE '17 STATE INCOME TAX' TO FB-LABEL-2
            MOVE YTD-STATE-TAX TO FB-AMOUNT-2
            PERFORM 560-WRITE-FORM-BOXES
            .

        550-WRITE-FORM-TEXT.
            WRITE W2FORM-REC FROM FORM-TEXT-LINE
              AFTER ADVANCING 1 LINES
            END-WRITE
            MOVE SPACES TO FX-LABEL
            .

        560-WRITE-FORM-BOXES.
            WRITE W2FORM-REC FROM FORM-BOX-LINE
              AFTER ADVANCING 2 LINES
            END-WRITE
            .

        600-WRITE-TOTAL-RECORDS.
            WRITE W2SSA-FILE-REC FROM W2-RT-REC
            MOVE SPACES TO W2-RF-REC
            MOVE 'RF' TO RF-ID
            MOVE FILED-COUNT TO RF-RW-COUNT
            WRITE W2SSA-FILE-REC FROM W2-RF-REC
            .

        650-PRINT-RECONCILIATION.
            MOVE "R" TO WS-HEADING-MODE
            PERFORM 800-PRINT-HEADINGS
            MOVE 0 TO WS-QTR-SUB
            PERFORM 655-CHECK-QUARTER
              UNTIL WS-QTR-SUB NOT LESS THAN 4
            MOVE 0 TO WS-ITEM-SUB
            PERFORM 660-RECONCILE-ITEM
              UNTIL WS-ITEM-SUB NOT LESS THAN 5
            .

        655-CHECK-QUARTER.
            ADD 1 TO WS-QTR-SUB
            IF QTB-SEEN (WS-QTR-SUB) NOT EQUAL "YES"
                MOVE "YES" TO WS-QTR-MISSING
                MOVE WS-QTR-SUB TO MQ-QTR
                MOVE MISSING-QTR-LINE TO WS-PRINT-REC
                PERFORM 700-PRINT-LINE
            END-IF
            .

        660-RECONCILE-ITEM.
            ADD 1 TO WS-ITEM-SUB
            MOVE 0 TO WS-QTRS-TOTAL
            MOVE 0 TO WS-QTR-SUB
            PERFORM 665-ADD-QUARTER
              UNTIL WS-QTR-SUB NOT LESS THAN 4
            SUBTRACT WS-QTRS-TOTAL FROM W2T-AMOUNT (WS-ITEM-SUB)
              GIVING WS-RECON-DIFF
            MOVE WS-ITEM-NAME (WS-ITEM-SUB) TO RL-ITEM
            MOVE W2T-AMOUNT (WS-ITEM-SUB) TO RL-W2-TOTAL
            MOVE WS-QTRS-TOTAL TO RL-QTRS-TOTAL
            MOVE WS-RECON-DIFF TO RL-DIFFERENCE
            IF WS-QTR-MISSING EQUAL "YES"
                MOVE 'NO QTR' TO RL-STATUS
                MOVE "YES" TO WS-RECON-ERROR
            ELSE
                IF WS-RECON-DIFF EQUAL 0
                    MOVE 'OK' TO RL-STATUS
                ELSE
                    MOVE 'MISMATCH' TO RL-STATUS
                    MOVE "YES" TO WS-RECON-ERROR
                END-IF
            END-IF
            MOVE RECON-LINE TO WS-PRINT-REC
            PERFORM 700-PRINT-LINE
            .

        665-ADD-QUARTER.
            ADD 1 TO WS-QTR-SUB
            ADD QTB-AMOUNT (WS-QTR-SUB, WS-ITEM-SUB) TO WS-QTRS-TOTAL
            MOVE SPACES TO RL-QTR-ENTRY (WS-QTR-SUB)
            MOVE QTB-AMOUNT (WS-QTR-SUB, WS-ITEM-SUB)
              TO RL-QTR-AMOUNT (WS-QTR-SUB)
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
            IF WS-HEADING-MODE EQUAL "R"
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
            MOVE FILED-COUNT TO TL-FILED
            MOVE HELD-COUNT TO TL-HELD
            MOVE INACTIVE-COUNT TO TL-INACTIVE
            MOVE QTRHIST-COUNT TO TL-QTRHIST
            MOVE TOTAL-LINE-1 TO WS-PRINT-REC
            MOVE 2 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            COMPUTE TL-WAGES = RT-WAGES / 100
            COMPUTE TL-FED-TAX = RT-FED-TAX / 100
            COMPUTE TL-SS-WAGES = RT-SS-WAGES / 100
            COMPUTE TL-SS-TAX = RT-SS-TAX / 100
            MOVE TOTAL-LINE-2 TO WS-PRINT-REC
            PERFORM 700-PRINT-LINE
            IF WS-RECON-ERROR EQUAL "YES"
                MOVE '*** W-2 TOTALS DO NOT AGREE TO QUARTERLY FILINGS'
                  TO TL-STATUS
            ELSE
                MOVE 'W-2 TOTALS AGREE TO THE QUARTERLY FILINGS'
                  TO TL-STATUS
            END-IF
            MOVE TOTAL-LINE-3 TO WS-PRINT-REC
            MOVE 2 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            IF HELD-COUNT > 0
                MOVE '*** EMPLOYEES HELD OFF FILING - SEE EXCEPTIONS'
                  TO TL-STATUS
                MOVE TOTAL-LINE-3 TO WS-PRINT-REC
                PERFORM 700-PRINT-LINE
            END-IF
            IF WS-RECON-ERROR EQUAL "YES"
               OR HELD-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            DISPLAY 'W2FILE - TAX YEAR ' WS-TAX-YEAR '  FILED '
               FILED-COUNT '  HELD ' HELD-COUNT '  RECON ERROR '
               WS-RECON-ERROR
            .
      * END OF PROGRAM
