        IDENTIFICATION DIVISION.
        PROGRAM-ID.    POSPAY.
        AUTHOR.        CSU0020 ADAM DAVIES.
      ******************************************************************
      *                                                            *
      *    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *
      *    POSITIVE PAY TRANSMISSION.  RUN AFTER EACH CHECK        *
      *    PAYMENT RUN.  FIRST APPLIES A CARD FILE OF STOP-PAYMENT *
      *    REQUESTS (CHECK NUMBER) TO THE OUTSTANDING CHECK MASTER *
      *    (OUTCHK.cpy), MARKING EACH OUTSTANDING OR STALE CHECK   *
      *    STOPPED.  THEN SCANS THE MASTER AND BUILDS THE BANK'S   *
      *    POSITIVE PAY FILE: A HEADER, ONE ISSUE RECORD (CHECK    *
      *    NUMBER, AMOUNT, ISSUE DATE, PAYEE NAME) FOR EVERY CHECK *
      *    NOT YET SENT, ONE CANCEL RECORD FOR EVERY CHECK VOIDED  *
      *    BY VOIDPAY OR STOPPED HERE THAT THE BANK HAS NOT YET    *
      *    BEEN TOLD OF, AND A TRAILER WITH ISSUE AND CANCEL       *
      *    COUNTS AND DOLLAR TOTALS AND THE FILE RECORD COUNT.     *
      *    EACH CHECK IS FLAGGED ON THE MASTER AS IT GOES OUT SO   *
      *    NOTHING IS SENT TWICE.  A STOP PAYMENT ONLY CANCELS THE *
      *    CHECK AT THE BANK; REVERSING THE PAY ITSELF IS A VOID   *
      *    THROUGH VOIDPAY.  PRINTS A TRANSMISSION REGISTER.       *
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
            SELECT OPTIONAL STOP-FILE     ASSIGN TO MYSTOPCD.
            SELECT OUTCHK-FILE            ASSIGN TO MYOUTCHK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OCK-CHECK-NO.
            SELECT PPAY-FILE              ASSIGN TO MYPOSPAY.
            SELECT PRINT-FILE             ASSIGN TO MYPPRPT.

        DATA DIVISION.
        FILE SECTION.

        FD  STOP-FILE
            RECORDING MODE IS F.
        01  STOP-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  OUTCHK-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY OUTCHK.

        FD  PPAY-FILE
            RECORDING MODE IS F.
        01  PPAY-REC.
            10  FILLER                    PIC X(080).

        FD  PRINT-FILE
            RECORDING MODE IS F.
        01  PRINT-REC.
            10  FILLER                    PIC X(132).

        WORKING-STORAGE SECTION.

        01  WS-COUNTERS-FLAGS.
            10  EOF-FLAG                  PIC X(03) VALUE "NO".
            10  WS-STOP-EOF               PIC X(03) VALUE "NO".
            10  WS-OCK-CHANGED            PIC X(03) VALUE "NO".
            10  WS-SPACING                PIC 9(01) VALUE 2.
            10  WS-LINE-COUNT             PIC 9(03) VALUE 0.
            10  WS-PAGE                   PIC 9(03) VALUE 0.
            10  STOP-CARDS-COUNT          PIC 9(05) VALUE ZERO.
            10  STOP-COUNT                PIC 9(05) VALUE ZERO.
            10  STOP-REJECT-COUNT         PIC 9(05) VALUE ZERO.
            10  ISSUE-COUNT               PIC 9(05) VALUE ZERO.
            10  CANCEL-COUNT              PIC 9(05) VALUE ZERO.

        01  WS-CONTROL-TOTALS.
            10  WS-ISSUE-TOTAL            PIC 9(10)V99 VALUE ZERO.
            10  WS-CANCEL-TOTAL           PIC 9(10)V99 VALUE ZERO.
            10  WS-STOP-TOTAL             PIC 9(10)V99 VALUE ZERO.
            10  WS-AMT-CENTS              PIC 9(10) VALUE ZERO.
            10  WS-FILE-REC-COUNT         PIC 9(06) VALUE ZERO.

        01  WS-RUN-DATE-NUM               PIC 9(06) VALUE ZERO.

        01  WS-STOP-REC.
            05  STP-CHECK-NO-X            PIC X(08).
            05  STP-CHECK-NO              REDEFINES STP-CHECK-NO-X
                                          PIC 9(08).
            05  FILLER                    PIC X(72).

        01  PP-FILE-HEADER.
            05  PH-REC-TYPE               PIC X(01) VALUE 'H'.
            05  PH-ACCOUNT                PIC X(12) VALUE
                '000012345678'.
            05  PH-COMPANY-NAME           PIC X(16) VALUE
                'CPSC PAYROLL    '.
            05  PH-COMPANY-ID             PIC X(10) VALUE
                '1000000000'.
            05  PH-FILE-DATE              PIC 9(06) VALUE ZERO.
            05  FILLER                    PIC X(35) VALUE SPACES.

        01  PP-CHECK-DETAIL.
            05  PD-REC-TYPE               PIC X(01) VALUE 'D'.
            05  PD-ACCOUNT                PIC X(12) VALUE
                '000012345678'.
            05  PD-ISSUE-CODE             PIC X(01) VALUE SPACES.
            05  PD-CHECK-NO               PIC 9(08) VALUE ZERO.
            05  PD-AMOUNT                 PIC 9(10) VALUE ZERO.
            05  PD-ISSUE-DATE             PIC 9(06) VALUE ZERO.
            05  PD-PAYEE-NAME             PIC X(20) VALUE SPACES.
            05  PD-CANCEL-DATE            PIC 9(06) VALUE ZERO.
            05  FILLER                    PIC X(16) VALUE SPACES.

        01  PP-FILE-TRAILER.
            05  PT-REC-TYPE               PIC X(01) VALUE 'T'.
            05  PT-ACCOUNT                PIC X(12) VALUE
                '000012345678'.
            05  PT-ISSUE-COUNT            PIC 9(06) VALUE ZERO.
            05  PT-ISSUE-TOTAL            PIC 9(12) VALUE ZERO.
            05  PT-CANCEL-COUNT           PIC 9(06) VALUE ZERO.
            05  PT-CANCEL-TOTAL           PIC 9(12) VALUE ZERO.
            05  PT-RECORD-COUNT           PIC 9(06) VALUE ZERO.
            05  FILLER                    PIC X(25) VALUE SPACES.

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
                'POSITIVE PAY TRANSMISSION REGISTER     '.
            10  FILLER                    PIC X(05) VALUE SPACES.
            10  FILLER                    PIC X(06) VALUE 'PAGE: '.
            10  H-PAGE                    PIC Z(03).

        01  HEADING-2.
            10  FILLER                    PIC X(40) VALUE
                ' TYPE    CHECK NO  EMP#   ISSUED      AM'.
            10  FILLER                    PIC X(40) VALUE
                'OUNT  PAYEE                 DISPOSITION '.
            10  FILLER                    PIC X(40) VALUE SPACES.

        01  WS-PRINT-REC                  VALUE SPACES.
            05  FILLER                    PIC X(01).
            05  RP-TYPE                   PIC X(06).
            05  FILLER                    PIC X(02).
            05  RP-CHECK-NO               PIC X(08).
            05  FILLER                    PIC X(02).
            05  RP-ID-NUMBER              PIC X(05).
            05  FILLER                    PIC X(02).
            05  RP-ISSUE-DATE             PIC X(06).
            05  FILLER                    PIC X(02).
            05  RP-AMOUNT                 PIC ZZZ,ZZ9.99.
            05  FILLER                    PIC X(02).
            05  RP-PAYEE-NAME             PIC X(20).
            05  FILLER                    PIC X(02).
            05  RP-DISPOSITION            PIC X(40).
            05  FILLER                    PIC X(24).

        01  TOTAL-LINE-1.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(13) VALUE
                'STOP CARDS:  '.
            10  TL-STOP-CARDS             PIC Z(04)9.
            10  FILLER                    PIC X(10) VALUE
                '  STOPPED:'.
            10  TL-STOPPED                PIC Z(04)9.
            10  FILLER                    PIC X(10) VALUE
                '  DOLLARS:'.
            10  TL-STOP-AMT               PIC ZZZ,ZZZ,ZZ9.99.
            10  FILLER                    PIC X(11) VALUE
                '  REJECTED:'.
            10  TL-STOP-REJECTS           PIC Z(04)9.

        01  TOTAL-LINE-2.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(13) VALUE
                'ISSUES SENT: '.
            10  TL-ISSUES                 PIC Z(04)9.
            10  FILLER                    PIC X(10) VALUE
                '  DOLLARS:'.
            10  TL-ISSUE-AMT              PIC ZZZ,ZZZ,ZZ9.99.
            10  FILLER                    PIC X(15) VALUE
                '  CANCELS SENT:'.
            10  TL-CANCELS                PIC Z(04)9.
            10  FILLER                    PIC X(10) VALUE
                '  DOLLARS:'.
            10  TL-CANCEL-AMT             PIC ZZZ,ZZZ,ZZ9.99.

        01  TOTAL-LINE-3.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(24) VALUE
                'POSITIVE PAY RECORDS:   '.
            10  TL-FILE-RECS              PIC Z(05)9.
            10  FILLER                    PIC X(27) VALUE
                '  (HEADER/TRAILER INCLUDED)'.

        PROCEDURE DIVISION.

        010-START-HERE.
            OPEN I-O OUTCHK-FILE
            OPEN OUTPUT PPAY-FILE
            OPEN OUTPUT PRINT-FILE
            PERFORM 850-GET-DATE
            PERFORM 800-PRINT-HEADINGS
            PERFORM 050-WRITE-FILE-HEADER
            PERFORM 200-APPLY-STOP-CARDS
            PERFORM 080-POSITION-OUTCHK
            PERFORM 100-READ-OUTCHK

            PERFORM 300-SELECT-CHECK
              UNTIL EOF-FLAG = "YES"

            PERFORM 600-WRITE-FILE-TRAILER
            PERFORM 900-PRINT-TOTALS
            CLOSE OUTCHK-FILE
            CLOSE PPAY-FILE
            CLOSE PRINT-FILE
            IF STOP-REJECT-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.

        050-WRITE-FILE-HEADER.
            COMPUTE WS-RUN-DATE-NUM =
                (YY * 10000) + (MM * 100) + DD
            MOVE WS-RUN-DATE-NUM TO PH-FILE-DATE
            WRITE PPAY-REC FROM PP-FILE-HEADER
            ADD 1 TO WS-FILE-REC-COUNT
            .

        080-POSITION-OUTCHK.
            MOVE 0 TO OCK-CHECK-NO
            START OUTCHK-FILE
              KEY NOT LESS THAN OCK-CHECK-NO
              INVALID KEY
                MOVE "YES" TO EOF-FLAG
            END-START
            .

        100-READ-OUTCHK.
            IF EOF-FLAG NOT EQUAL "YES"
                READ OUTCHK-FILE NEXT RECORD
                  AT END
                    MOVE "YES" TO EOF-FLAG
                END-READ
            END-IF
            .

        200-APPLY-STOP-CARDS.
            OPEN INPUT STOP-FILE
            PERFORM 220-APPLY-ONE-STOP
              UNTIL WS-STOP-EOF = "YES"
            CLOSE STOP-FILE
            .

        220-APPLY-ONE-STOP.
            READ STOP-FILE INTO WS-STOP-REC
              AT END
                MOVE "YES" TO WS-STOP-EOF
              NOT AT END
                ADD 1 TO STOP-CARDS-COUNT
                PERFORM 240-PLACE-STOP
            END-READ
            .

        240-PLACE-STOP.
            MOVE SPACES TO WS-PRINT-REC
            MOVE 'STOP' TO RP-TYPE
            MOVE STP-CHECK-NO-X TO RP-CHECK-NO
            IF STP-CHECK-NO-X NOT NUMERIC
                ADD 1 TO STOP-REJECT-COUNT
                MOVE 'CHECK NUMBER NOT NUMERIC - CARD IGNORED'
                  TO RP-DISPOSITION
                PERFORM 700-PRINT-LINE
            ELSE
                MOVE STP-CHECK-NO TO OCK-CHECK-NO
                READ OUTCHK-FILE
                  INVALID KEY
                    ADD 1 TO STOP-REJECT-COUNT
                    MOVE 'CHECK NOT ON OUTSTANDING FILE'
                      TO RP-DISPOSITION
                    PERFORM 700-PRINT-LINE
                  NOT INVALID KEY
                    PERFORM 260-MARK-STOPPED
                END-READ
            END-IF
            .

        260-MARK-STOPPED.
            MOVE OCK-ID-NUMBER TO RP-ID-NUMBER
            MOVE OCK-ISSUE-DATE TO RP-ISSUE-DATE
            MOVE OCK-AMOUNT TO RP-AMOUNT
            MOVE OCK-PAYEE-NAME TO RP-PAYEE-NAME
            IF OCK-STATUS EQUAL "P"
                ADD 1 TO STOP-REJECT-COUNT
                MOVE 'CHECK ALREADY PAID - STOP REFUSED'
                  TO RP-DISPOSITION
            ELSE
                IF OCK-STATUS EQUAL "V"
                   OR OCK-STATUS EQUAL "X"
                    ADD 1 TO STOP-REJECT-COUNT
                    MOVE 'CHECK ALREADY VOIDED OR STOPPED'
                      TO RP-DISPOSITION
                ELSE
                    ADD 1 TO STOP-COUNT
                    ADD OCK-AMOUNT TO WS-STOP-TOTAL
                    MOVE "X" TO OCK-STATUS
                    MOVE WS-RUN-DATE-NUM TO OCK-VOID-DATE
                    MOVE "N" TO OCK-PP-CANCEL-SENT
                    REWRITE OCK-FILE-REC
                    MOVE 'STOP PAYMENT PLACED'
                      TO RP-DISPOSITION
                END-IF
            END-IF
            PERFORM 700-PRINT-LINE
            .

        300-SELECT-CHECK.
            MOVE "NO" TO WS-OCK-CHANGED
            IF OCK-STATUS NOT EQUAL "P"
               AND OCK-PP-ISSUE-SENT NOT EQUAL "Y"
                PERFORM 320-SEND-ISSUE
            END-IF
            IF (OCK-STATUS EQUAL "V" OR OCK-STATUS EQUAL "X")
               AND OCK-PP-CANCEL-SENT NOT EQUAL "Y"
                PERFORM 340-SEND-CANCEL
            END-IF
            IF WS-OCK-CHANGED EQUAL "YES"
                REWRITE OCK-FILE-REC
            END-IF
            PERFORM 100-READ-OUTCHK
            .

        320-SEND-ISSUE.
            MOVE "I" TO PD-ISSUE-CODE
            MOVE 0 TO PD-CANCEL-DATE
            PERFORM 360-WRITE-DETAIL
            ADD 1 TO ISSUE-COUNT
            ADD OCK-AMOUNT TO WS-ISSUE-TOTAL
            MOVE "Y" TO OCK-PP-ISSUE-SENT
            MOVE "YES" TO WS-OCK-CHANGED
            MOVE 'ISSUE' TO RP-TYPE
            MOVE 'ISSUE RECORD SENT' TO RP-DISPOSITION
            PERFORM 700-PRINT-LINE
            .

        340-SEND-CANCEL.
            MOVE "V" TO PD-ISSUE-CODE
            IF OCK-VOID-DATE NUMERIC
                MOVE OCK-VOID-DATE TO PD-CANCEL-DATE
            ELSE
                MOVE WS-RUN-DATE-NUM TO PD-CANCEL-DATE
            END-IF
            PERFORM 360-WRITE-DETAIL
            ADD 1 TO CANCEL-COUNT
            ADD OCK-AMOUNT TO WS-CANCEL-TOTAL
            MOVE "Y" TO OCK-PP-CANCEL-SENT
            MOVE "YES" TO WS-OCK-CHANGED
            MOVE 'CANCEL' TO RP-TYPE
            IF OCK-STATUS EQUAL "V"
                MOVE 'CANCEL SENT - CHECK VOIDED'
                  TO RP-DISPOSITION
            ELSE
                MOVE 'CANCEL SENT - STOP PAYMENT'
                  TO RP-DISPOSITION
            END-IF
            PERFORM 700-PRINT-LINE
            .

        360-WRITE-DETAIL.
            MOVE OCK-CHECK-NO TO PD-CHECK-NO
            COMPUTE WS-AMT-CENTS = OCK-AMOUNT * 100
            MOVE WS-AMT-CENTS TO PD-AMOUNT
            MOVE OCK-ISSUE-DATE TO PD-ISSUE-DATE
            MOVE OCK-PAYEE-NAME TO PD-PAYEE-NAME
            WRITE PPAY-REC FROM PP-CHECK-DETAIL
            ADD 1 TO WS-FILE-REC-COUNT
            MOVE SPACES TO WS-PRINT-REC
            MOVE OCK-CHECK-NO TO RP-CHECK-NO
            MOVE OCK-ID-NUMBER TO RP-ID-NUMBER
            MOVE OCK-ISSUE-DATE TO RP-ISSUE-DATE
            MOVE OCK-AMOUNT TO RP-AMOUNT
            MOVE OCK-PAYEE-NAME TO RP-PAYEE-NAME
            .

        600-WRITE-FILE-TRAILER.
            ADD 1 TO WS-FILE-REC-COUNT
            MOVE ISSUE-COUNT TO PT-ISSUE-COUNT
            COMPUTE PT-ISSUE-TOTAL = WS-ISSUE-TOTAL * 100
            MOVE CANCEL-COUNT TO PT-CANCEL-COUNT
            COMPUTE PT-CANCEL-TOTAL = WS-CANCEL-TOTAL * 100
            MOVE WS-FILE-REC-COUNT TO PT-RECORD-COUNT
            WRITE PPAY-REC FROM PP-FILE-TRAILER
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

        900-PRINT-TOTALS.
            MOVE STOP-CARDS-COUNT TO TL-STOP-CARDS
            MOVE STOP-COUNT TO TL-STOPPED
            MOVE WS-STOP-TOTAL TO TL-STOP-AMT
            MOVE STOP-REJECT-COUNT TO TL-STOP-REJECTS
            MOVE TOTAL-LINE-1 TO WS-PRINT-REC
            MOVE 2 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            MOVE ISSUE-COUNT TO TL-ISSUES
            MOVE WS-ISSUE-TOTAL TO TL-ISSUE-AMT
            MOVE CANCEL-COUNT TO TL-CANCELS
            MOVE WS-CANCEL-TOTAL TO TL-CANCEL-AMT
            MOVE TOTAL-LINE-2 TO WS-PRINT-REC
            MOVE 2 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            MOVE WS-FILE-REC-COUNT TO TL-FILE-RECS
            MOVE TOTAL-LINE-3 TO WS-PRINT-REC
            PERFORM 700-PRINT-LINE
            DISPLAY 'POSPAY - ' ISSUE-COUNT ' ISSUES  ' CANCEL-COUNT
               ' CANCELS  ' STOP-COUNT ' STOPS PLACED  '
               STOP-REJECT-COUNT ' STOPS REJECTED'
            .
      * END OF PROGRAM
