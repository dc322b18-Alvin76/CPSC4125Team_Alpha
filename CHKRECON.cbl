      *                                                            *
      *    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *
      *    OUTSTANDING CHECK RECONCILIATION.  APPLIES A CARD FILE  *
      *    OF CHECKS PAID ON THE BANK STATEMENT (CHECK NUMBER,     *
      *    PAID DATE AND PAID AMOUNT) TO THE OUTSTANDING CHECK     *
      *    MASTER (OUTCHK.cpy) MARKING EACH ONE PAID.  A PAID      *
      *    CHECK THAT DOES NOT MATCH AN ISSUED, UN-VOIDED CHECK -  *
      *    NOT ON FILE, VOIDED, STOPPED, ALREADY PAID OR PAID FOR  *
      *    A DIFFERENT AMOUNT - IS LEFT AS IT IS AND REPORTED AS   *
      *    AN EXCEPTION.  THEN SCANS THE WHOLE MASTER AND PRINTS   *
      *    AN OUTSTANDING CHECK REGISTER, FLAGGING AND MARKING     *
      *    STALE-DATED ANY CHECK STILL OUTSTANDING MORE THAN THE   *
      *    STALE-DATE LIMIT (90 DAYS) AFTER ISSUE.  VOIDED AND     *
      *    STOPPED CHECKS ARE NOT OUTSTANDING.                     *
      *                                                            *
      ******************************************************************

            10  NOTFOUND-COUNT            PIC 9(05) VALUE ZERO.
            10  OUTSTANDING-COUNT         PIC 9(05) VALUE ZERO.
            10  STALE-COUNT               PIC 9(05) VALUE ZERO.
            10  EXCEPTION-COUNT           PIC 9(05) VALUE ZERO.

        01  WS-CONTROL-TOTALS.
            10  WS-OUTSTANDING-TOTAL      PIC S9(09)V99 VALUE ZERO.
            10  WS-STALE-TOTAL            PIC S9(09)V99 VALUE ZERO.
            10  WS-EXCEPTION-TOTAL        PIC S9(09)V99 VALUE ZERO.

        01  WS-STALE-FIELDS.
            10  WS-STALE-LIMIT            PIC S9(05) COMP VALUE 90.
            05  PDC-PAID-DATE-X           PIC X(06).
            05  PDC-PAID-DATE             REDEFINES PDC-PAID-DATE-X
                                          PIC 9(06).
            05  PDC-AMOUNT-X              PIC X(10).
            05  PDC-AMOUNT                REDEFINES PDC-AMOUNT-X
                                          PIC 9(08)V99.
            05  FILLER                    PIC X(56).

        01  WS-WORK-DATE.
            10  WK-YY                     PIC 9(02).
                ' CHECK NO  EMP#   ISSUED      AMOUNT  ST'.
            10  FILLER                    PIC X(40) VALUE
                ' DISPOSITION                            '.
            10  FILLER                    PIC X(40) VALUE
                '   BANK AMT                             '.

        01  WS-PRINT-REC                  VALUE SPACES.
            05  FILLER                    PIC X(01).
            05  RC-STATUS                 PIC X(01).
            05  FILLER                    PIC X(01).
            05  RC-DISPOSITION            PIC X(40).
            05  FILLER                    PIC X(01).
            05  RC-BANK-AMOUNT            PIC ZZZ,ZZ9.99.
            05  FILLER                    PIC X(51).

        01  TOTAL-LINE-1.
            10  FILLER                    PIC X(01) VALUE SPACES.
                '  DOLLARS:'.
            10  TL-STALE-AMT              PIC ZZZ,ZZZ,ZZ9.99.

        01  TOTAL-LINE-3.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(13) VALUE
                'EXCEPTIONS:  '.
            10  TL-EXCEPTIONS             PIC Z(04)9.
            10  FILLER                    PIC X(15) VALUE
                '  BANK DOLLARS:'.
            10  TL-EXCEPTION-AMT          PIC ZZZ,ZZZ,ZZ9.99.

        PROCEDURE DIVISION.

        010-START-HERE.
            PERFORM 900-PRINT-TOTALS
            CLOSE OUTCHK-FILE
            CLOSE PRINT-FILE
            IF EXCEPTION-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.

        080-POSITION-OUTCHK.
        240-MARK-CHECK-PAID.
            MOVE SPACES TO WS-PRINT-REC
            MOVE PDC-CHECK-NO-X TO RC-CHECK-NO
            IF PDC-AMOUNT-X NUMERIC
                MOVE PDC-AMOUNT TO RC-BANK-AMOUNT
            END-IF
            IF PDC-CHECK-NO-X NOT NUMERIC
                ADD 1 TO NOTFOUND-COUNT
                MOVE 'EXCEPTION - CHECK NUMBER NOT NUMERIC'
                  TO RC-DISPOSITION
                PERFORM 280-COUNT-EXCEPTION
                PERFORM 700-PRINT-LINE
            ELSE
                MOVE PDC-CHECK-NO TO OCK-CHECK-NO
                READ OUTCHK-FILE
                  INVALID KEY
                    ADD 1 TO NOTFOUND-COUNT
                    MOVE 'EXCEPTION - NOT AN ISSUED CHECK'
                      TO RC-DISPOSITION
                    PERFORM 280-COUNT-EXCEPTION
                    PERFORM 700-PRINT-LINE
                  NOT INVALID KEY
                    PERFORM 260-APPLY-PAID
            MOVE OCK-ID-NUMBER TO RC-ID-NUMBER
            MOVE OCK-ISSUE-DATE TO RC-ISSUE-DATE
            MOVE OCK-AMOUNT TO RC-AMOUNT
            MOVE OCK-STATUS TO RC-STATUS
            MOVE SPACES TO RC-DISPOSITION
            IF OCK-STATUS EQUAL "P"
                MOVE 'EXCEPTION - CHECK ALREADY PAID'
                  TO RC-DISPOSITION
            END-IF
            IF OCK-STATUS EQUAL "V"
                MOVE 'EXCEPTION - CHECK WAS VOIDED'
                  TO RC-DISPOSITION
            END-IF
            IF OCK-STATUS EQUAL "X"
                MOVE 'EXCEPTION - STOP PAYMENT ON CHECK'
                  TO RC-DISPOSITION
            END-IF
            IF RC-DISPOSITION EQUAL SPACES
               AND PDC-AMOUNT-X NUMERIC
               AND PDC-AMOUNT NOT EQUAL OCK-AMOUNT
                MOVE 'EXCEPTION - PAID AMOUNT NOT AS ISSUED'
                  TO RC-DISPOSITION
            END-IF
            IF RC-DISPOSITION NOT EQUAL SPACES
                PERFORM 280-COUNT-EXCEPTION
            ELSE
                ADD 1 TO POSTED-COUNT
                MOVE "P" TO OCK-STATUS
            PERFORM 700-PRINT-LINE
            .

        280-COUNT-EXCEPTION.
            ADD 1 TO EXCEPTION-COUNT
            IF PDC-AMOUNT-X NUMERIC
                ADD PDC-AMOUNT TO WS-EXCEPTION-TOTAL
            END-IF
            .

        300-AGE-CHECK.
            IF OCK-STATUS NOT EQUAL "P"
               AND OCK-STATUS NOT EQUAL "V"
               AND OCK-STATUS NOT EQUAL "X"
                PERFORM 320-REPORT-OUTSTANDING
            END-IF
            PERFORM 100-READ-OUTCHK
            MOVE TOTAL-LINE-2 TO WS-PRINT-REC
            MOVE 2 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            MOVE EXCEPTION-COUNT TO TL-EXCEPTIONS
            MOVE WS-EXCEPTION-TOTAL TO TL-EXCEPTION-AMT
            MOVE TOTAL-LINE-3 TO WS-PRINT-REC
            MOVE 2 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            DISPLAY 'CHKRECON - ' POSTED-COUNT ' CHECKS POSTED PAID  '
               OUTSTANDING-COUNT ' OUTSTANDING  ' STALE-COUNT
               ' STALE-DATED  ' EXCEPTION-COUNT ' EXCEPTIONS'
            .
      * END OF PROGRAM
