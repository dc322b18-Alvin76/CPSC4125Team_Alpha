      *    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *
      *    EMPLOYEE MASTER MAINTENANCE.  APPLIES A CARD FILE OF    *
      *    ADD/CHANGE/DELETE TRANSACTIONS (EMPTXN.cpy) TO THE      *
      *    EMPLOYEE MASTER (EMPMAST.cpy), PLUS IDENTITY CARDS      *
      *    CARRYING THE SSN AND MAILING ADDRESS THE W-2 FILING     *
      *    REPORTS, REJECTS BAD MAINTENANCE TO ITS OWN EXCEPTION   *
      *    REPORT, AND PRINTS A BEFORE/AFTER AUDIT TRAIL OF EVERY  *
      *    FIELD IT CHANGED (SSN MASKED TO ITS LAST FOUR DIGITS).  *
      *    AN ADD STARTS THE EMPLOYEE ACTIVE WITH A HIRE DATE.  A  *
      *    DELETE IS ONLY TAKEN ONCE THE TERMINATION RUN HAS       *
      *    MARKED THE EMPLOYEE TERMINATED, SO AN ACTIVE EMPLOYEE'S *
      *    LEAVE, ARREARS, GARNISHMENT AND BANK RECORDS ARE NEVER  *
      *    LEFT WITHOUT A MASTER.  A CHANGE TO PAY TYPE, RATE OR   *
      *    DEDUCTIONS, AND A BANK ACCOUNT CARD (ACTION B), IS NOT  *
      *    APPLIED BUT HELD ON THE PENDING-CHANGE FILE             *
      *    (PENDCHG.cpy) UNDER THE REQUESTER'S USER ID.  A RELEASE *
      *    CARD (ACTION R) FROM A DIFFERENT USER ID APPLIES IT AND *
      *    A REJECT CARD (ACTION X) DROPS IT.  A HELD CHANGE NOT   *
      *    RELEASED WITHIN THE APPROVAL PERIOD (OPTIONAL PARAMETER *
      *    CARD, DEFAULT 10 DAYS) EXPIRES.  PRINTS A               *
      *    PENDING-APPROVALS REPORT AND AN APPROVED/REJECTED LOG.  *
      *                                                            *
      ******************************************************************

                RECORD KEY IS EMP-ID-NUMBER.
            SELECT AUDIT-FILE             ASSIGN TO MYAUDIT.
            SELECT EXCEPT-FILE            ASSIGN TO MYMNTEXC.
            SELECT OPTIONAL APRPARM-FILE  ASSIGN TO MYAPRPRM.
            SELECT OPTIONAL PENDING-FILE  ASSIGN TO MYPNDCHG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PND-KEY.
            SELECT OPTIONAL BANK-FILE     ASSIGN TO MYBANKAC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BANK-ID-NUMBER.
            SELECT PENDRPT-FILE           ASSIGN TO MYPNDRPT.
            SELECT APRLOG-FILE            ASSIGN TO MYAPRLOG.

        DATA DIVISION.
        FILE SECTION.
            10  FILLER                    PIC X(080).

        FD  EMPLOYEE-MASTER-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY EMPMAST.

        FD  AUDIT-FILE
        01  EXCEPT-REC.
            10  FILLER                    PIC X(132).

        FD  APRPARM-FILE
            RECORDING MODE IS F.
        01  APRPARM-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  PENDING-FILE
            RECORD CONTAINS 120 CHARACTERS.
            COPY PENDCHG.

        FD  BANK-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY BANKACCT.

        FD  PENDRPT-FILE
            RECORDING MODE IS F.
        01  PENDRPT-REC.
            10  FILLER                    PIC X(132).

        FD  APRLOG-FILE
            RECORDING MODE IS F.
        01  APRLOG-REC.
            10  FILLER                    PIC X(132).

        WORKING-STORAGE SECTION.

        01  WS-COUNTERS-FLAGS.
            10  ADD-COUNT                 PIC 9(05) VALUE ZERO.
            10  CHANGE-COUNT              PIC 9(05) VALUE ZERO.
            10  DELETE-COUNT              PIC 9(05) VALUE ZERO.
            10  IDENTITY-COUNT            PIC 9(05) VALUE ZERO.
            10  HELD-COUNT                PIC 9(05) VALUE ZERO.
            10  RELEASED-COUNT            PIC 9(05) VALUE ZERO.
            10  CANCELLED-COUNT           PIC 9(05) VALUE ZERO.
            10  EXPIRED-COUNT             PIC 9(05) VALUE ZERO.
            10  REFUSED-COUNT             PIC 9(05) VALUE ZERO.
            10  PENDING-COUNT             PIC 9(05) VALUE ZERO.
            10  WS-VALID-REC              PIC X(03) VALUE "YES".

        01  WS-MASTER-FLAGS.
        01  WS-REJECT-FIELDS.
            10  WS-REJECT-REASON          PIC X(40) VALUE SPACES.

        01  WS-APPROVAL-FIELDS.
            10  WS-EXPIRE-DAYS            PIC S9(03) COMP VALUE 10.
            10  WS-TODAY-DAYS             PIC S9(07) COMP VALUE 0.
            10  WS-REQ-DAYS               PIC S9(07) COMP VALUE 0.
            10  WS-AGE-DAYS               PIC S9(07) COMP VALUE 0.
            10  WS-SENSITIVE              PIC X(03) VALUE "NO".
            10  WS-PENDING-FOUND          PIC X(03) VALUE "NO".
            10  WS-BANK-FOUND             PIC X(03) VALUE "NO".
            10  WS-PND-EOF                PIC X(03) VALUE "NO".
            10  WS-APPROVER-ID            PIC X(06) VALUE SPACES.
            10  WS-LOG-ACTION             PIC X(08) VALUE SPACES.
            10  WS-LOG-NOTE               PIC X(40) VALUE SPACES.
            10  WS-ACCT-SUB               PIC S9(03) COMP VALUE 0.
            10  WS-MASK-IN                PIC X(17) VALUE SPACES.
            10  WS-SAVED-CARD             PIC X(80) VALUE SPACES.

        01  WS-WORK-DATE.
            10  WK-YY                     PIC 9(02).
            10  WK-MM                     PIC 9(02).
            10  WK-DD                     PIC 9(02).

        01  WS-APRPARM-REC.
            05  APP-EXPIRE-DAYS-X         PIC X(03).
            05  APP-EXPIRE-DAYS           REDEFINES APP-EXPIRE-DAYS-X
                                          PIC 9(03).
            05  FILLER                    PIC X(77).

        01  WS-OLD-MASTER.
            05  OLD-DIV                   PIC X(02).
            05  OLD-DEPT                  PIC X(03).
            05  OLD-OTHER-DEDS            PIC 9(03)V99.
            05  OLD-ER-BENEFITS           PIC 9(03)V99.
            05  OLD-RATE-EFF-DATE         PIC 9(06).
            05  OLD-HIRE-DATE             PIC 9(06).
            05  OLD-SSN                   PIC X(09).
            05  OLD-FIRST-NAME            PIC X(11).
            05  OLD-STREET                PIC X(22).
            05  OLD-CITY                  PIC X(15).
            05  OLD-STATE                 PIC X(02).
            05  OLD-ZIP                   PIC X(09).
            05  OLD-ROUTING               PIC X(09).
            05  OLD-ACCOUNT               PIC X(17).
            05  OLD-ACCT-TYPE             PIC X(01).

        01  WS-DATE-FIELDS.
            10  WS-TODAY-NUM              PIC 9(06) VALUE ZERO.
        01  WS-AUDIT-FIELDS.
            10  AUD-ACTION-NAME           PIC X(06) VALUE SPACES.
            10  AUD-FIELD-NAME            PIC X(12) VALUE SPACES.
            10  AUD-BEFORE                PIC X(25) VALUE SPACES.
            10  AUD-AFTER                 PIC X(25) VALUE SPACES.
            10  AUD-AMOUNT                PIC ZZZ9.99.
            10  AUD-SSN-MASK.
                15  FILLER                PIC X(07) VALUE '***-**-'.
                15  AUD-SSN-LAST-4        PIC X(04) VALUE SPACES.
            10  AUD-ACCT-MASK.
                15  FILLER                PIC X(04) VALUE '****'.
                15  AUD-ACCT-LAST-4       PIC X(04) VALUE SPACES.

            COPY EMPTXN.

            05  FILLER                    PIC X(02).
            05  AL-FIELD                  PIC X(12).
            05  FILLER                    PIC X(02).
            05  AL-BEFORE                 PIC X(25).
            05  FILLER                    PIC X(02).
            05  AL-AFTER                  PIC X(25).
            05  FILLER                    PIC X(50).

        01  WS-EXCEPT-LINE                VALUE SPACES.
            05  FILLER                    PIC X(01).
            05  EX-REASON                 PIC X(40).
            05  FILLER                    PIC X(69).

        01  WS-PEND-LINE                  VALUE SPACES.
            05  FILLER                    PIC X(01).
            05  PL-ID-NUMBER              PIC X(05).
            05  FILLER                    PIC X(02).
            05  PL-TYPE                   PIC X(01).
            05  FILLER                    PIC X(02).
            05  PL-REQ-USER               PIC X(06).
            05  FILLER                    PIC X(02).
            05  PL-REQ-DATE               PIC X(06).
            05  FILLER                    PIC X(02).
            05  PL-AGE                    PIC ZZ9.
            05  FILLER                    PIC X(02).
            05  PL-HELD                   PIC X(70).
            05  PL-HELD-PAY               REDEFINES PL-HELD.
                10  PH-PAY-TYPE           PIC X(01).
                10  FILLER                PIC X(02).
                10  PH-RATE               PIC X(07).
                10  FILLER                PIC X(01).
                10  PH-EFF-DATE           PIC X(06).
                10  FILLER                PIC X(01).
                10  PH-FED-TAX            PIC X(07).
                10  FILLER                PIC X(01).
                10  PH-STATE-TAX          PIC X(07).
                10  FILLER                PIC X(01).
                10  PH-FICA               PIC X(07).
                10  FILLER                PIC X(01).
                10  PH-BENEFITS           PIC X(07).
                10  FILLER                PIC X(01).
                10  PH-OTHER-DEDS         PIC X(07).
                10  FILLER                PIC X(13).
            05  PL-HELD-BANK              REDEFINES PL-HELD.
                10  PB-ROUTING            PIC X(09).
                10  FILLER                PIC X(02).
                10  PB-ACCOUNT            PIC X(08).
                10  FILLER                PIC X(02).
                10  PB-ACCT-TYPE          PIC X(01).
                10  FILLER                PIC X(48).
            05  FILLER                    PIC X(30).

        01  PEND-HEADING-1.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(40) VALUE
                'MASTER CHANGES PENDING APPROVAL        '.
            10  PH-DATE                   PIC X(08).
            10  FILLER                    PIC X(17) VALUE
                '  EXPIRE AFTER:  '.
            10  PH-EXPIRE-DAYS            PIC ZZ9.
            10  FILLER                    PIC X(05) VALUE ' DAYS'.

        01  PEND-HEADING-2.
            10  FILLER                    PIC X(32) VALUE
                ' EMP#   T  REQ BY  REQ DT  AGE  '.
            10  FILLER                    PIC X(26) VALUE
                'T  RATE    EFF DT FED TAX '.
            10  FILLER                    PIC X(29) VALUE
                'STATE   FICA    BENEFIT OTHER'.

        01  PEND-HEADING-3.
            10  FILLER                    PIC X(32) VALUE SPACES.
            10  FILLER                    PIC X(40) VALUE
                'ROUTING    ACCOUNT   T  (BANK CHANGES)  '.

        01  PEND-TOTAL-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(23) VALUE
                'CHANGES STILL PENDING: '.
            10  PT-PENDING                PIC Z(04)9.

        01  WS-LOG-LINE                   VALUE SPACES.
            05  FILLER                    PIC X(01).
            05  LG-ID-NUMBER              PIC X(05).
            05  FILLER                    PIC X(02).
            05  LG-TYPE                   PIC X(01).
            05  FILLER                    PIC X(02).
            05  LG-ACTION                 PIC X(08).
            05  FILLER                    PIC X(02).
            05  LG-REQ-USER               PIC X(06).
            05  FILLER                    PIC X(02).
            05  LG-REQ-DATE               PIC X(06).
            05  FILLER                    PIC X(02).
            05  LG-APPROVER               PIC X(06).
            05  FILLER                    PIC X(02).
            05  LG-NOTE                   PIC X(40).
            05  FILLER                    PIC X(47).

        01  LOG-HEADING-1.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(40) VALUE
                'APPROVED / REJECTED CHANGE LOG         '.
            10  LH-DATE                   PIC X(08).

        01  LOG-HEADING-2.
            10  FILLER                    PIC X(49) VALUE
                ' EMP#   T  ACTION    REQ BY  REQ DT  APPR BY NOTE'.

        01  LOG-TOTAL-LINE.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(10) VALUE 'RELEASED: '.
            10  LT-RELEASED               PIC Z(04)9.
            10  FILLER                    PIC X(12) VALUE
                '  REJECTED: '.
            10  LT-CANCELLED              PIC Z(04)9.
            10  FILLER                    PIC X(11) VALUE
                '  EXPIRED: '.
            10  LT-EXPIRED                PIC Z(04)9.
            10  FILLER                    PIC X(11) VALUE
                '  REFUSED: '.
            10  LT-REFUSED                PIC Z(04)9.

        01  EXCEPT-HEADING-1.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(40) VALUE
            10  FILLER                    PIC X(40) VALUE
                ' EMP#   ACTION  FIELD         BEFORE   '.
            10  FILLER                    PIC X(40) VALUE
                '                 AFTER                  '.
            10  FILLER                    PIC X(40) VALUE SPACES.

        01  TOTAL-LINE.
            10  FILLER                    PIC X(10) VALUE
                '  DELETES:'.
            10  TL-DELETES                PIC Z(04)9.
            10  FILLER                    PIC X(13) VALUE
                '  IDENTITIES:'.
            10  TL-IDENTITIES             PIC Z(04)9.
            10  FILLER                    PIC X(10) VALUE
                '  REJECTS:'.
            10  TL-REJECTS                PIC Z(04)9.
            10  FILLER                    PIC X(07) VALUE
                '  HELD:'.
            10  TL-HELD                   PIC Z(04)9.

        PROCEDURE DIVISION.

            OPEN I-O EMPLOYEE-MASTER-FILE
            OPEN OUTPUT AUDIT-FILE
            OPEN OUTPUT EXCEPT-FILE
            OPEN I-O PENDING-FILE
            OPEN I-O BANK-FILE
            OPEN OUTPUT PENDRPT-FILE
            OPEN OUTPUT APRLOG-FILE
            PERFORM 850-GET-DATE
            PERFORM 060-READ-APPROVAL-PARM
            PERFORM 800-PRINT-HEADINGS
            PERFORM 1800-PRINT-EXCEPT-HEADINGS
            PERFORM 1450-PRINT-LOG-HEADINGS
            PERFORM 100-READ-TXN

            PERFORM 300-PROCESS-TXN
              UNTIL EOF-FLAG = "YES"

            PERFORM 560-REVIEW-PENDING
            PERFORM 900-PRINT-TOTALS
            PERFORM 1900-PRINT-EXCEPT-TOTAL
            PERFORM 1490-PRINT-LOG-TOTAL
            CLOSE MAINT-FILE
            CLOSE EMPLOYEE-MASTER-FILE
            CLOSE AUDIT-FILE
            CLOSE EXCEPT-FILE
            CLOSE PENDING-FILE
            CLOSE BANK-FILE
            CLOSE PENDRPT-FILE
            CLOSE APRLOG-FILE
            GOBACK.

        060-READ-APPROVAL-PARM.
            OPEN INPUT APRPARM-FILE
            READ APRPARM-FILE INTO WS-APRPARM-REC
              AT END
                MOVE SPACES TO WS-APRPARM-REC
            END-READ
            CLOSE APRPARM-FILE
            IF APP-EXPIRE-DAYS-X NUMERIC
               AND APP-EXPIRE-DAYS > 0
                MOVE APP-EXPIRE-DAYS TO WS-EXPIRE-DAYS
            END-IF
            MOVE WS-DATE TO WS-WORK-DATE
            COMPUTE WS-TODAY-DAYS =
                (WK-YY * 365) + (WK-MM * 30) + WK-DD
            .

        100-READ-TXN.
            READ MAINT-FILE INTO WS-EMPTXN-REC
              AT END
                        IF MNT-ACTION EQUAL "D"
                            PERFORM 460-APPLY-DELETE
                        ELSE
                            IF MNT-ACTION EQUAL "I"
                                PERFORM 470-APPLY-IDENTITY
                            ELSE
                                PERFORM 310-PROCESS-CONTROL-CARD
                            END-IF
                        END-IF
                    END-IF
                END-IF
            PERFORM 100-READ-TXN
            .

        310-PROCESS-CONTROL-CARD.
            IF MNT-ACTION EQUAL "B"
                PERFORM 500-REQUEST-BANK-CHANGE
            ELSE
                IF MNT-ACTION EQUAL "R"
                    PERFORM 520-RELEASE-CHANGE
                ELSE
                    IF MNT-ACTION EQUAL "X"
                        PERFORM 540-REJECT-CHANGE
                    ELSE
                        MOVE 'INVALID ACTION - NOT A C D I B R OR X'
                          TO WS-REJECT-REASON
                        PERFORM 490-REJECT-TXN
                    END-IF
                END-IF
            END-IF
            .

        400-APPLY-ADD.
            PERFORM 420-EDIT-ADD
            IF WS-VALID-REC EQUAL "YES"
                MOVE MNT-RATE TO EMP-RATE
                PERFORM 430-MOVE-ADD-DEDS
                PERFORM 435-SET-ADD-RATE-DATES
                MOVE "A" TO EMP-STATUS
                IF MNT-HIRE-DATE-X NUMERIC
                    MOVE MNT-HIRE-DATE TO EMP-HIRE-DATE
                ELSE
                    MOVE WS-TODAY-NUM TO EMP-HIRE-DATE
                END-IF
                MOVE 0 TO EMP-TERM-DATE
                WRITE EMPMAST-FILE-REC
                  INVALID KEY
                    MOVE 'MASTER FILE WRITE FAILED'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND MNT-HIRE-DATE-X NOT EQUAL SPACES
               AND MNT-HIRE-DATE-X NOT NUMERIC
                MOVE 'HIRE DATE NOT NUMERIC'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                PERFORM 425-EDIT-DEDUCTIONS
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                PERFORM 455-READ-MASTER
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                PERFORM 446-CHECK-HELD-FIELDS
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                PERFORM 443-SAVE-OLD-MASTER
                PERFORM 450-MOVE-CHANGES
                    ADD 1 TO CHANGE-COUNT
                    MOVE 'CHANGE' TO AUD-ACTION-NAME
                    PERFORM 650-AUDIT-CHANGES
                    IF WS-SENSITIVE EQUAL "YES"
                        PERFORM 580-HOLD-CHANGE
                    END-IF
                END-REWRITE
            END-IF
            .
            MOVE EMP-OTHER-DEDS TO OLD-OTHER-DEDS
            MOVE EMP-ER-BENEFITS TO OLD-ER-BENEFITS
            MOVE EMP-RATE-EFF-DATE TO OLD-RATE-EFF-DATE
            MOVE EMP-HIRE-DATE TO OLD-HIRE-DATE
            MOVE EMP-SSN TO OLD-SSN
            MOVE EMP-FIRST-NAME TO OLD-FIRST-NAME
            MOVE EMP-STREET TO OLD-STREET
            MOVE EMP-CITY TO OLD-CITY
            MOVE EMP-STATE TO OLD-STATE
            MOVE EMP-ZIP TO OLD-ZIP
            .

        445-EDIT-CHANGE.
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND MNT-HIRE-DATE-X NOT EQUAL SPACES
               AND MNT-HIRE-DATE-X NOT NUMERIC
                MOVE 'HIRE DATE NOT NUMERIC'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                PERFORM 425-EDIT-DEDUCTIONS
            END-IF
            .

        446-CHECK-HELD-FIELDS.
            MOVE "NO" TO WS-SENSITIVE
            IF MNT-PAY-TYPE NOT EQUAL SPACES
               OR MNT-RATE-X NUMERIC
               OR MNT-FED-TAX-X NUMERIC
               OR MNT-STATE-TAX-X NUMERIC
               OR MNT-FICA-X NUMERIC
               OR MNT-BENEFITS-X NUMERIC
               OR MNT-OTHER-DEDS-X NUMERIC
                MOVE "YES" TO WS-SENSITIVE
            END-IF
            IF WS-SENSITIVE EQUAL "YES"
               AND MNT-USER-ID EQUAL SPACES
                MOVE 'USER ID REQUIRED - PAY/DEDUCTION CHANGE'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
            END-IF
            IF WS-SENSITIVE EQUAL "YES"
               AND WS-VALID-REC EQUAL "YES"
                MOVE MNT-ID-NUMBER TO PND-ID-NUMBER
                MOVE "E" TO PND-TYPE
                PERFORM 585-READ-PENDING
                IF WS-PENDING-FOUND EQUAL "YES"
                    MOVE 'PAY CHANGE ALREADY PENDING APPROVAL'
                      TO WS-REJECT-REASON
                    PERFORM 490-REJECT-TXN
                END-IF
            END-IF
            .

        450-MOVE-CHANGES.
            IF MNT-DIV NOT EQUAL SPACES
                MOVE MNT-DIV TO EMP-DIV
            IF MNT-LAST-NAME NOT EQUAL SPACES
                MOVE MNT-LAST-NAME TO EMP-LAST-NAME
            END-IF
            IF MNT-ER-BENEFITS-X NUMERIC
                MOVE MNT-ER-BENEFITS TO EMP-ER-BENEFITS
            END-IF
            IF MNT-HIRE-DATE-X NUMERIC
                MOVE MNT-HIRE-DATE TO EMP-HIRE-DATE
            END-IF
            .

        455-READ-MASTER.

        460-APPLY-DELETE.
            PERFORM 455-READ-MASTER
            IF WS-VALID-REC EQUAL "YES"
               AND EMP-STATUS NOT EQUAL "T"
                MOVE 'NOT TERMINATED - DELETE NOT ALLOWED'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                PERFORM 443-SAVE-OLD-MASTER
                DELETE EMPLOYEE-MASTER-FILE
            END-IF
            .

        470-APPLY-IDENTITY.
            PERFORM 475-EDIT-IDENTITY
            IF WS-VALID-REC EQUAL "YES"
                PERFORM 455-READ-MASTER
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                PERFORM 443-SAVE-OLD-MASTER
                PERFORM 480-MOVE-IDENTITY
                REWRITE EMPMAST-FILE-REC
                  INVALID KEY
                    MOVE 'MASTER FILE REWRITE FAILED'
                      TO WS-REJECT-REASON
                    PERFORM 490-REJECT-TXN
                  NOT INVALID KEY
                    ADD 1 TO IDENTITY-COUNT
                    MOVE 'IDENT ' TO AUD-ACTION-NAME
                    PERFORM 670-AUDIT-IDENTITY
                END-REWRITE
            END-IF
            .

        475-EDIT-IDENTITY.
            IF MNT-SSN NOT EQUAL SPACES
               AND (MNT-SSN NOT NUMERIC
                    OR MNT-SSN EQUAL '000000000')
                MOVE 'SSN MUST BE NINE DIGITS' TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND MNT-STATE NOT EQUAL SPACES
               AND MNT-STATE NOT ALPHABETIC
                MOVE 'STATE CODE NOT ALPHABETIC' TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND MNT-ZIP NOT EQUAL SPACES
               AND MNT-ZIP (1:5) NOT NUMERIC
                MOVE 'ZIP CODE NOT NUMERIC' TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND MNT-ZIP (6:4) NOT EQUAL SPACES
               AND MNT-ZIP (6:4) NOT NUMERIC
                MOVE 'ZIP+4 NOT NUMERIC' TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
            END-IF
            .

        480-MOVE-IDENTITY.
            IF MNT-SSN NOT EQUAL SPACES
                MOVE MNT-SSN TO EMP-SSN
            END-IF
            IF MNT-FIRST-NAME NOT EQUAL SPACES
                MOVE MNT-FIRST-NAME TO EMP-FIRST-NAME
            END-IF
            IF MNT-STREET NOT EQUAL SPACES
                MOVE MNT-STREET TO EMP-STREET
            END-IF
            IF MNT-CITY NOT EQUAL SPACES
                MOVE MNT-CITY TO EMP-CITY
            END-IF
            IF MNT-STATE NOT EQUAL SPACES
                MOVE MNT-STATE TO EMP-STATE
            END-IF
            IF MNT-ZIP NOT EQUAL SPACES
                MOVE MNT-ZIP TO EMP-ZIP
            END-IF
            .

        490-REJECT-TXN.
            MOVE "NO" TO WS-VALID-REC
            ADD 1 TO REJECT-COUNT
            MOVE SPACES TO WS-EXCEPT-LINE
            MOVE MNT-ACTION TO EX-ACTION
            MOVE MNT-ID-NUMBER TO EX-ID-NUMBER
            IF MNT-ACTION EQUAL "I"
                MOVE MNT-FIRST-NAME TO EX-LAST-NAME
            ELSE
                MOVE MNT-LAST-NAME TO EX-LAST-NAME
            END-IF
            IF MNT-ACTION EQUAL "B"
               OR MNT-ACTION EQUAL "R"
               OR MNT-ACTION EQUAL "X"
                MOVE SPACES TO EX-LAST-NAME
            END-IF
            MOVE WS-REJECT-REASON TO EX-REASON
            PERFORM 1700-PRINT-EXCEPT-LINE
            .

        500-REQUEST-BANK-CHANGE.
            IF MNT-USER-ID EQUAL SPACES
                MOVE 'USER ID REQUIRED - BANK CHANGE'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND (MNT-ROUTING NOT NUMERIC
                    OR MNT-ROUTING EQUAL '000000000')
                MOVE 'ROUTING NUMBER MUST BE NINE DIGITS'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND MNT-ACCOUNT EQUAL SPACES
                MOVE 'ACCOUNT NUMBER MISSING' TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND MNT-ACCT-TYPE NOT EQUAL "C"
               AND MNT-ACCT-TYPE NOT EQUAL "S"
                MOVE 'ACCOUNT TYPE MUST BE C OR S'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                PERFORM 455-READ-MASTER
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                MOVE MNT-ID-NUMBER TO PND-ID-NUMBER
                MOVE "B" TO PND-TYPE
                PERFORM 585-READ-PENDING
                IF WS-PENDING-FOUND EQUAL "YES"
                    MOVE 'BANK CHANGE ALREADY PENDING APPROVAL'
                      TO WS-REJECT-REASON
                    PERFORM 490-REJECT-TXN
                END-IF
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                PERFORM 580-HOLD-CHANGE
            END-IF
            .

        520-RELEASE-CHANGE.
            PERFORM 530-EDIT-APPROVAL
            IF WS-VALID-REC EQUAL "YES"
               AND PND-REQ-USER EQUAL MNT-USER-ID
                MOVE 'RELEASE BY REQUESTER NOT ALLOWED'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND WS-AGE-DAYS > WS-EXPIRE-DAYS
                MOVE 'PENDING CHANGE HAS EXPIRED' TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                MOVE WS-EMPTXN-REC TO WS-SAVED-CARD
                MOVE PND-CARD TO WS-EMPTXN-REC
                IF PND-TYPE EQUAL "B"
                    PERFORM 550-APPLY-BANK-CHANGE
                ELSE
                    PERFORM 545-APPLY-PAY-CHANGE
                END-IF
                MOVE WS-SAVED-CARD TO WS-EMPTXN-REC
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                DELETE PENDING-FILE RECORD
                  INVALID KEY
                    MOVE 'PENDING CHANGE DELETE FAILED'
                      TO WS-REJECT-REASON
                    PERFORM 490-REJECT-TXN
                END-DELETE
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                ADD 1 TO RELEASED-COUNT
                MOVE 'RELEASED' TO WS-LOG-ACTION
                MOVE 'CHANGE APPLIED TO MASTER' TO WS-LOG-NOTE
            ELSE
                ADD 1 TO REFUSED-COUNT
                MOVE 'REFUSED' TO WS-LOG-ACTION
                MOVE WS-REJECT-REASON TO WS-LOG-NOTE
            END-IF
            PERFORM 1400-LOG-DECISION
            .

        530-EDIT-APPROVAL.
            MOVE MNT-USER-ID TO WS-APPROVER-ID
            MOVE MNT-ID-NUMBER TO PND-ID-NUMBER
            MOVE MNT-APPR-TYPE TO PND-TYPE
            MOVE "NO" TO WS-PENDING-FOUND
            MOVE 0 TO WS-AGE-DAYS
            IF MNT-USER-ID EQUAL SPACES
                MOVE 'APPROVER USER ID MISSING' TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
            END-IF
            IF WS-VALID-REC EQUAL "YES"
               AND MNT-APPR-TYPE NOT EQUAL "E"
               AND MNT-APPR-TYPE NOT EQUAL "B"
                MOVE 'CHANGE TYPE MUST BE E OR B' TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                PERFORM 585-READ-PENDING
                IF WS-PENDING-FOUND EQUAL "NO"
                    MOVE 'NO PENDING CHANGE OF THIS TYPE'
                      TO WS-REJECT-REASON
                    PERFORM 490-REJECT-TXN
                END-IF
            END-IF
            IF WS-PENDING-FOUND EQUAL "YES"
                PERFORM 575-CALC-PENDING-AGE
            ELSE
                MOVE SPACES TO PND-REQ-USER
                MOVE 0 TO PND-REQ-DATE
            END-IF
            .

        540-REJECT-CHANGE.
            PERFORM 530-EDIT-APPROVAL
            IF WS-VALID-REC EQUAL "YES"
                DELETE PENDING-FILE RECORD
                  INVALID KEY
                    MOVE 'PENDING CHANGE DELETE FAILED'
                      TO WS-REJECT-REASON
                    PERFORM 490-REJECT-TXN
                END-DELETE
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                ADD 1 TO CANCELLED-COUNT
                MOVE 'REJECTED' TO WS-LOG-ACTION
                IF PND-REQ-USER EQUAL WS-APPROVER-ID
                    MOVE 'WITHDRAWN BY REQUESTER' TO WS-LOG-NOTE
                ELSE
                    MOVE 'REJECTED BY APPROVER' TO WS-LOG-NOTE
                END-IF
            ELSE
                ADD 1 TO REFUSED-COUNT
                MOVE 'REFUSED' TO WS-LOG-ACTION
                MOVE WS-REJECT-REASON TO WS-LOG-NOTE
            END-IF
            PERFORM 1400-LOG-DECISION
            .

        545-APPLY-PAY-CHANGE.
            PERFORM 455-READ-MASTER
            IF WS-VALID-REC EQUAL "YES"
                PERFORM 443-SAVE-OLD-MASTER
                PERFORM 590-MOVE-HELD-CHANGES
                REWRITE EMPMAST-FILE-REC
                  INVALID KEY
                    MOVE 'MASTER FILE REWRITE FAILED'
                      TO WS-REJECT-REASON
                    PERFORM 490-REJECT-TXN
                  NOT INVALID KEY
                    MOVE 'RELEAS' TO AUD-ACTION-NAME
                    PERFORM 650-AUDIT-CHANGES
                    PERFORM 680-AUDIT-APPROVER
                END-REWRITE
            END-IF
            .

        550-APPLY-BANK-CHANGE.
            PERFORM 455-READ-MASTER
            IF WS-VALID-REC EQUAL "YES"
                MOVE "YES" TO WS-BANK-FOUND
                MOVE MNT-ID-NUMBER TO BANK-ID-NUMBER
                READ BANK-FILE
                  INVALID KEY
                    MOVE "NO" TO WS-BANK-FOUND
                END-READ
                IF WS-BANK-FOUND EQUAL "YES"
                    MOVE BANK-ROUTING TO OLD-ROUTING
                    MOVE BANK-ACCOUNT TO OLD-ACCOUNT
                    MOVE BANK-ACCT-TYPE TO OLD-ACCT-TYPE
                ELSE
                    MOVE SPACES TO OLD-ROUTING
                    MOVE SPACES TO OLD-ACCOUNT
                    MOVE SPACES TO OLD-ACCT-TYPE
                    MOVE SPACES TO BANK-FILE-REC
                    MOVE MNT-ID-NUMBER TO BANK-ID-NUMBER
                    MOVE 0 TO BANK-CLOSE-DATE
                    MOVE 0 TO BANK-CLOSE-PERIOD
                END-IF
                MOVE MNT-ROUTING TO BANK-ROUTING
                MOVE MNT-ACCOUNT TO BANK-ACCOUNT
                MOVE MNT-ACCT-TYPE TO BANK-ACCT-TYPE
                MOVE "P" TO BANK-PRENOTE-STATUS
                PERFORM 555-WRITE-BANK-ACCOUNT
            END-IF
            .

        555-WRITE-BANK-ACCOUNT.
            IF WS-BANK-FOUND EQUAL "YES"
                REWRITE BANK-FILE-REC
                  INVALID KEY
                    MOVE 'BANK FILE REWRITE FAILED'
                      TO WS-REJECT-REASON
                    PERFORM 490-REJECT-TXN
                END-REWRITE
            ELSE
                WRITE BANK-FILE-REC
                  INVALID KEY
                    MOVE 'BANK FILE WRITE FAILED'
                      TO WS-REJECT-REASON
                    PERFORM 490-REJECT-TXN
                END-WRITE
            END-IF
            IF WS-VALID-REC EQUAL "YES"
                MOVE 'BANK  ' TO AUD-ACTION-NAME
                PERFORM 690-AUDIT-BANK
                PERFORM 680-AUDIT-APPROVER
            END-IF
            .

        560-REVIEW-PENDING.
            PERFORM 1350-PRINT-PENDING-HEADINGS
            MOVE SPACES TO WS-APPROVER-ID
            MOVE LOW-VALUES TO PND-KEY
            START PENDING-FILE
              KEY NOT LESS THAN PND-KEY
              INVALID KEY
                MOVE "YES" TO WS-PND-EOF
            END-START
            PERFORM 565-READ-PENDING-NEXT
            PERFORM 570-REVIEW-ONE-PENDING
              UNTIL WS-PND-EOF = "YES"
            PERFORM 1390-PRINT-PENDING-TOTAL
            .

        565-READ-PENDING-NEXT.
            IF WS-PND-EOF NOT EQUAL "YES"
                READ PENDING-FILE NEXT RECORD
                  AT END
                    MOVE "YES" TO WS-PND-EOF
                END-READ
            END-IF
            .

        570-REVIEW-ONE-PENDING.
            PERFORM 575-CALC-PENDING-AGE
            IF WS-AGE-DAYS > WS-EXPIRE-DAYS
                DELETE PENDING-FILE RECORD
                  INVALID KEY
                    DISPLAY 'EMPMNT - PENDING CHANGE ' PND-KEY
                       ' EXPIRED BUT NOT DELETED'
                END-DELETE
                ADD 1 TO EXPIRED-COUNT
                MOVE 'EXPIRED' TO WS-LOG-ACTION
                MOVE 'NOT RELEASED WITHIN APPROVAL PERIOD'
                  TO WS-LOG-NOTE
                PERFORM 1400-LOG-DECISION
            ELSE
                ADD 1 TO PENDING-COUNT
                PERFORM 1300-PRINT-PENDING-LINE
            END-IF
            PERFORM 565-READ-PENDING-NEXT
            .

        575-CALC-PENDING-AGE.
            MOVE PND-REQ-DATE TO WS-WORK-DATE
            COMPUTE WS-REQ-DAYS =
                (WK-YY * 365) + (WK-MM * 30) + WK-DD
            SUBTRACT WS-REQ-DAYS FROM WS-TODAY-DAYS
              GIVING WS-AGE-DAYS
            .

        580-HOLD-CHANGE.
            MOVE SPACES TO PND-FILE-REC
            MOVE MNT-ID-NUMBER TO PND-ID-NUMBER
            IF MNT-ACTION EQUAL "B"
                MOVE "B" TO PND-TYPE
            ELSE
                MOVE "E" TO PND-TYPE
            END-IF
            MOVE MNT-USER-ID TO PND-REQ-USER
            MOVE WS-TODAY-NUM TO PND-REQ-DATE
            COMPUTE PND-REQ-TIME = (HH * 100) + MN
            MOVE WS-EMPTXN-REC TO PND-CARD
            WRITE PND-FILE-REC
              INVALID KEY
                MOVE 'PENDING CHANGE FILE WRITE FAILED'
                  TO WS-REJECT-REASON
                PERFORM 490-REJECT-TXN
              NOT INVALID KEY
                ADD 1 TO HELD-COUNT
                MOVE 'HELD  ' TO AUD-ACTION-NAME
                IF PND-TYPE EQUAL "B"
                    MOVE 'BANK ACCOUNT' TO AUD-FIELD-NAME
                ELSE
                    MOVE 'PAY/DEDS    ' TO AUD-FIELD-NAME
                END-IF
                MOVE 'PENDING APPROVAL' TO AUD-AFTER
                PERFORM 600-AUDIT-FIELD
                MOVE 'REQUESTED BY' TO AUD-FIELD-NAME
                MOVE MNT-USER-ID TO AUD-AFTER
                PERFORM 600-AUDIT-FIELD
            END-WRITE
            .

        585-READ-PENDING.
            MOVE "YES" TO WS-PENDING-FOUND
            READ PENDING-FILE
              INVALID KEY
                MOVE "NO" TO WS-PENDING-FOUND
            END-READ
            .

        590-MOVE-HELD-CHANGES.
            IF MNT-PAY-TYPE NOT EQUAL SPACES
                MOVE MNT-PAY-TYPE TO EMP-PAY-TYPE
            END-IF
            IF MNT-RATE-X NUMERIC
               AND MNT-RATE NOT EQUAL EMP-RATE
                MOVE EMP-RATE TO EMP-PREV-RATE
                MOVE EMP-RATE-EFF-DATE TO EMP-PREV-EFF-DATE
                IF MNT-EFF-DATE-X NUMERIC
                    MOVE MNT-EFF-DATE TO EMP-RATE-EFF-DATE
                ELSE
                    MOVE WS-TODAY-NUM TO EMP-RATE-EFF-DATE
                END-IF
                MOVE SPACES TO EMP-RETRO-FLAG
                MOVE MNT-RATE TO EMP-RATE
            END-IF
            IF MNT-FED-TAX-X NUMERIC
                MOVE MNT-FED-TAX TO EMP-FED-TAX
            END-IF
            IF MNT-STATE-TAX-X NUMERIC
                MOVE MNT-STATE-TAX TO EMP-STATE-TAX
            END-IF
            IF MNT-FICA-X NUMERIC
                MOVE MNT-FICA TO EMP-FICA
            END-IF
            IF MNT-BENEFITS-X NUMERIC
                MOVE MNT-BENEFITS TO EMP-BENEFITS
            END-IF
            IF MNT-OTHER-DEDS-X NUMERIC
                MOVE MNT-OTHER-DEDS TO EMP-OTHER-DEDS
            END-IF
            .

        595-MASK-ACCOUNT.
            MOVE 17 TO WS-ACCT-SUB
            PERFORM 597-BACK-UP-ACCOUNT
              UNTIL WS-ACCT-SUB < 5
                 OR WS-MASK-IN (WS-ACCT-SUB:1) NOT EQUAL SPACE
            MOVE WS-MASK-IN (WS-ACCT-SUB - 3:4) TO AUD-ACCT-LAST-4
            .

        597-BACK-UP-ACCOUNT.
            SUBTRACT 1 FROM WS-ACCT-SUB
            .

        600-AUDIT-FIELD.
            MOVE SPACES TO WS-AUDIT-LINE
            MOVE MNT-ID-NUMBER TO AL-ID-NUMBER
            MOVE EMP-ER-BENEFITS TO AUD-AMOUNT
            MOVE AUD-AMOUNT TO AUD-AFTER
            PERFORM 600-AUDIT-FIELD
            MOVE 'STATUS      ' TO AUD-FIELD-NAME
            MOVE EMP-STATUS TO AUD-AFTER
            PERFORM 600-AUDIT-FIELD
            MOVE 'HIRE DATE   ' TO AUD-FIELD-NAME
            MOVE EMP-HIRE-DATE TO AUD-AFTER
            PERFORM 600-AUDIT-FIELD
            .

        650-AUDIT-CHANGES.
                MOVE AUD-AMOUNT TO AUD-AFTER
                PERFORM 600-AUDIT-FIELD
            END-IF
            IF EMP-HIRE-DATE NOT EQUAL OLD-HIRE-DATE
                MOVE 'HIRE DATE   ' TO AUD-FIELD-NAME
                MOVE OLD-HIRE-DATE TO AUD-BEFORE
                MOVE EMP-HIRE-DATE TO AUD-AFTER
                PERFORM 600-AUDIT-FIELD
            END-IF
            .

        660-AUDIT-OLD-MASTER.
            PERFORM 600-AUDIT-FIELD
            .

        670-AUDIT-IDENTITY.
            IF EMP-SSN NOT EQUAL OLD-SSN
                MOVE 'SSN         ' TO AUD-FIELD-NAME
                IF OLD-SSN NOT EQUAL SPACES
                    MOVE OLD-SSN (6:4) TO AUD-SSN-LAST-4
                    MOVE AUD-SSN-MASK TO AUD-BEFORE
                END-IF
                MOVE EMP-SSN (6:4) TO AUD-SSN-LAST-4
                MOVE AUD-SSN-MASK TO AUD-AFTER
                PERFORM 600-AUDIT-FIELD
            END-IF
            IF EMP-FIRST-NAME NOT EQUAL OLD-FIRST-NAME
                MOVE 'FIRST NAME  ' TO AUD-FIELD-NAME
                MOVE OLD-FIRST-NAME TO AUD-BEFORE
                MOVE EMP-FIRST-NAME TO AUD-AFTER
                PERFORM 600-AUDIT-FIELD
            END-IF
            IF EMP-STREET NOT EQUAL OLD-STREET
                MOVE 'STREET      ' TO AUD-FIELD-NAME
                MOVE OLD-STREET TO AUD-BEFORE
                MOVE EMP-STREET TO AUD-AFTER
                PERFORM 600-AUDIT-FIELD
            END-IF
            IF EMP-CITY NOT EQUAL OLD-CITY
                MOVE 'CITY        ' TO AUD-FIELD-NAME
                MOVE OLD-CITY TO AUD-BEFORE
                MOVE EMP-CITY TO AUD-AFTER
                PERFORM 600-AUDIT-FIELD
            END-IF
            IF EMP-STATE NOT EQUAL OLD-STATE
                MOVE 'STATE       ' TO AUD-FIELD-NAME
                MOVE OLD-STATE TO AUD-BEFORE
                MOVE EMP-STATE TO AUD-AFTER
                PERFORM 600-AUDIT-FIELD
            END-IF
            IF EMP-ZIP NOT EQUAL OLD-ZIP
                MOVE 'ZIP CODE    ' TO AUD-FIELD-NAME
                MOVE OLD-ZIP TO AUD-BEFORE
                MOVE EMP-ZIP TO AUD-AFTER
                PERFORM 600-AUDIT-FIELD
            END-IF
            .

        680-AUDIT-APPROVER.
            MOVE 'REQUESTED BY' TO AUD-FIELD-NAME
            MOVE PND-REQ-USER TO AUD-AFTER
            PERFORM 600-AUDIT-FIELD
            MOVE 'APPROVED BY ' TO AUD-FIELD-NAME
            MOVE WS-APPROVER-ID TO AUD-AFTER
            PERFORM 600-AUDIT-FIELD
            .

        690-AUDIT-BANK.
            MOVE 'ROUTING     ' TO AUD-FIELD-NAME
            MOVE OLD-ROUTING TO AUD-BEFORE
            MOVE BANK-ROUTING TO AUD-AFTER
            PERFORM 600-AUDIT-FIELD
            MOVE 'ACCOUNT     ' TO AUD-FIELD-NAME
            IF OLD-ACCOUNT NOT EQUAL SPACES
                MOVE OLD-ACCOUNT TO WS-MASK-IN
                PERFORM 595-MASK-ACCOUNT
                MOVE AUD-ACCT-MASK TO AUD-BEFORE
            END-IF
            MOVE BANK-ACCOUNT TO WS-MASK-IN
            PERFORM 595-MASK-ACCOUNT
            MOVE AUD-ACCT-MASK TO AUD-AFTER
            PERFORM 600-AUDIT-FIELD
            MOVE 'ACCT TYPE   ' TO AUD-FIELD-NAME
            MOVE OLD-ACCT-TYPE TO AUD-BEFORE
            MOVE BANK-ACCT-TYPE TO AUD-AFTER
            PERFORM 600-AUDIT-FIELD
            MOVE 'PRENOTE     ' TO AUD-FIELD-NAME
            MOVE BANK-PRENOTE-STATUS TO AUD-AFTER
            PERFORM 600-AUDIT-FIELD
            .

        700-PRINT-LINE.
            PERFORM 750-WRITE
            IF WS-LINE-COUNT > 50
            MOVE ADD-COUNT TO TL-ADDS
            MOVE CHANGE-COUNT TO TL-CHANGES
            MOVE DELETE-COUNT TO TL-DELETES
            MOVE IDENTITY-COUNT TO TL-IDENTITIES
            MOVE REJECT-COUNT TO TL-REJECTS
            MOVE HELD-COUNT TO TL-HELD
            MOVE TOTAL-LINE TO WS-AUDIT-LINE
            MOVE 2 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            .

        1300-PRINT-PENDING-LINE.
            MOVE SPACES TO WS-PEND-LINE
            MOVE PND-ID-NUMBER TO PL-ID-NUMBER
            MOVE PND-TYPE TO PL-TYPE
            MOVE PND-REQ-USER TO PL-REQ-USER
            MOVE PND-REQ-DATE TO PL-REQ-DATE
            MOVE WS-AGE-DAYS TO PL-AGE
            MOVE PND-CARD TO WS-EMPTXN-REC
            IF PND-TYPE EQUAL "B"
                MOVE MNT-ROUTING TO PB-ROUTING
                MOVE MNT-ACCOUNT TO WS-MASK-IN
                PERFORM 595-MASK-ACCOUNT
                MOVE AUD-ACCT-MASK TO PB-ACCOUNT
                MOVE MNT-ACCT-TYPE TO PB-ACCT-TYPE
            ELSE
                PERFORM 1320-FORMAT-HELD-PAY
            END-IF
            WRITE PENDRPT-REC FROM WS-PEND-LINE
              AFTER ADVANCING 1 LINES
            END-WRITE
            .

        1320-FORMAT-HELD-PAY.
            MOVE MNT-PAY-TYPE TO PH-PAY-TYPE
            IF MNT-RATE-X NUMERIC
                MOVE MNT-RATE TO AUD-AMOUNT
                MOVE AUD-AMOUNT TO PH-RATE
                MOVE MNT-EFF-DATE-X TO PH-EFF-DATE
            END-IF
            IF MNT-FED-TAX-X NUMERIC
                MOVE MNT-FED-TAX TO AUD-AMOUNT
                MOVE AUD-AMOUNT TO PH-FED-TAX
            END-IF
            IF MNT-STATE-TAX-X NUMERIC
                MOVE MNT-STATE-TAX TO AUD-AMOUNT
                MOVE AUD-AMOUNT TO PH-STATE-TAX
            END-IF
            IF MNT-FICA-X NUMERIC
                MOVE MNT-FICA TO AUD-AMOUNT
                MOVE AUD-AMOUNT TO PH-FICA
            END-IF
            IF MNT-BENEFITS-X NUMERIC
                MOVE MNT-BENEFITS TO AUD-AMOUNT
                MOVE AUD-AMOUNT TO PH-BENEFITS
            END-IF
            IF MNT-OTHER-DEDS-X NUMERIC
                MOVE MNT-OTHER-DEDS TO AUD-AMOUNT
                MOVE AUD-AMOUNT TO PH-OTHER-DEDS
            END-IF
            .

        1350-PRINT-PENDING-HEADINGS.
            MOVE H-DATE TO PH-DATE
            MOVE WS-EXPIRE-DAYS TO PH-EXPIRE-DAYS
            WRITE PENDRPT-REC FROM PEND-HEADING-1
              AFTER ADVANCING PAGE
            END-WRITE
            WRITE PENDRPT-REC FROM PEND-HEADING-2
              AFTER ADVANCING 2 LINES
            END-WRITE
            WRITE PENDRPT-REC FROM PEND-HEADING-3
              AFTER ADVANCING 1 LINES
            END-WRITE
            .

        1390-PRINT-PENDING-TOTAL.
            MOVE PENDING-COUNT TO PT-PENDING
            WRITE PENDRPT-REC FROM PEND-TOTAL-LINE
              AFTER ADVANCING 2 LINES
            END-WRITE
            .

        1400-LOG-DECISION.
            MOVE SPACES TO WS-LOG-LINE
            MOVE PND-ID-NUMBER TO LG-ID-NUMBER
            MOVE PND-TYPE TO LG-TYPE
            MOVE WS-LOG-ACTION TO LG-ACTION
            MOVE PND-REQ-USER TO LG-REQ-USER
            MOVE PND-REQ-DATE TO LG-REQ-DATE
            MOVE WS-APPROVER-ID TO LG-APPROVER
            MOVE WS-LOG-NOTE TO LG-NOTE
            WRITE APRLOG-REC FROM WS-LOG-LINE
              AFTER ADVANCING 1 LINES
            END-WRITE
            .

        1450-PRINT-LOG-HEADINGS.
            MOVE H-DATE TO LH-DATE
            WRITE APRLOG-REC FROM LOG-HEADING-1
              AFTER ADVANCING PAGE
            END-WRITE
            WRITE APRLOG-REC FROM LOG-HEADING-2
              AFTER ADVANCING 2 LINES
            END-WRITE
            .

        1490-PRINT-LOG-TOTAL.
            MOVE RELEASED-COUNT TO LT-RELEASED
            MOVE CANCELLED-COUNT TO LT-CANCELLED
            MOVE EXPIRED-COUNT TO LT-EXPIRED
            MOVE REFUSED-COUNT TO LT-REFUSED
            WRITE APRLOG-REC FROM LOG-TOTAL-LINE
              AFTER ADVANCING 2 LINES
            END-WRITE
            DISPLAY 'EMPMNT - ' HELD-COUNT ' HELD  ' RELEASED-COUNT
               ' RELEASED  ' CANCELLED-COUNT ' REJECTED  '
               EXPIRED-COUNT ' EXPIRED  ' PENDING-COUNT ' PENDING'
            .

        1700-PRINT-EXCEPT-LINE.
            WRITE EXCEPT-REC FROM WS-EXCEPT-LINE
              AFTER ADVANCING 1 LINES
