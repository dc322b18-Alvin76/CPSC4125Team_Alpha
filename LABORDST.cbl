        IDENTIFICATION DIVISION.
        PROGRAM-ID.    LABORDST.
        AUTHOR.        CSU0020 ADAM DAVIES.
      ******************************************************************
      *                                                            *
      *    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *
      *    LABOR DISTRIBUTION REPORT.  READS THE LABOR             *
      *    DISTRIBUTION FILE (LABDIST.cpy) WRITTEN BY THE PAY RUN  *
      *    AND SHOWS THE PERIOD'S PAYROLL COST TWO WAYS: BY HOME   *
      *    DIVISION/DEPARTMENT, AS THE PAY REGISTER CARRIES IT,    *
      *    AND BY THE COST CENTER AND PROJECT THE HOURS WERE       *
      *    CHARGED TO, NAMED FROM THE COST CENTER MASTER           *
      *    (COSTCTR.cpy), WITH A SUBTOTAL FOR EACH COST CENTER.    *
      *    THE PROOF SECTION SHOWS THE DISTRIBUTED GROSS PAY AND   *
      *    EMPLOYER BURDEN AGAINST THE PAY REGISTER TOTALS ON THE  *
      *    TRAILER RECORD.  WHEN THEY DO NOT AGREE, OR THE TRAILER *
      *    IS MISSING, THE REPORT SAYS SO AND THE STEP ENDS WITH   *
      *    RETURN CODE 8.                                          *
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
            SELECT LABDIST-FILE           ASSIGN TO MYLABDST.
            SELECT OPTIONAL COSTCTR-FILE  ASSIGN TO MYCOSTCT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CC-KEY.
            SELECT PRINT-FILE             ASSIGN TO MYLABRPT.

        DATA DIVISION.
        FILE SECTION.

        FD  LABDIST-FILE
            RECORDING MODE IS F.
        01  LABDIST-FILE-REC.
            10  FILLER                    PIC X(080).

        FD  COSTCTR-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY COSTCTR.

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
            10  WS-HEADING-MODE           PIC X(01) VALUE "H".
            10  WS-TRAILER-FOUND          PIC X(03) VALUE "NO".
            10  WS-CC-FOUND               PIC X(03) VALUE "NO".
            10  WS-TABLE-FULL             PIC X(03) VALUE "NO".
            10  WS-PROVED                 PIC X(03) VALUE "NO".
            10  REC-COUNT                 PIC 9(05) VALUE ZERO.
            10  DETAIL-COUNT              PIC 9(05) VALUE ZERO.
            10  EMP-COUNT                 PIC 9(05) VALUE ZERO.
            10  ERROR-COUNT               PIC 9(05) VALUE ZERO.

        01  WS-DIST-TOTALS.
            10  WS-LAST-ID                PIC X(05) VALUE LOW-VALUES.
            10  WS-DIST-HOURS             PIC S9(07)V9  VALUE ZERO.
            10  WS-DIST-GROSS             PIC S9(09)V99 VALUE ZERO.
            10  WS-DIST-BURDEN            PIC S9(09)V99 VALUE ZERO.
            10  WS-HOME-HOURS             PIC S9(07)V9  VALUE ZERO.
            10  WS-HOME-GROSS             PIC S9(09)V99 VALUE ZERO.
            10  WS-HOME-BURDEN            PIC S9(09)V99 VALUE ZERO.
            10  WS-CHG-HOURS              PIC S9(07)V9  VALUE ZERO.
            10  WS-CHG-GROSS              PIC S9(09)V99 VALUE ZERO.
            10  WS-CHG-BURDEN             PIC S9(09)V99 VALUE ZERO.
            10  WS-DIFF-GROSS             PIC S9(09)V99 VALUE ZERO.
            10  WS-DIFF-BURDEN            PIC S9(09)V99 VALUE ZERO.

        01  WS-GROUP-TOTALS.
            10  WS-GRP-KEY                PIC X(05) VALUE SPACES.
            10  WS-GRP-LINES              PIC 9(05) VALUE ZERO.
            10  WS-GRP-HOURS              PIC S9(07)V9  VALUE ZERO.
            10  WS-GRP-GROSS              PIC S9(09)V99 VALUE ZERO.
            10  WS-GRP-BURDEN             PIC S9(09)V99 VALUE ZERO.

        01  WS-HOME-KEY.
            10  WS-HOME-DIV               PIC X(02) VALUE SPACES.
            10  WS-HOME-DEPT              PIC X(03) VALUE SPACES.

        01  WS-NAME-KEY.
            10  WS-NAME-DIV               PIC X(02) VALUE SPACES.
            10  WS-NAME-DEPT              PIC X(03) VALUE SPACES.
            10  WS-NAME-PROJECT           PIC X(06) VALUE SPACES.

        01  WS-HT-CONTROL.
            10  WS-HT-COUNT               PIC S9(03) COMP VALUE 0.
            10  WS-HT-SUB                 PIC S9(03) COMP VALUE 0.
            10  WS-HT-MOVE                PIC S9(03) COMP VALUE 0.
            10  WS-HT-MAX                 PIC S9(03) COMP VALUE 200.
            10  WS-HT-FOUND               PIC X(03) VALUE "NO".
            10  WS-HT-PAST                PIC X(03) VALUE "NO".

        01  WS-HT-TABLE.
            05  WS-HT-ENTRY OCCURS 200 TIMES.
                10  HT-KEY.
                    15  HT-DIV            PIC X(02).
                    15  HT-DEPT           PIC X(03).
                10  HT-HOURS              PIC S9(07)V9.
                10  HT-GROSS              PIC S9(09)V99.
                10  HT-BURDEN             PIC S9(09)V99.

        01  WS-CT-CONTROL.
            10  WS-CT-COUNT               PIC S9(03) COMP VALUE 0.
            10  WS-CT-SUB                 PIC S9(03) COMP VALUE 0.
            10  WS-CT-MOVE                PIC S9(03) COMP VALUE 0.
            10  WS-CT-MAX                 PIC S9(03) COMP VALUE 500.
            10  WS-CT-FOUND               PIC X(03) VALUE "NO".
            10  WS-CT-PAST                PIC X(03) VALUE "NO".

        01  WS-CT-TABLE.
            05  WS-CT-ENTRY OCCURS 500 TIMES.
                10  CT-KEY.
                    15  CT-DIV-DEPT.
                        20  CT-DIV        PIC X(02).
                        20  CT-DEPT       PIC X(03).
                    15  CT-PROJECT        PIC X(06).
                10  CT-HOURS              PIC S9(07)V9.
                10  CT-GROSS              PIC S9(09)V99.
                10  CT-BURDEN             PIC S9(09)V99.

            COPY LABDIST.

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
                'LABOR DISTRIBUTION BY COST CENTER      '.
            10  FILLER                    PIC X(08) VALUE 'PERIOD: '.
            10  H-PERIOD                  PIC ZZ9.
            10  FILLER                    PIC X(05) VALUE SPACES.
            10  FILLER                    PIC X(06) VALUE 'PAGE: '.
            10  H-PAGE                    PIC Z(03).

        01  HEADING-2.
            10  FILLER                    PIC X(40) VALUE
                ' DV DPT  HOME DEPARTMENT REGISTER       '.
            10  FILLER                    PIC X(40) VALUE
                '   HOURS       GROSS PAY          BURDEN'.
            10  FILLER                    PIC X(40) VALUE
                '      TOTAL COST                        '.

        01  HEADING-3.
            10  FILLER                    PIC X(40) VALUE
                ' DV DPT  PROJECT CHARGED COST CENTER    '.
            10  FILLER                    PIC X(40) VALUE
                '   HOURS       GROSS PAY          BURDEN'.
            10  FILLER                    PIC X(40) VALUE
                '      TOTAL COST                        '.

        01  HEADING-4.
            10  FILLER                    PIC X(40) VALUE
                ' PROOF                                  '.
            10  FILLER                    PIC X(40) VALUE
                '               GROSS PAY          BURDEN'.
            10  FILLER                    PIC X(40) VALUE
                '      TOTAL COST                        '.

        01  WS-PRINT-REC                  VALUE SPACES.
            05  FILLER                    PIC X(01).
            05  PR-DIV                    PIC X(02).
            05  FILLER                    PIC X(01).
            05  PR-DEPT                   PIC X(03).
            05  FILLER                    PIC X(02).
            05  PR-PROJECT                PIC X(06).
            05  FILLER                    PIC X(02).
            05  PR-NAME                   PIC X(20).
            05  FILLER                    PIC X(02).
            05  PR-HOURS                  PIC ZZZ,ZZ9.9.
            05  FILLER                    PIC X(02).
            05  PR-GROSS                  PIC -ZZ,ZZZ,ZZ9.99.
            05  FILLER                    PIC X(02).
            05  PR-BURDEN                 PIC -ZZ,ZZZ,ZZ9.99.
            05  FILLER                    PIC X(02).
            05  PR-COST                   PIC -ZZ,ZZZ,ZZ9.99.
            05  FILLER                    PIC X(36).

        01  PROOF-LINE                    VALUE SPACES.
            05  FILLER                    PIC X(01).
            05  PL-LABEL                  PIC X(48).
            05  FILLER                    PIC X(01).
            05  PL-GROSS                  PIC -ZZ,ZZZ,ZZ9.99.
            05  FILLER                    PIC X(02).
            05  PL-BURDEN                 PIC -ZZ,ZZZ,ZZ9.99.
            05  FILLER                    PIC X(02).
            05  PL-COST                   PIC -ZZ,ZZZ,ZZ9.99.
            05  FILLER                    PIC X(36).

        01  TOTAL-LINE-1.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(14) VALUE
                'RECORDS READ: '.
            10  TL-READ                   PIC Z(04)9.
            10  FILLER                    PIC X(18) VALUE
                '  DETAIL RECORDS: '.
            10  TL-DETAIL                 PIC Z(04)9.
            10  FILLER                    PIC X(13) VALUE
                '  EMPLOYEES: '.
            10  TL-EMP                    PIC Z(04)9.
            10  FILLER                    PIC X(14) VALUE
                '  ON REGISTER:'.
            10  TL-REG-EMP                PIC Z(04)9.
            10  FILLER                    PIC X(10) VALUE
                '  ERRORS: '.
            10  TL-ERRORS                 PIC Z(04)9.

        01  TOTAL-LINE-2.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  TL-STATUS                 PIC X(60).

        PROCEDURE DIVISION.

        010-START-HERE.
            OPEN INPUT LABDIST-FILE
            OPEN INPUT COSTCTR-FILE
            OPEN OUTPUT PRINT-FILE
            PERFORM 850-GET-DATE
            PERFORM 100-READ-LABDIST
            PERFORM 200-PROCESS-RECORD
              UNTIL EOF-FLAG = "YES"
            PERFORM 500-LIST-HOME
            PERFORM 550-LIST-CHARGED
            PERFORM 600-CHECK-PROOF
            PERFORM 900-PRINT-PROOF
            CLOSE LABDIST-FILE
            CLOSE COSTCTR-FILE
            CLOSE PRINT-FILE
            GOBACK.

        100-READ-LABDIST.
            READ LABDIST-FILE INTO WS-LABDIST-REC
              AT END
                MOVE "YES" TO EOF-FLAG
              NOT AT END
                ADD 1 TO REC-COUNT
            END-READ
            .

        200-PROCESS-RECORD.
            IF LD-REC-TYPE EQUAL "D"
                PERFORM 210-POST-DETAIL
            ELSE
                IF LD-REC-TYPE EQUAL "T"
                    PERFORM 220-SAVE-TRAILER
                ELSE
                    ADD 1 TO ERROR-COUNT
                    DISPLAY 'LABORDST - UNKNOWN RECORD TYPE '
                       LD-REC-TYPE ' AT RECORD ' REC-COUNT
                       ' - IGNORED'
                END-IF
            END-IF
            PERFORM 100-READ-LABDIST
            .

        210-POST-DETAIL.
            ADD 1 TO DETAIL-COUNT
            IF LD-ID-NUMBER NOT EQUAL WS-LAST-ID
                ADD 1 TO EMP-COUNT
                MOVE LD-ID-NUMBER TO WS-LAST-ID
            END-IF
            IF WS-TRAILER-FOUND NOT EQUAL "YES"
                MOVE LD-PERIOD TO H-PERIOD
            END-IF
            ADD LD-HOURS TO WS-DIST-HOURS
            ADD LD-GROSS TO WS-DIST-GROSS
            ADD LD-BURDEN TO WS-DIST-BURDEN
            PERFORM 300-ADD-HOME
            PERFORM 400-ADD-CHARGE
            .

        220-SAVE-TRAILER.
            MOVE "YES" TO WS-TRAILER-FOUND
            MOVE WS-LABDIST-REC TO WS-LABDIST-TRL
            MOVE LT-PERIOD TO H-PERIOD
            .

        300-ADD-HOME.
            MOVE LD-HOME-DIV TO WS-HOME-DIV
            MOVE LD-HOME-DEPT TO WS-HOME-DEPT
            MOVE "NO" TO WS-HT-FOUND
            MOVE "NO" TO WS-HT-PAST
            MOVE 0 TO WS-HT-SUB
            PERFORM 310-SCAN-HOME-TABLE
              UNTIL WS-HT-FOUND = "YES"
                 OR WS-HT-PAST = "YES"
                 OR WS-HT-SUB NOT LESS THAN WS-HT-COUNT
            IF WS-HT-FOUND NOT EQUAL "YES"
                IF WS-HT-COUNT < WS-HT-MAX
                    IF WS-HT-PAST EQUAL "YES"
                        MOVE WS-HT-COUNT TO WS-HT-MOVE
                        PERFORM 320-SHIFT-HOME-TABLE
                          UNTIL WS-HT-MOVE < WS-HT-SUB
                    ELSE
                        COMPUTE WS-HT-SUB = WS-HT-COUNT + 1
                    END-IF
                    ADD 1 TO WS-HT-COUNT
                    MOVE "YES" TO WS-HT-FOUND
                    MOVE WS-HOME-KEY TO HT-KEY (WS-HT-SUB)
                    MOVE 0 TO HT-HOURS (WS-HT-SUB)
                    MOVE 0 TO HT-GROSS (WS-HT-SUB)
                    MOVE 0 TO HT-BURDEN (WS-HT-SUB)
                ELSE
                    ADD 1 TO ERROR-COUNT
                    IF WS-TABLE-FULL NOT EQUAL "YES"
                        MOVE "YES" TO WS-TABLE-FULL
                        DISPLAY 'LABORDST - DEPARTMENT TABLE LIMIT OF '
                           WS-HT-MAX ' REACHED - REPORT INCOMPLETE'
                    END-IF
                END-IF
            END-IF
            IF WS-HT-FOUND EQUAL "YES"
                ADD LD-HOURS TO HT-HOURS (WS-HT-SUB)
                ADD LD-GROSS TO HT-GROSS (WS-HT-SUB)
                ADD LD-BURDEN TO HT-BURDEN (WS-HT-SUB)
            END-IF
            .

        310-SCAN-HOME-TABLE.
            ADD 1 TO WS-HT-SUB
            IF HT-KEY (WS-HT-SUB) EQUAL WS-HOME-KEY
                MOVE "YES" TO WS-HT-FOUND
            ELSE
                IF HT-KEY (WS-HT-SUB) > WS-HOME-KEY
                    MOVE "YES" TO WS-HT-PAST
                END-IF
            END-IF
            .

        320-SHIFT-HOME-TABLE.
            MOVE WS-HT-ENTRY (WS-HT-MOVE)
              TO WS-HT-ENTRY (WS-HT-MOVE + 1)
            SUBTRACT 1 FROM WS-HT-MOVE
            .

        400-ADD-CHARGE.
            MOVE "NO" TO WS-CT-FOUND
            MOVE "NO" TO WS-CT-PAST
            MOVE 0 TO WS-CT-SUB
            PERFORM 410-SCAN-CHARGE-TABLE
              UNTIL WS-CT-FOUND = "YES"
                 OR WS-CT-PAST = "YES"
                 OR WS-CT-SUB NOT LESS THAN WS-CT-COUNT
            IF WS-CT-FOUND NOT EQUAL "YES"
                IF WS-CT-COUNT < WS-CT-MAX
                    IF WS-CT-PAST EQUAL "YES"
                        MOVE WS-CT-COUNT TO WS-CT-MOVE
                        PERFORM 420-SHIFT-CHARGE-TABLE
                          UNTIL WS-CT-MOVE < WS-CT-SUB
                    ELSE
                        COMPUTE WS-CT-SUB = WS-CT-COUNT + 1
                    END-IF
                    ADD 1 TO WS-CT-COUNT
                    MOVE "YES" TO WS-CT-FOUND
                    MOVE LD-CHARGE-KEY TO CT-KEY (WS-CT-SUB)
                    MOVE 0 TO CT-HOURS (WS-CT-SUB)
                    MOVE 0 TO CT-GROSS (WS-CT-SUB)
                    MOVE 0 TO CT-BURDEN (WS-CT-SUB)
                ELSE
                    ADD 1 TO ERROR-COUNT
                    IF WS-TABLE-FULL NOT EQUAL "YES"
                        MOVE "YES" TO WS-TABLE-FULL
                        DISPLAY 'LABORDST - COST CENTER TABLE LIMIT OF '
                           WS-CT-MAX ' REACHED - REPORT INCOMPLETE'
                    END-IF
                END-IF
            END-IF
            IF WS-CT-FOUND EQUAL "YES"
                ADD LD-HOURS TO CT-HOURS (WS-CT-SUB)
                ADD LD-GROSS TO CT-GROSS (WS-CT-SUB)
                ADD LD-BURDEN TO CT-BURDEN (WS-CT-SUB)
            END-IF
            .

        410-SCAN-CHARGE-TABLE.
            ADD 1 TO WS-CT-SUB
            IF CT-KEY (WS-CT-SUB) EQUAL LD-CHARGE-KEY
                MOVE "YES" TO WS-CT-FOUND
            ELSE
                IF CT-KEY (WS-CT-SUB) > LD-CHARGE-KEY
                    MOVE "YES" TO WS-CT-PAST
                END-IF
            END-IF
            .

        420-SHIFT-CHARGE-TABLE.
            MOVE WS-CT-ENTRY (WS-CT-MOVE)
              TO WS-CT-ENTRY (WS-CT-MOVE + 1)
            SUBTRACT 1 FROM WS-CT-MOVE
            .

        500-LIST-HOME.
            MOVE "H" TO WS-HEADING-MODE
            PERFORM 800-PRINT-HEADINGS
            MOVE 0 TO WS-HT-SUB
            PERFORM 510-LIST-HOME-ENTRY
              UNTIL WS-HT-SUB NOT LESS THAN WS-HT-COUNT
            MOVE SPACES TO WS-PRINT-REC
            MOVE '** REGISTER TOTAL' TO PR-NAME
            MOVE WS-HOME-HOURS TO PR-HOURS
            MOVE WS-HOME-GROSS TO PR-GROSS
            MOVE WS-HOME-BURDEN TO PR-BURDEN
            COMPUTE PR-COST = WS-HOME-GROSS + WS-HOME-BURDEN
            MOVE 2 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            .

        510-LIST-HOME-ENTRY.
            ADD 1 TO WS-HT-SUB
            MOVE HT-DIV (WS-HT-SUB) TO WS-NAME-DIV
            MOVE HT-DEPT (WS-HT-SUB) TO WS-NAME-DEPT
            MOVE SPACES TO WS-NAME-PROJECT
            PERFORM 580-LOOKUP-NAME
            MOVE HT-DIV (WS-HT-SUB) TO PR-DIV
            MOVE HT-DEPT (WS-HT-SUB) TO PR-DEPT
            MOVE HT-HOURS (WS-HT-SUB) TO PR-HOURS
            MOVE HT-GROSS (WS-HT-SUB) TO PR-GROSS
            MOVE HT-BURDEN (WS-HT-SUB) TO PR-BURDEN
            COMPUTE PR-COST =
                HT-GROSS (WS-HT-SUB) + HT-BURDEN (WS-HT-SUB)
            PERFORM 700-PRINT-LINE
            ADD HT-HOURS (WS-HT-SUB) TO WS-HOME-HOURS
            ADD HT-GROSS (WS-HT-SUB) TO WS-HOME-GROSS
            ADD HT-BURDEN (WS-HT-SUB) TO WS-HOME-BURDEN
            .

        550-LIST-CHARGED.
            MOVE "C" TO WS-HEADING-MODE
            PERFORM 800-PRINT-HEADINGS
            MOVE SPACES TO WS-GRP-KEY
            MOVE 0 TO WS-GRP-LINES
            MOVE 0 TO WS-CT-SUB
            PERFORM 560-LIST-CHARGE-ENTRY
              UNTIL WS-CT-SUB NOT LESS THAN WS-CT-COUNT
            PERFORM 570-PRINT-CC-SUBTOTAL
            MOVE SPACES TO WS-PRINT-REC
            MOVE '** DISTRIBUTED TOTAL' TO PR-NAME
            MOVE WS-CHG-HOURS TO PR-HOURS
            MOVE WS-CHG-GROSS TO PR-GROSS
            MOVE WS-CHG-BURDEN TO PR-BURDEN
            COMPUTE PR-COST = WS-CHG-GROSS + WS-CHG-BURDEN
            MOVE 2 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            .

        560-LIST-CHARGE-ENTRY.
            ADD 1 TO WS-CT-SUB
            IF CT-DIV-DEPT (WS-CT-SUB) NOT EQUAL WS-GRP-KEY
                PERFORM 570-PRINT-CC-SUBTOTAL
                MOVE CT-DIV-DEPT (WS-CT-SUB) TO WS-GRP-KEY
            END-IF
            MOVE CT-KEY (WS-CT-SUB) TO WS-NAME-KEY
            PERFORM 580-LOOKUP-NAME
            IF WS-CC-FOUND NOT EQUAL "YES"
               AND CT-PROJECT (WS-CT-SUB) NOT EQUAL SPACES
                MOVE SPACES TO WS-NAME-DIV
                MOVE SPACES TO WS-NAME-DEPT
                PERFORM 580-LOOKUP-NAME
            END-IF
            MOVE CT-DIV (WS-CT-SUB) TO PR-DIV
            MOVE CT-DEPT (WS-CT-SUB) TO PR-DEPT
            MOVE CT-PROJECT (WS-CT-SUB) TO PR-PROJECT
            MOVE CT-HOURS (WS-CT-SUB) TO PR-HOURS
            MOVE CT-GROSS (WS-CT-SUB) TO PR-GROSS
            MOVE CT-BURDEN (WS-CT-SUB) TO PR-BURDEN
            COMPUTE PR-COST =
                CT-GROSS (WS-CT-SUB) + CT-BURDEN (WS-CT-SUB)
            PERFORM 700-PRINT-LINE
            ADD 1 TO WS-GRP-LINES
            ADD CT-HOURS (WS-CT-SUB) TO WS-GRP-HOURS
            ADD CT-GROSS (WS-CT-SUB) TO WS-GRP-GROSS
            ADD CT-BURDEN (WS-CT-SUB) TO WS-GRP-BURDEN
            ADD CT-HOURS (WS-CT-SUB) TO WS-CHG-HOURS
            ADD CT-GROSS (WS-CT-SUB) TO WS-CHG-GROSS
            ADD CT-BURDEN (WS-CT-SUB) TO WS-CHG-BURDEN
            .

        570-PRINT-CC-SUBTOTAL.
            IF WS-GRP-LINES > 1
                MOVE SPACES TO WS-PRINT-REC
                MOVE '*  COST CENTER TOTAL' TO PR-NAME
                MOVE WS-GRP-HOURS TO PR-HOURS
                MOVE WS-GRP-GROSS TO PR-GROSS
                MOVE WS-GRP-BURDEN TO PR-BURDEN
                COMPUTE PR-COST = WS-GRP-GROSS + WS-GRP-BURDEN
                PERFORM 700-PRINT-LINE
                MOVE 2 TO WS-SPACING
            END-IF
            MOVE 0 TO WS-GRP-LINES
            MOVE 0 TO WS-GRP-HOURS
            MOVE 0 TO WS-GRP-GROSS
            MOVE 0 TO WS-GRP-BURDEN
            .

        580-LOOKUP-NAME.
            MOVE WS-NAME-KEY TO CC-KEY
            READ COSTCTR-FILE
              INVALID KEY
                MOVE "NO" TO WS-CC-FOUND
                MOVE SPACES TO PR-NAME
              NOT INVALID KEY
                MOVE "YES" TO WS-CC-FOUND
                MOVE CC-NAME TO PR-NAME
            END-READ
            .

        600-CHECK-PROOF.
            IF WS-TRAILER-FOUND EQUAL "YES"
                SUBTRACT LT-REG-GROSS FROM WS-DIST-GROSS
                  GIVING WS-DIFF-GROSS
                SUBTRACT LT-REG-BURDEN FROM WS-DIST-BURDEN
                  GIVING WS-DIFF-BURDEN
            END-IF
            IF WS-TRAILER-FOUND EQUAL "YES"
               AND WS-DIFF-GROSS EQUAL 0
               AND WS-DIFF-BURDEN EQUAL 0
               AND WS-HOME-GROSS EQUAL WS-DIST-GROSS
               AND WS-CHG-GROSS EQUAL WS-DIST-GROSS
               AND WS-HOME-BURDEN EQUAL WS-DIST-BURDEN
               AND WS-CHG-BURDEN EQUAL WS-DIST-BURDEN
               AND EMP-COUNT EQUAL LT-EMP-COUNT
               AND ERROR-COUNT EQUAL 0
                MOVE "YES" TO WS-PROVED
            ELSE
                MOVE "NO" TO WS-PROVED
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
            IF WS-HEADING-MODE EQUAL "H"
                MOVE HEADING-2 TO WS-PRINT-REC
            ELSE
                IF WS-HEADING-MODE EQUAL "C"
                    MOVE HEADING-3 TO WS-PRINT-REC
                ELSE
                    MOVE HEADING-4 TO WS-PRINT-REC
                END-IF
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

        900-PRINT-PROOF.
            MOVE "P" TO WS-HEADING-MODE
            PERFORM 800-PRINT-HEADINGS
            MOVE 'DISTRIBUTED BY CHARGED COST CENTER' TO PL-LABEL
            MOVE WS-CHG-GROSS TO PL-GROSS
            MOVE WS-CHG-BURDEN TO PL-BURDEN
            COMPUTE PL-COST = WS-CHG-GROSS + WS-CHG-BURDEN
            MOVE PROOF-LINE TO WS-PRINT-REC
            PERFORM 700-PRINT-LINE
            MOVE 'DISTRIBUTED BY HOME DEPARTMENT' TO PL-LABEL
            MOVE WS-HOME-GROSS TO PL-GROSS
            MOVE WS-HOME-BURDEN TO PL-BURDEN
            COMPUTE PL-COST = WS-HOME-GROSS + WS-HOME-BURDEN
            MOVE PROOF-LINE TO WS-PRINT-REC
            PERFORM 700-PRINT-LINE
            IF WS-TRAILER-FOUND EQUAL "YES"
                MOVE 'PAY REGISTER TOTAL' TO PL-LABEL
                MOVE LT-REG-GROSS TO PL-GROSS
                MOVE LT-REG-BURDEN TO PL-BURDEN
                COMPUTE PL-COST = LT-REG-GROSS + LT-REG-BURDEN
                MOVE PROOF-LINE TO WS-PRINT-REC
                PERFORM 700-PRINT-LINE
                MOVE 'DIFFERENCE (DISTRIBUTED LESS REGISTER)'
                  TO PL-LABEL
                MOVE WS-DIFF-GROSS TO PL-GROSS
                MOVE WS-DIFF-BURDEN TO PL-BURDEN
                COMPUTE PL-COST = WS-DIFF-GROSS + WS-DIFF-BURDEN
                MOVE PROOF-LINE TO WS-PRINT-REC
                MOVE 2 TO WS-SPACING
                PERFORM 700-PRINT-LINE
                MOVE LT-EMP-COUNT TO TL-REG-EMP
            ELSE
                MOVE 0 TO TL-REG-EMP
            END-IF
            MOVE REC-COUNT TO TL-READ
            MOVE DETAIL-COUNT TO TL-DETAIL
            MOVE EMP-COUNT TO TL-EMP
            MOVE ERROR-COUNT TO TL-ERRORS
            MOVE TOTAL-LINE-1 TO WS-PRINT-REC
            MOVE 2 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            IF WS-PROVED EQUAL "YES"
                MOVE 'LABOR DISTRIBUTION PROVED TO PAY REGISTER'
                  TO TL-STATUS
            ELSE
                IF WS-TRAILER-FOUND NOT EQUAL "YES"
                    MOVE '*** NO PAY REGISTER TRAILER - NOT PROVED ***'
                      TO TL-STATUS
                ELSE
                    MOVE
                      '*** DISTRIBUTION DOES NOT EQUAL PAY REGISTER ***'
                      TO TL-STATUS
                END-IF
            END-IF
            MOVE TOTAL-LINE-2 TO WS-PRINT-REC
            MOVE 2 TO WS-SPACING
            PERFORM 700-PRINT-LINE
            IF WS-PROVED EQUAL "YES"
                DISPLAY 'LABORDST - DISTRIBUTION PROVED  GROSS '
                   WS-DIST-GROSS '  BURDEN ' WS-DIST-BURDEN
            ELSE
                DISPLAY 'LABORDST - DISTRIBUTION NOT PROVED  GROSS '
                   WS-DIST-GROSS '  BURDEN ' WS-DIST-BURDEN
                   '  EMPLOYEES ' EMP-COUNT '  ERRORS ' ERROR-COUNT
                MOVE 8 TO RETURN-CODE
            END-IF
            .
      * END OF PROGRAM
