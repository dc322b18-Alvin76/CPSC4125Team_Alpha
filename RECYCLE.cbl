      *    FOR THE NEXT PAY RUN, CARRIES STILL-BAD ITEMS FORWARD   *
      *    WITH THEIR PERIODS-IN-SUSPENSE COUNT STEPPED, AND       *
      *    PRINTS AN AGING REPORT FLAGGING ITEMS HELD TWO OR MORE  *
      *    PERIODS.  RECYCLED AND DROPPED ITEMS ARE CARRIED ON THE *
      *    SUSPENSE FILE MARKED RESOLVED (SUSP-STATUS R OR D), AND *
      *    ITEMS ALREADY RESOLVED PASS THROUGH UNTOUCHED, SO THE   *
      *    FILE KEEPS THE HISTORY UNTIL THE RETENTION RUN          *
      *    ARCHIVES IT.                                            *
      *                                                            *
      ******************************************************************

            10  FILLER                    PIC X(086).

        FD  EMPLOYEE-MASTER-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY EMPMAST.

        FD  FIX-FILE
            10  CARRIED-COUNT             PIC 9(05) VALUE ZERO.
            10  DROPPED-COUNT             PIC 9(05) VALUE ZERO.
            10  AGED-COUNT                PIC 9(05) VALUE ZERO.
            10  RESOLVED-COUNT            PIC 9(05) VALUE ZERO.
            10  WS-ITEM-STATUS            PIC X(07) VALUE SPACES.

        01  WS-MASTER-FLAGS.
            10  FILLER                    PIC X(06) VALUE 'IODS: '.
            10  TL-AGED                   PIC Z(04)9.

        01  TOTAL-LINE-3.
            10  FILLER                    PIC X(01) VALUE SPACES.
            10  FILLER                    PIC X(33) VALUE
                'RESOLVED ITEMS KEPT AS HISTORY:  '.
            10  TL-RESOLVED               PIC Z(04)9.

        PROCEDURE DIVISION.

        010-START-HERE.
            .

        300-PROCESS-ITEM.
            IF SUSP-STATUS EQUAL "R"
               OR SUSP-STATUS EQUAL "D"
                ADD 1 TO RESOLVED-COUNT
                WRITE SUSPENSE-OUT-REC FROM WS-SUSPENSE-REC
            ELSE
                PERFORM 320-APPLY-FIX
                IF WS-ITEM-STATUS NOT EQUAL 'DROPPED'
                    PERFORM 400-RE-EDIT-ITEM
                ELSE
                    MOVE "D" TO SUSP-STATUS
                    WRITE SUSPENSE-OUT-REC FROM WS-SUSPENSE-REC
                END-IF
                PERFORM 700-PRINT-AGING-LINE
            END-IF
            PERFORM 100-READ-SUSPENSE
            .

            MOVE SUSP-ID-NUMBER TO HRS-ID-NUMBER
            MOVE SUSP-HOURS-WORKED TO HRS-HOURS-WORKED
            WRITE RECYCLE-FILE-REC FROM WS-HOURS-REC
            MOVE "R" TO SUSP-STATUS
            WRITE SUSPENSE-OUT-REC FROM WS-SUSPENSE-REC
            .

        440-CARRY-ITEM.
            MOVE TOTAL-LINE-2 TO WS-PRINT-REC
            MOVE 2 TO WS-SPACING
            PERFORM 710-PRINT-LINE
            MOVE RESOLVED-COUNT TO TL-RESOLVED
            MOVE TOTAL-LINE-3 TO WS-PRINT-REC
            MOVE 2 TO WS-SPACING
            PERFORM 710-PRINT-LINE
            .
      * END OF PROGRAM
