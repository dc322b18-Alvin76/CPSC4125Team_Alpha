        FILE SECTION.

        FD  YTD-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY YTD.

        FD  EMPLOYEE-MASTER-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY EMPMAST.

        FD  ARCHIVE-FILE
            RECORDING MODE IS F.
        01  ARCHIVE-REC.
            10  FILLER                    PIC X(160).

        FD  PRINT-FILE
            RECORDING MODE IS F.
            MOVE 'GROSS PAY           ' TO SD-CAPTION
            MOVE YTD-GROSS-PAY TO SD-AMOUNT
            PERFORM 450-PRINT-DETAIL
            MOVE 'FEDERAL TAX WITHHELD' TO SD-CAPTION
            MOVE YTD-FED-TAX TO SD-AMOUNT
            PERFORM 450-PRINT-DETAIL
            MOVE 'STATE TAX WITHHELD  ' TO SD-CAPTION
            MOVE YTD-STATE-TAX TO SD-AMOUNT
            PERFORM 450-PRINT-DETAIL
            MOVE 'FICA WITHHELD       ' TO SD-CAPTION
            MOVE YTD-FICA TO SD-AMOUNT
            PERFORM 450-PRINT-DETAIL
            MOVE 'SECTION 125 PRE-TAX ' TO SD-CAPTION
            MOVE YTD-PRETAX-125 TO SD-AMOUNT
            PERFORM 450-PRINT-DETAIL
            MOVE '401(K) DEFERRALS    ' TO SD-CAPTION
            MOVE YTD-DEFERRAL TO SD-AMOUNT
            PERFORM 450-PRINT-DETAIL
            MOVE '401(K) ROTH         ' TO SD-CAPTION
            MOVE YTD-ROTH TO SD-AMOUNT
            PERFORM 450-PRINT-DETAIL
            MOVE 'EMPLOYER 401(K) MTCH' TO SD-CAPTION
            MOVE YTD-ER-MATCH TO SD-AMOUNT
            PERFORM 450-PRINT-DETAIL
            MOVE 'TOTAL DEDUCTIONS    ' TO SD-CAPTION
            MOVE YTD-EMP-DEDS TO SD-AMOUNT
            PERFORM 450-PRINT-DETAIL
            MOVE 0 TO YTD-QTD-FED-TAX
            MOVE 0 TO YTD-QTD-STATE-TAX
            MOVE 0 TO YTD-QTD-FICA
            MOVE 0 TO YTD-FED-TAX
            MOVE 0 TO YTD-STATE-TAX
            MOVE 0 TO YTD-FICA
            MOVE 0 TO YTD-FICA-WAGES
            MOVE 0 TO YTD-PRETAX-125
            MOVE 0 TO YTD-DEFERRAL
            MOVE 0 TO YTD-ROTH
            MOVE 0 TO YTD-ER-MATCH
            REWRITE YTD-FILE-REC
            .

