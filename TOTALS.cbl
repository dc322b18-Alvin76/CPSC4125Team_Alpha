            10  FILLER                   PIC X(080).

        FD  EMPLOYEE-MASTER-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY EMPMAST.

        FD  PRINT-FILE
            10  FILLER                   PIC X(080).

        FD  YTD-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY YTD.

        FD  GL-FILE
            ADD WS-GROSS-PAY TO YTD-QTD-GROSS
            IF WS-FICA-RATE-FOUND EQUAL "YES"
                ADD WS-FICA-TAXABLE TO YTD-QTD-FICA-WAGES
                                       YTD-FICA-WAGES
            ELSE
                ADD WS-GROSS-PAY TO YTD-QTD-FICA-WAGES
                                    YTD-FICA-WAGES
            END-IF
            ADD WS-FED-TAX TO YTD-QTD-FED-TAX
                              YTD-FED-TAX
            ADD WS-STATE-TAX TO YTD-QTD-STATE-TAX
                                YTD-STATE-TAX
            ADD WS-FICA TO YTD-QTD-FICA
                           YTD-FICA
            IF WS-YTD-NOT-FOUND EQUAL "YES"
                WRITE YTD-FILE-REC
            ELSE
