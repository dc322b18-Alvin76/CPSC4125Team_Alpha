            COPY BANKACCT.

        FD  EMPLOYEE-MASTER-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY EMPMAST.

        FD  REISSUE-FILE
