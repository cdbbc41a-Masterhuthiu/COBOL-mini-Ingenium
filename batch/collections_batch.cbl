
       01 JRN-SOURCE-CODE      PIC X(10) VALUE "WRITEOFF".
       01 JRN-POLICY-ID        PIC 9(06).
       01 JRN-INVOICE-ID       PIC 9(10).
       01 JRN-ACCOUNT-CODE     PIC X(04).
       01 JRN-DEBIT-CREDIT     PIC X(01).
       01 JRN-AMOUNT           PIC 9(9)V99.
