           05 CURRENCY-CODE       PIC X(03).
           05 BILLING-FREQUENCY   PIC X(10).
           05 COVERAGE-AMOUNT     PIC 9(9)V99.
           05 SECOND-CUSTOMER-ID  PIC 9(6).
