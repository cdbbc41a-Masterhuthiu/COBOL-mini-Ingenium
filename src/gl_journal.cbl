       01 DB-JOURNAL-ID        PIC 9(09).
       01 DB-SOURCE-SYSTEM     PIC X(10).
       01 DB-POLICY-ID         PIC 9(06).
       01 DB-INVOICE-ID        PIC 9(10).
       01 DB-ACCOUNT-CODE      PIC X(04).
       01 DB-DEBIT-CREDIT      PIC X(01).
       01 DB-AMOUNT            PIC 9(9)V99.
       LINKAGE SECTION.
       01 JRN-SOURCE-CODE      PIC X(10).
       01 JRN-POLICY-ID        PIC 9(06).
       01 JRN-INVOICE-ID       PIC 9(10).
       01 JRN-ACCOUNT-CODE     PIC X(04).
       01 JRN-DEBIT-CREDIT     PIC X(01).
       01 JRN-AMOUNT           PIC 9(9)V99.
