           05 ARC-CLM-CEDED           PIC 9(7)V99.
           05 ARC-CLM-REOPENED-BY     PIC X(20).
           05 ARC-CLM-REOPENED-DATE   PIC X(08).
           05 ARC-CLM-LOSS-DATE       PIC X(08).

       FD  ARCHIVE-INVOICE-FILE.
       01  ARCHIVE-INVOICE-RECORD.
       01 DB-CEDED                 PIC 9(7)V99.
       01 DB-REOPENED-BY           PIC X(20).
       01 DB-REOPENED-DATE         PIC X(08).
       01 DB-LOSS-DATE             PIC X(08).
       01 DB-INVOICE-ID            PIC 9(09).
       01 DB-INVOICE-AMOUNT        PIC S9(7)V99.
       01 DB-DUE-DATE              PIC X(08).
           MOVE ARC-CLM-CEDED           TO DB-CEDED
           MOVE ARC-CLM-REOPENED-BY     TO DB-REOPENED-BY
           MOVE ARC-CLM-REOPENED-DATE   TO DB-REOPENED-DATE
           MOVE ARC-CLM-LOSS-DATE       TO DB-LOSS-DATE

      * Claims archived before the date of loss was kept were taken
      * as lost on the day they were reported.

           IF DB-LOSS-DATE = SPACES
               MOVE DB-CLAIM-DATE TO DB-LOSS-DATE
           END-IF

           EXEC SQL
               INSERT INTO CLAIM_HISTORY
                   (CLAIM_ID, POLICY_ID, CLAIM_TYPE, CLAIM_AMOUNT,
                    APPROVED_AMOUNT, STATUS, CLAIM_DATE,
                    CURRENCY_CODE, NET_RETAINED_AMOUNT, CEDED_AMOUNT,
                    REOPENED_BY, REOPENED_DATE, LOSS_DATE)
               VALUES
                   (:DB-CLAIM-ID, :DB-POLICY-ID, :DB-CLAIM-TYPE,
                    :DB-CLAIM-AMOUNT, :DB-APPROVED-AMOUNT,
                    :DB-CLAIM-STATUS, :DB-CLAIM-DATE,
                    :DB-CURRENCY-CODE, :DB-NET-RETAINED, :DB-CEDED,
                    :DB-REOPENED-BY, :DB-REOPENED-DATE, :DB-LOSS-DATE)
           END-EXEC

           IF SQLCODE = 0
