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
                      IFNULL(NET_RETAINED_AMOUNT, 0),
                      IFNULL(CEDED_AMOUNT, 0),
                      IFNULL(REOPENED_BY, ' '),
                      IFNULL(REOPENED_DATE, ' '),
                      IFNULL(LOSS_DATE, CLAIM_DATE)
               FROM CLAIM_HISTORY
               WHERE STATUS IN ('PAID', 'REJECTED')
                 AND CLAIM_DATE < :DB-HISTORY-CUTOFF
                        :DB-CLAIM-AMOUNT, :DB-APPROVED-AMOUNT,
                        :DB-CLAIM-STATUS, :DB-CLAIM-DATE,
                        :DB-CURRENCY-CODE, :DB-NET-RETAINED,
                        :DB-CEDED, :DB-REOPENED-BY, :DB-REOPENED-DATE,
                        :DB-LOSS-DATE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-ONE-CLAIM-ARCHIVE
           MOVE DB-CEDED           TO ARC-CLM-CEDED
           MOVE DB-REOPENED-BY     TO ARC-CLM-REOPENED-BY
           MOVE DB-REOPENED-DATE   TO ARC-CLM-REOPENED-DATE
           MOVE DB-LOSS-DATE       TO ARC-CLM-LOSS-DATE
           WRITE ARCHIVE-CLAIM-RECORD

           ADD 1 TO CLAIMS-ARCHIVED.
