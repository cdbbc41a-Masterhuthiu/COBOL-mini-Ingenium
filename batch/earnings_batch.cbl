
       01 JRN-SOURCE-CODE      PIC X(10) VALUE "EARNINGS".
       01 JRN-POLICY-ID        PIC 9(06).
       01 JRN-INVOICE-ID       PIC 9(10).
       01 JRN-ACCOUNT-CODE     PIC X(04).
       01 JRN-DEBIT-CREDIT     PIC X(01).
       01 JRN-AMOUNT           PIC 9(9)V99.
       01 DB-UPR-AMOUNT            PIC 9(9)V99.
       01 DB-CALC-DATE             PIC 9(08).
       01 DB-CURRENCY-CODE         PIC X(03).
       01 DB-POLICY-STATUS         PIC X(10).
       01 DB-RATE-DATE             PIC 9(08).
       01 DB-EXCHANGE-RATE         PIC 9(3)V9(6).
       EXEC SQL END DECLARE SECTION END-EXEC.
               DECLARE earnings_cursor CURSOR FOR
               SELECT P.POLICY_ID, P.EFFECTIVE_DATE, P.EXPIRY_DATE,
                      IFNULL(SUM(I.AMOUNT - IFNULL(I.TAX_AMOUNT, 0)), 0),
                      IFNULL(P.CURRENCY_CODE, 'USD'),
                      IFNULL(P.STATUS, ' ')
               FROM POLICY P, INVOICE I
               WHERE I.POLICY_ID = P.POLICY_ID
                 AND I.DUE_DATE >= P.EFFECTIVE_DATE
               GROUP BY P.POLICY_ID, P.EFFECTIVE_DATE, P.EXPIRY_DATE,
                        P.CURRENCY_CODE, P.STATUS
               ORDER BY P.POLICY_ID
           END-EXEC.

                   FETCH earnings_cursor
                   INTO :DB-POLICY-ID, :DB-EFFECTIVE-DATE,
                        :DB-EXPIRY-DATE, :DB-WRITTEN-PREMIUM,
                        :DB-CURRENCY-CODE, :DB-POLICY-STATUS
               END-EXEC
               IF SQLCODE = 0
                   PERFORM EARN-ONE-POLICY
                       WRITTEN-PREMIUM - EARNED-PREMIUM
           END-IF

      * A policy cancelled in its free-look period was never taken
      * up: its premium is refunded in full and reversed out of
      * income, so nothing is written or earned and any reserve
      * still held for it is released.

           IF DB-POLICY-STATUS = "CANCELLED"
               MOVE ZERO TO WRITTEN-PREMIUM
               MOVE ZERO TO EARNED-PREMIUM
               MOVE ZERO TO UPR-TARGET
           END-IF

           PERFORM LOOKUP-PRIOR-UPR

           COMPUTE UPR-MOVEMENT = UPR-TARGET - DB-PRIOR-UPR
