       01 RETURNS-PROCESSED        PIC 9(9) COMP VALUE ZERO.
       01 RETURNS-NOT-MATCHED      PIC 9(9) COMP VALUE ZERO.

      * Money the bank sends back is no longer a claim paid -
      * CLAIMDISBURSE booked the payment to claims paid against
      * cash under source CLAIMPAY, and the return reverses exactly
      * that entry, at the rate the payment was booked at, so the
      * ledger and CLAIM_PAYMENT stay in step for CLAIMGLREC.

       01 GL-ACCOUNT-CASH          PIC X(04) VALUE "1000".
       01 GL-ACCOUNT-CLAIMS-PAID   PIC X(04) VALUE "5000".

       01 HOUSE-CURRENCY-CODE      PIC X(03) VALUE "USD".
       01 EXCHANGE-RATE-USED       PIC 9(3)V9(6).
       01 HOUSE-AMOUNT             PIC 9(9)V99.

       01 JRN-SOURCE-CODE      PIC X(10) VALUE "CLAIMPAY".
       01 JRN-POLICY-ID        PIC 9(06).
       01 JRN-INVOICE-ID       PIC 9(10).
       01 JRN-ACCOUNT-CODE     PIC X(04).
       01 JRN-DEBIT-CREDIT     PIC X(01).
       01 JRN-AMOUNT           PIC 9(9)V99.
       01 JRN-ENTRY-DATE       PIC 9(08).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-CLAIM-ID              PIC 9(10).
       01 DB-PAYEE-NAME            PIC X(30).
       01 DB-RETURN-REASON         PIC X(30).
       01 DB-RETURN-DATE           PIC 9(08).
       01 DB-SENT-COUNT            PIC 9(05).
       01 DB-PAYMENT-NO            PIC 9(05).
       01 DB-POLICY-ID             PIC 9(06).
       01 DB-PAYMENT-AMOUNT        PIC 9(7)V99.
       01 DB-CURRENCY-CODE         PIC X(03).
       01 DB-PAYMENT-DATE          PIC 9(08).
       01 DB-RATE-DATE             PIC 9(08).
       01 DB-EXCHANGE-RATE         PIC 9(3)V9(6).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

               ADD 1 TO RETURNS-NOT-MATCHED
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM FIND-RETURNED-PAYMENT-NO
               PERFORM READ-RETURNED-PAYMENT
               PERFORM FLIP-RETURNED-PAYMENT
           END-IF.

       FIND-RETURNED-PAYMENT-NO.

      * A monthly benefit pays the same payee once a month, so the
      * return is matched to the latest month still showing SENT.
      * A lump sum claim has only the one row, PAYMENT_NO zero.

           MOVE ZERO TO DB-PAYMENT-NO

           EXEC SQL
               SELECT IFNULL(MAX(PAYMENT_NO), 0) INTO :DB-PAYMENT-NO
               FROM CLAIM_PAYMENT
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND PAYEE_NAME = :DB-PAYEE-NAME
                 AND IFNULL(PAYMENT_STATUS, 'SENT') = 'SENT'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-PAYMENT-NO
               MOVE ZERO TO SQLCODE
           END-IF.

       READ-RETURNED-PAYMENT.

           MOVE ZERO TO DB-PAYMENT-AMOUNT

           EXEC SQL
               SELECT POLICY_ID, PAYMENT_AMOUNT,
                      IFNULL(CURRENCY_CODE, 'USD'), PAYMENT_DATE
               INTO :DB-POLICY-ID, :DB-PAYMENT-AMOUNT,
                    :DB-CURRENCY-CODE, :DB-PAYMENT-DATE
               FROM CLAIM_PAYMENT
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND PAYEE_NAME = :DB-PAYEE-NAME
                 AND PAYMENT_NO = :DB-PAYMENT-NO
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-PAYMENT-AMOUNT
               MOVE ZERO TO SQLCODE
           END-IF.

       FLIP-RETURNED-PAYMENT.

           EXEC SQL
                   RETURN_DATE = :DB-RETURN-DATE
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND PAYEE_NAME = :DB-PAYEE-NAME
                 AND PAYMENT_NO = :DB-PAYMENT-NO
           END-EXEC

           IF SQLCODE NOT = 0
                   MOVE ZERO TO SQLCODE
               END-IF

      * A returned benefit month goes back to DUE the same way.

               IF DB-PAYMENT-NO > ZERO
                   EXEC SQL
                       UPDATE BENEFIT_PAYMENT
                       SET STATUS = 'DUE',
                           PAID_DATE = ' '
                       WHERE CLAIM_ID = :DB-CLAIM-ID
                         AND PAYMENT_NO = :DB-PAYMENT-NO
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "ERROR REOPENING BENEFIT PAYMENT "
                               DB-PAYMENT-NO ", SQLCODE: " SQLCODE
                       MOVE ZERO TO SQLCODE
                   END-IF
               END-IF

               IF DB-PAYMENT-AMOUNT > ZERO
                   PERFORM WRITE-RETURN-REVERSAL-GL
               END-IF

               DISPLAY "CLAIM " DB-CLAIM-ID " PAYEE " DB-PAYEE-NAME
                       " RETURNED: " DB-RETURN-REASON
               ADD 1 TO RETURNS-PROCESSED
           END-IF.

       WRITE-RETURN-REVERSAL-GL.

           PERFORM CONVERT-TO-HOUSE-CURRENCY

           MOVE DB-POLICY-ID       TO JRN-POLICY-ID
           MOVE DB-CLAIM-ID        TO JRN-INVOICE-ID
           MOVE DB-RETURN-DATE     TO JRN-ENTRY-DATE
           MOVE HOUSE-AMOUNT       TO JRN-AMOUNT

           MOVE GL-ACCOUNT-CASH        TO JRN-ACCOUNT-CODE
           MOVE "D"                    TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL
           MOVE GL-ACCOUNT-CLAIMS-PAID TO JRN-ACCOUNT-CODE
           MOVE "C"                    TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL.

       CONVERT-TO-HOUSE-CURRENCY.

      * The rate in force on the original payment day - the rate
      * CLAIMDISBURSE booked the payment at - so the reversal takes
      * off exactly what went on.

           MOVE 1.000000 TO EXCHANGE-RATE-USED

           IF DB-CURRENCY-CODE NOT = HOUSE-CURRENCY-CODE
              AND DB-CURRENCY-CODE NOT = SPACES
               MOVE DB-PAYMENT-DATE TO DB-RATE-DATE

               EXEC SQL
                   SELECT RATE_TO_HOUSE INTO :DB-EXCHANGE-RATE
                   FROM EXCHANGE_RATE
                   WHERE CURRENCY_CODE = :DB-CURRENCY-CODE
                     AND EFFECTIVE_DATE <= :DB-RATE-DATE
                   ORDER BY EFFECTIVE_DATE DESC
                   LIMIT 1
               END-EXEC

               IF SQLCODE = 0
                   MOVE DB-EXCHANGE-RATE TO EXCHANGE-RATE-USED
               ELSE
                   DISPLAY "WARNING: NO EXCHANGE RATE FOR "
                           DB-CURRENCY-CODE ", TAKEN AT PAR"
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF

           COMPUTE HOUSE-AMOUNT ROUNDED =
                   DB-PAYMENT-AMOUNT * EXCHANGE-RATE-USED.

       WRITE-ONE-JOURNAL.

           CALL "GLJOURNAL"
                USING JRN-SOURCE-CODE
                      JRN-POLICY-ID
                      JRN-INVOICE-ID
                      JRN-ACCOUNT-CODE
                      JRN-DEBIT-CREDIT
                      JRN-AMOUNT
                      JRN-ENTRY-DATE.
