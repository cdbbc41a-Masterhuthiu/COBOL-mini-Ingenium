       01 REMITTANCE-AMOUNT    PIC 9(7)V99.
       01 REMITTANCE-DATE      PIC 9(08).

      * Premium ceded by REINSPREM is owed to the reinsurer treaty
      * by treaty; a payment over is recorded against the treaty
      * and can never exceed what is still payable on it. Treasury
      * sends the transfer under RIP and the treaty product code,
      * which is how BANKREC matches the bank's debit to it.

       01 PRODUCT-CODE         PIC X(10).
       01 PREMIUM-PAID-AMOUNT  PIC 9(9)V99.
       01 PAYABLE-BALANCE      PIC S9(11)V99.

       01 GL-ACCOUNT-CASH          PIC X(04) VALUE "1000".
       01 GL-ACCOUNT-REINS-PAYABLE PIC X(04) VALUE "2500".

      * REINSBORD booked each cession as a receivable under source
      * REINSREC at the cession-date rate; cash from the reinsurer
      * takes it off under the same source and at the same rate, so
      * what is left on account 1500 is what is still owed.

       01 GL-ACCOUNT-REINS-RECEIVABLE PIC X(04) VALUE "1500".

       01 HOUSE-CURRENCY-CODE  PIC X(03) VALUE "USD".
       01 EXCHANGE-RATE-USED   PIC 9(3)V9(6).
       01 HOUSE-AMOUNT         PIC 9(9)V99.

       01 JRN-SOURCE-CODE      PIC X(10).
       01 JRN-POLICY-ID        PIC 9(06).
       01 JRN-INVOICE-ID       PIC 9(10).
       01 JRN-ACCOUNT-CODE     PIC X(04).
       01 JRN-DEBIT-CREDIT     PIC X(01).
       01 JRN-AMOUNT           PIC 9(9)V99.
       01 JRN-ENTRY-DATE       PIC 9(08).

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".

       01 DB-RECEIVABLE-STATUS  PIC X(12).
       01 DB-REMITTED-DATE      PIC 9(08).
       01 DB-WINDOW-STATUS     PIC X(10).
       01 DB-TOTAL-CEDED       PIC S9(11)V99.
       01 DB-TOTAL-PAID        PIC 9(11)V99.
       01 DB-PAYMENT-NO        PIC 9(05).
       01 DB-PAID-AMOUNT       PIC 9(9)V99.
       01 DB-PAID-DATE         PIC 9(08).
       01 DB-PAID-BY           PIC X(20).
       01 DB-EXCHANGE-RATE     PIC 9(3)V9(6).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE               PIC S9(9) COMP VALUE 0.


           DISPLAY "1. LIST OUTSTANDING CESSIONS"
           DISPLAY "2. POST REINSURER REMITTANCE"
           DISPLAY "3. POST PREMIUM PAID TO REINSURER"
           DISPLAY "4. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

                       PERFORM POST-REMITTANCE
                   END-IF
               WHEN 3
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM POST-PREMIUM-PAYMENT
                   END-IF
               WHEN 4
                   SET DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           MOVE "N" TO RECEIVABLE-FOUND-SWITCH

           EXEC SQL
               SELECT CEDED_AMOUNT, REMITTED_AMOUNT, POLICY_ID,
                      IFNULL(CURRENCY_CODE, 'USD'), CESSION_DATE
               INTO :DB-CEDED-AMOUNT, :DB-REMITTED-AMOUNT,
                    :DB-POLICY-ID, :DB-CURRENCY-CODE,
                    :DB-CESSION-DATE
               FROM REINSURANCE_RECEIVABLE
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND STATUS = 'OUTSTANDING'
           IF SQLCODE NOT = 0
               DISPLAY "ERROR POSTING REMITTANCE, SQLCODE: " SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               PERFORM WRITE-REMITTANCE-GL-ENTRIES
               DISPLAY "REMITTANCE POSTED, CLAIM " CLAIM-ID
                       " NOW " DB-RECEIVABLE-STATUS
           END-IF

           EXEC SQL COMMIT END-EXEC.

       WRITE-REMITTANCE-GL-ENTRIES.

           PERFORM CONVERT-TO-HOUSE-CURRENCY

           MOVE "REINSREC"          TO JRN-SOURCE-CODE
           MOVE DB-POLICY-ID        TO JRN-POLICY-ID
           MOVE DB-CLAIM-ID         TO JRN-INVOICE-ID
           MOVE REMITTANCE-DATE     TO JRN-ENTRY-DATE
           MOVE HOUSE-AMOUNT        TO JRN-AMOUNT

           MOVE GL-ACCOUNT-CASH TO JRN-ACCOUNT-CODE
           MOVE "D" TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL

           MOVE GL-ACCOUNT-REINS-RECEIVABLE TO JRN-ACCOUNT-CODE
           MOVE "C" TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL.

       CONVERT-TO-HOUSE-CURRENCY.

      * The rate in force on the cession date - the rate the
      * receivable went on at - so a fully remitted cession leaves
      * nothing behind on the ledger.

           MOVE 1.000000 TO EXCHANGE-RATE-USED

           IF DB-CURRENCY-CODE NOT = HOUSE-CURRENCY-CODE
              AND DB-CURRENCY-CODE NOT = SPACES
               EXEC SQL
                   SELECT RATE_TO_HOUSE INTO :DB-EXCHANGE-RATE
                   FROM EXCHANGE_RATE
                   WHERE CURRENCY_CODE = :DB-CURRENCY-CODE
                     AND EFFECTIVE_DATE <= :DB-CESSION-DATE
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
                   REMITTANCE-AMOUNT * EXCHANGE-RATE-USED.

       POST-PREMIUM-PAYMENT.

           DISPLAY "ENTER TREATY PRODUCT CODE:"
           ACCEPT PRODUCT-CODE

           DISPLAY "ENTER AMOUNT PAID TO REINSURER:"
           ACCEPT PREMIUM-PAID-AMOUNT

           MOVE PRODUCT-CODE TO DB-PRODUCT-CODE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-PREMIUM-PAYABLE

           EVALUATE TRUE
               WHEN PREMIUM-PAID-AMOUNT = ZERO
                   DISPLAY "AMOUNT MUST BE GREATER THAN ZERO"
               WHEN PAYABLE-BALANCE NOT > ZERO
                   DISPLAY "NO PREMIUM PAYABLE ON TREATY: "
                           PRODUCT-CODE
               WHEN PREMIUM-PAID-AMOUNT > PAYABLE-BALANCE
                   DISPLAY "AMOUNT EXCEEDS PREMIUM PAYABLE OF "
                           PAYABLE-BALANCE
               WHEN OTHER
                   PERFORM RECORD-PREMIUM-PAYMENT
           END-EVALUATE

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       LOOKUP-PREMIUM-PAYABLE.

           MOVE ZERO TO DB-TOTAL-CEDED
           MOVE ZERO TO DB-TOTAL-PAID

           EXEC SQL
               SELECT IFNULL(SUM(CEDED_PREMIUM), 0)
               INTO :DB-TOTAL-CEDED
               FROM REINSURANCE_PAYABLE
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-TOTAL-CEDED
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL
               SELECT IFNULL(SUM(AMOUNT), 0)
               INTO :DB-TOTAL-PAID
               FROM REINSURANCE_PREMIUM_PAID
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-TOTAL-PAID
               MOVE ZERO TO SQLCODE
           END-IF

           COMPUTE PAYABLE-BALANCE = DB-TOTAL-CEDED - DB-TOTAL-PAID.

       RECORD-PREMIUM-PAYMENT.

           ACCEPT REMITTANCE-DATE FROM DATE YYYYMMDD

           EXEC SQL
               SELECT IFNULL(MAX(PAYMENT_NO), 0) + 1
               INTO :DB-PAYMENT-NO
               FROM REINSURANCE_PREMIUM_PAID
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
           END-EXEC

           MOVE PREMIUM-PAID-AMOUNT TO DB-PAID-AMOUNT
           MOVE REMITTANCE-DATE     TO DB-PAID-DATE
           MOVE SIGNON-USER-ID      TO DB-PAID-BY

           EXEC SQL
               INSERT INTO REINSURANCE_PREMIUM_PAID
                   (PRODUCT_CODE, PAYMENT_NO, PAID_DATE, AMOUNT,
                    PAID_BY)
               VALUES
                   (:DB-PRODUCT-CODE, :DB-PAYMENT-NO, :DB-PAID-DATE,
                    :DB-PAID-AMOUNT, :DB-PAID-BY)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RECORDING PREMIUM PAYMENT, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC

      * Paying the reinsurer clears the payable against cash.

               MOVE "REINSREMIT"        TO JRN-SOURCE-CODE
               MOVE ZERO                TO JRN-POLICY-ID
               MOVE ZERO                TO JRN-INVOICE-ID
               MOVE REMITTANCE-DATE     TO JRN-ENTRY-DATE
               MOVE PREMIUM-PAID-AMOUNT TO JRN-AMOUNT

               MOVE GL-ACCOUNT-REINS-PAYABLE TO JRN-ACCOUNT-CODE
               MOVE "D" TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL

               MOVE GL-ACCOUNT-CASH TO JRN-ACCOUNT-CODE
               MOVE "C" TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL

               SUBTRACT PREMIUM-PAID-AMOUNT FROM PAYABLE-BALANCE
               DISPLAY "PREMIUM PAYMENT RECORDED, TREATY "
                       PRODUCT-CODE " STILL PAYABLE "
                       PAYABLE-BALANCE
               DISPLAY "SEND THE TRANSFER UNDER BANK REFERENCE RIP"
                       PRODUCT-CODE
           END-IF.

       WRITE-ONE-JOURNAL.

           CALL "GLJOURNAL"
                USING JRN-SOURCE-CODE
                      JRN-POLICY-ID
                      JRN-INVOICE-ID
                      JRN-ACCOUNT-CODE
                      JRN-DEBIT-CREDIT
                      JRN-AMOUNT
                      JRN-ENTRY-DATE.

       SIGN-ON-USER.

           CALL "USERSIGNON"
