
      * Every GL line written to the feed is journaled as well, so
      * the nightly GL step can prove the day balances before the
      * extract ships to the ledger. The journal carries the claim
      * id so the recovery can be matched claim by claim.

       01 JRN-SOURCE-CODE      PIC X(10) VALUE "RECOVERY".
       01 JRN-POLICY-ID        PIC 9(06).
       01 JRN-INVOICE-ID       PIC 9(10).
       01 JRN-ACCOUNT-CODE     PIC X(04).
       01 JRN-DEBIT-CREDIT     PIC X(01).
       01 JRN-AMOUNT           PIC 9(9)V99.
       01 DB-EXPECTED-AMOUNT   PIC 9(7)V99.
       01 DB-RECOVERED-AMOUNT  PIC 9(7)V99.
       01 DB-CASH-RECEIVED     PIC 9(7)V99.
       01 DB-HOUSE-RECEIVED    PIC 9(9)V99.
       01 DB-CURRENCY-CODE     PIC X(03).
       01 DB-RCV-STATUS        PIC X(10).
       01 DB-OPENED-DATE       PIC 9(08).

               MOVE CASH-RECEIVED TO DB-CASH-RECEIVED

      * The house value booked to the ledger is kept beside the
      * original-currency total, so CLAIMGLREC can hold the
      * recovery against account 5100 receipt by receipt.

               PERFORM CONVERT-TO-HOUSE-CURRENCY
               MOVE HOUSE-AMOUNT TO DB-HOUSE-RECEIVED

               EXEC SQL
                   UPDATE CLAIM_RECOVERY
                   SET RECOVERED_AMOUNT =
                       IFNULL(RECOVERED_AMOUNT, 0)
                       + :DB-CASH-RECEIVED,
                       RECOVERED_HOUSE_AMOUNT =
                       IFNULL(RECOVERED_HOUSE_AMOUNT, 0)
                       + :DB-HOUSE-RECEIVED
                   WHERE RECOVERY_ID = :DB-RECOVERY-ID
               END-EXEC


       WRITE-RECOVERY-GL-ENTRIES.

           OPEN EXTEND GL-CASH-FILE

           IF NOT GL-CASH-FILE-OK
           MOVE TODAY-DATE        TO GLC-DATE

           MOVE DB-POLICY-ID      TO JRN-POLICY-ID
           MOVE DB-CLAIM-ID       TO JRN-INVOICE-ID
           MOVE TODAY-DATE        TO JRN-ENTRY-DATE
           MOVE HOUSE-AMOUNT      TO JRN-AMOUNT

