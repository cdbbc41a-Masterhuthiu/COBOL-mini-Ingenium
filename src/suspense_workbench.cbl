               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CASH-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 GLC-DATE                PIC X(08).

       WORKING-STORAGE SECTION.

       01 MENU-CHOICE          PIC 9(01).

       01 GL-CASH-FILE-STATUS  PIC X(02).
           88 GL-CASH-FILE-OK            VALUE "00".

       01 GL-ACCOUNT-CASH       PIC X(04) VALUE "1000".
       01 GL-ACCOUNT-RECEIVABLE PIC X(04) VALUE "1200".

       01 JRN-SOURCE-CODE      PIC X(10) VALUE "CASH".
       01 JRN-POLICY-ID        PIC 9(06).
       01 JRN-INVOICE-ID       PIC 9(10).
       01 JRN-ACCOUNT-CODE     PIC X(04).
       01 JRN-DEBIT-CREDIT     PIC X(01).
       01 JRN-AMOUNT           PIC 9(9)V99.
       01 DB-RATE-DATE         PIC 9(08).
       01 DB-EXCHANGE-RATE     PIC 9(3)V9(6).
       01 DB-WINDOW-STATUS     PIC X(10).
       01 DB-REQUEST-ID        PIC 9(09).
       01 DB-PAYOUT-TYPE       PIC X(10).
       01 DB-PAYEE-NAME        PIC X(30).
       01 DB-REQUESTED-BY      PIC X(20).
       01 DB-REQUESTED-DATE    PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

           IF NOT ITEM-FOUND
               DISPLAY "NO OPEN SUSPENSE ITEM WITH ID: " SUSPENSE-ID
           ELSE
               PERFORM QUEUE-SUSPENSE-REFUND
               IF SQLCODE = 0
                   MOVE "REFUNDED" TO DB-SUS-STATUS
                   PERFORM MARK-ITEM-RESOLVED
               ELSE
                   DISPLAY "ERROR QUEUEING SUSPENSE REFUND, "
                           "SQLCODE: " SQLCODE
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       QUEUE-SUSPENSE-REFUND.

      * The refund goes on the disbursement ledger as a SUSPREFUND
      * request for a second person to approve; PAYOUTDISBURSE then
      * writes the SUSREF instruction treasury returns the money to
      * the remitting bank from. The cash never reached an invoice,
      * so there is nothing on the policy to unwind.

           ACCEPT DB-REQUESTED-DATE FROM DATE YYYYMMDD

           EXEC SQL
               SELECT IFNULL(MAX(REQUEST_ID), 0) + 1
               INTO :DB-REQUEST-ID
               FROM DISBURSEMENT_REQUEST
           END-EXEC

           MOVE "SUSPREFUND"               TO DB-PAYOUT-TYPE
           MOVE "RETURN TO REMITTING BANK" TO DB-PAYEE-NAME
           MOVE OPERATOR-ID                TO DB-REQUESTED-BY

           EXEC SQL
               INSERT INTO DISBURSEMENT_REQUEST
                   (REQUEST_ID, PAYMENT_TYPE, POLICY_ID, SOURCE_REF,
                    PAYEE_NAME, AMOUNT, CURRENCY_CODE, DEBIT_ACCOUNT,
                    CREDIT_ACCOUNT, PAYMENT_METHOD, APPROVAL_STATUS,
                    REQUESTED_BY, REQUESTED_DATE, APPROVED_BY,
                    APPROVED_DATE, PAYMENT_STATUS)
               SELECT :DB-REQUEST-ID, PAYMENT_TYPE, :DB-POLICY-ID,
                      :DB-SUSPENSE-ID, :DB-PAYEE-NAME, :DB-SUS-AMOUNT,
                      'USD', DEBIT_ACCOUNT, CREDIT_ACCOUNT,
                      PAYMENT_METHOD,
                      CASE WHEN APPROVAL_REQUIRED = 'N'
                           THEN 'APPROVED' ELSE 'PENDING' END,
                      :DB-REQUESTED-BY, :DB-REQUESTED-DATE,
                      CASE WHEN APPROVAL_REQUIRED = 'N'
                           THEN :DB-REQUESTED-BY ELSE ' ' END,
                      CASE WHEN APPROVAL_REQUIRED = 'N'
                           THEN :DB-REQUESTED-DATE ELSE ' ' END,
                      'UNPAID'
               FROM PAYOUT_TYPE
               WHERE PAYMENT_TYPE = :DB-PAYOUT-TYPE
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "DISBURSEMENT REQUEST " DB-REQUEST-ID
                       " RAISED FOR APPROVAL"
           END-IF.

       WRITE-OFF-ITEM.

