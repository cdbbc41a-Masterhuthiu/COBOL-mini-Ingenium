       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRAPPLY.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Puts one PENDING row of CUSTOMER_ADDRESS_HISTORY into force on
      * the customer master. CUSTOMERMAINT and ADDRTRACE call it for
      * a change effective today or earlier; ADDRCHANGE calls it each
      * night for future-dated changes whose day has come. The
      * customer row therefore always carries the address in force
      * today, which is what every statement and notice prints.
      *
      * A new address clears a BAD address flag - mail resumes and
      * the customer's open trace items are closed as TRACED.
      *
      * A change of jurisdiction re-taxes the customer's unpaid
      * premium invoices falling due on or after the effective date:
      * the premium portion stays, the tax is worked out again from
      * PREMIUM_TAX_RATE for the new jurisdiction, and the invoice is
      * stamped with it. The difference moves the receivable and the
      * tax payable in the journal. An invoice already part-paid,
      * presented for direct debit, or carried on an employer's list
      * bill is left as billed.

       01 TODAY-DATE           PIC 9(08).

       01 OLD-ADDRESS          PIC X(40).
       01 OLD-JURISDICTION     PIC X(10).
       01 OLD-ADDRESS-STATUS   PIC X(04).

       01 PREMIUM-PORTION      PIC S9(9)V99.
       01 NEW-TAX-AMOUNT       PIC 9(7)V99.
       01 TAX-DIFFERENCE       PIC S9(9)V99.
       01 INVOICES-RETAXED     PIC 9(05) VALUE ZERO.

       01 GL-ACCOUNT-RECEIVABLE  PIC X(04) VALUE "1200".
       01 GL-ACCOUNT-TAX-PAYABLE PIC X(04) VALUE "2400".

       01 HOUSE-CURRENCY-CODE  PIC X(03) VALUE "USD".
       01 EXCHANGE-RATE-USED   PIC 9(3)V9(6).
       01 HOUSE-AMOUNT         PIC 9(9)V99.
       01 CONVERT-AMOUNT       PIC 9(9)V99.

       01 JRN-SOURCE-CODE      PIC X(10) VALUE "ADDRCHANGE".
       01 JRN-POLICY-ID        PIC 9(06).
       01 JRN-INVOICE-ID       PIC 9(10).
       01 JRN-ACCOUNT-CODE     PIC X(04).
       01 JRN-DEBIT-CREDIT     PIC X(01).
       01 JRN-AMOUNT           PIC 9(9)V99.
       01 JRN-ENTRY-DATE       PIC 9(08).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-HISTORY-ID        PIC 9(09).
       01 DB-CUSTOMER-ID       PIC 9(06).
       01 DB-EFFECTIVE-DATE    PIC 9(08).
       01 DB-ADDRESS           PIC X(40).
       01 DB-CONTACT-INFO      PIC X(20).
       01 DB-JURISDICTION      PIC X(10).
       01 DB-OLD-ADDRESS       PIC X(40).
       01 DB-OLD-JURISDICTION  PIC X(10).
       01 DB-ADDRESS-STATUS    PIC X(04).
       01 DB-INVOICE-ID        PIC 9(09).
       01 DB-POLICY-ID         PIC 9(06).
       01 DB-AMOUNT            PIC 9(7)V99.
       01 DB-TAX-AMOUNT        PIC 9(7)V99.
       01 DB-CURRENCY-CODE     PIC X(03).
       01 DB-PRODUCT-CODE      PIC X(10).
       01 DB-TAX-RATE-SUM      PIC 9V999.
       01 DB-NEW-AMOUNT        PIC 9(7)V99.
       01 DB-NEW-TAX-AMOUNT    PIC 9(7)V99.
       01 DB-INVOICES-RETAXED  PIC 9(05).
       01 DB-AUDIT-USER        PIC X(20).
       01 DB-TODAY-DATE        PIC 9(08).
       01 DB-RATE-DATE         PIC 9(08).
       01 DB-EXCHANGE-RATE     PIC 9(3)V9(6).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01 ADA-HISTORY-ID       PIC 9(09).
       01 ADA-USER             PIC X(20).
       01 ADA-INVOICES-RETAXED PIC 9(05).
       01 ADA-RESULT           PIC X(01).
           88 ADA-APPLIED      VALUE "A".
           88 ADA-NOT-APPLIED  VALUE "N".

       PROCEDURE DIVISION USING ADA-HISTORY-ID
                                 ADA-USER
                                 ADA-INVOICES-RETAXED
                                 ADA-RESULT.

       MAIN-ADDRESS-APPLY.

           SET ADA-NOT-APPLIED TO TRUE
           MOVE ZERO TO ADA-INVOICES-RETAXED
           MOVE ZERO TO INVOICES-RETAXED

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE     TO DB-TODAY-DATE
           MOVE ADA-USER       TO DB-AUDIT-USER
           MOVE ADA-HISTORY-ID TO DB-HISTORY-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM APPLY-ONE-CHANGE
               THRU APPLY-ONE-CHANGE-EXIT

           EXEC SQL DISCONNECT CURRENT END-EXEC.

           MOVE INVOICES-RETAXED TO ADA-INVOICES-RETAXED

           GOBACK.

       APPLY-ONE-CHANGE.

           EXEC SQL
               SELECT CUSTOMER_ID, EFFECTIVE_DATE,
                      IFNULL(ADDRESS, ' '), IFNULL(CONTACT_INFO, ' '),
                      IFNULL(JURISDICTION, ' ')
               INTO :DB-CUSTOMER-ID, :DB-EFFECTIVE-DATE,
                    :DB-ADDRESS, :DB-CONTACT-INFO, :DB-JURISDICTION
               FROM CUSTOMER_ADDRESS_HISTORY
               WHERE HISTORY_ID = :DB-HISTORY-ID
                 AND STATUS = 'PENDING'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ADDRESS CHANGE " ADA-HISTORY-ID
                       " IS NOT PENDING, NOT APPLIED"
               MOVE ZERO TO SQLCODE
               GO TO APPLY-ONE-CHANGE-EXIT
           END-IF

           EXEC SQL
               SELECT IFNULL(ADDRESS, ' '), IFNULL(JURISDICTION, ' '),
                      IFNULL(ADDRESS_STATUS, 'GOOD')
               INTO :DB-OLD-ADDRESS, :DB-OLD-JURISDICTION,
                    :DB-ADDRESS-STATUS
               FROM CUSTOMER
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "CUSTOMER " DB-CUSTOMER-ID
                       " NOT ON FILE, ADDRESS CHANGE NOT APPLIED"
               MOVE ZERO TO SQLCODE
               GO TO APPLY-ONE-CHANGE-EXIT
           END-IF

           MOVE DB-OLD-ADDRESS      TO OLD-ADDRESS
           MOVE DB-OLD-JURISDICTION TO OLD-JURISDICTION
           MOVE DB-ADDRESS-STATUS   TO OLD-ADDRESS-STATUS

           EXEC SQL
               UPDATE CUSTOMER
               SET ADDRESS = :DB-ADDRESS,
                   CONTACT_INFO = :DB-CONTACT-INFO,
                   JURISDICTION = :DB-JURISDICTION
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR UPDATING CUSTOMER ADDRESS, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO APPLY-ONE-CHANGE-EXIT
           END-IF

           IF DB-ADDRESS NOT = OLD-ADDRESS
              AND OLD-ADDRESS-STATUS = "BAD"
               PERFORM CLEAR-BAD-ADDRESS
           END-IF

           IF DB-JURISDICTION NOT = OLD-JURISDICTION
               PERFORM RETAX-FUTURE-INVOICES
           END-IF

           MOVE INVOICES-RETAXED TO DB-INVOICES-RETAXED

           EXEC SQL
               UPDATE CUSTOMER_ADDRESS_HISTORY
               SET STATUS = 'APPLIED',
                   APPLIED_DATE = :DB-TODAY-DATE,
                   INVOICES_RETAXED = :DB-INVOICES-RETAXED
               WHERE HISTORY_ID = :DB-HISTORY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR MARKING ADDRESS CHANGE APPLIED, "
                       "SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO APPLY-ONE-CHANGE-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC

           SET ADA-APPLIED TO TRUE.

       APPLY-ONE-CHANGE-EXIT.
           EXIT.

       CLEAR-BAD-ADDRESS.

           EXEC SQL
               UPDATE CUSTOMER
               SET ADDRESS_STATUS = 'GOOD',
                   ADDRESS_BAD_DATE = '00000000'
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL
               UPDATE CORRESPONDENCE
               SET TRACE_STATUS = 'TRACED',
                   TRACE_CLOSED_BY = :DB-AUDIT-USER,
                   TRACE_CLOSED_DATE = :DB-TODAY-DATE
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
                 AND TRACE_STATUS = 'OPEN'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
           END-IF.

       RETAX-FUTURE-INVOICES.

           EXEC SQL
               DECLARE retax_cursor CURSOR FOR
               SELECT I.INVOICE_ID, I.POLICY_ID, I.AMOUNT,
                      IFNULL(I.TAX_AMOUNT, 0),
                      IFNULL(I.CURRENCY_CODE, 'USD'),
                      IFNULL(P.PRODUCT_CODE, ' ')
               FROM INVOICE I
               JOIN POLICY P ON P.POLICY_ID = I.POLICY_ID
               WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                 AND I.STATUS = 'UNPAID'
                 AND IFNULL(I.INVOICE_TYPE, 'PREMIUM') <> 'CREDIT'
                 AND I.DUE_DATE >= :DB-EFFECTIVE-DATE
                 AND IFNULL(I.PAID_TO_DATE, 0) = 0
                 AND IFNULL(I.LIST_BILL_ID, 0) = 0
                 AND NOT EXISTS
                     (SELECT 1 FROM DD_COLLECTION D
                      WHERE D.INVOICE_ID = I.INVOICE_ID
                        AND D.STATUS = 'SUBMITTED')
               ORDER BY I.INVOICE_ID
           END-EXEC

           EXEC SQL OPEN retax_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH retax_cursor
                   INTO :DB-INVOICE-ID, :DB-POLICY-ID, :DB-AMOUNT,
                        :DB-TAX-AMOUNT, :DB-CURRENCY-CODE,
                        :DB-PRODUCT-CODE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM RETAX-ONE-INVOICE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE retax_cursor END-EXEC

           MOVE ZERO TO SQLCODE.

       RETAX-ONE-INVOICE.

      * No jurisdiction, or no rates on file for it and the product,
      * means no tax - the same rule BILLINGBATCH applies.

           MOVE ZERO TO DB-TAX-RATE-SUM

           IF DB-JURISDICTION NOT = SPACES
               EXEC SQL
                   SELECT IFNULL(SUM(TAX_RATE), 0)
                   INTO :DB-TAX-RATE-SUM
                   FROM PREMIUM_TAX_RATE
                   WHERE JURISDICTION = :DB-JURISDICTION
                     AND PRODUCT_CODE = :DB-PRODUCT-CODE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE ZERO TO DB-TAX-RATE-SUM
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF

           COMPUTE PREMIUM-PORTION = DB-AMOUNT - DB-TAX-AMOUNT
           COMPUTE NEW-TAX-AMOUNT ROUNDED =
                   PREMIUM-PORTION * DB-TAX-RATE-SUM
           COMPUTE TAX-DIFFERENCE = NEW-TAX-AMOUNT - DB-TAX-AMOUNT

           MOVE NEW-TAX-AMOUNT TO DB-NEW-TAX-AMOUNT
           COMPUTE DB-NEW-AMOUNT = PREMIUM-PORTION + NEW-TAX-AMOUNT

           EXEC SQL
               UPDATE INVOICE
               SET AMOUNT = :DB-NEW-AMOUNT,
                   TAX_AMOUNT = :DB-NEW-TAX-AMOUNT,
                   JURISDICTION = :DB-JURISDICTION
               WHERE INVOICE_ID = :DB-INVOICE-ID
                 AND STATUS = 'UNPAID'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RE-TAXING INVOICE " DB-INVOICE-ID
                       ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               ADD 1 TO INVOICES-RETAXED
               IF TAX-DIFFERENCE NOT = ZERO
                   PERFORM WRITE-RETAX-GL
               END-IF
           END-IF.

       WRITE-RETAX-GL.

      * More tax raises the receivable and the liability; less tax
      * takes both down.

           MOVE DB-POLICY-ID  TO JRN-POLICY-ID
           MOVE DB-INVOICE-ID TO JRN-INVOICE-ID
           MOVE TODAY-DATE    TO JRN-ENTRY-DATE

           IF TAX-DIFFERENCE > ZERO
               MOVE TAX-DIFFERENCE TO CONVERT-AMOUNT
           ELSE
               COMPUTE CONVERT-AMOUNT = 0 - TAX-DIFFERENCE
           END-IF
           PERFORM CONVERT-TO-HOUSE-CURRENCY
           MOVE HOUSE-AMOUNT TO JRN-AMOUNT

           IF TAX-DIFFERENCE > ZERO
               MOVE GL-ACCOUNT-RECEIVABLE  TO JRN-ACCOUNT-CODE
               MOVE "D"                    TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
               MOVE GL-ACCOUNT-TAX-PAYABLE TO JRN-ACCOUNT-CODE
               MOVE "C"                    TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           ELSE
               MOVE GL-ACCOUNT-TAX-PAYABLE TO JRN-ACCOUNT-CODE
               MOVE "D"                    TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
               MOVE GL-ACCOUNT-RECEIVABLE  TO JRN-ACCOUNT-CODE
               MOVE "C"                    TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

       CONVERT-TO-HOUSE-CURRENCY.

           MOVE 1.000000 TO EXCHANGE-RATE-USED

           IF DB-CURRENCY-CODE NOT = HOUSE-CURRENCY-CODE
              AND DB-CURRENCY-CODE NOT = SPACES
               MOVE TODAY-DATE TO DB-RATE-DATE

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
                   CONVERT-AMOUNT * EXCHANGE-RATE-USED.

       WRITE-ONE-JOURNAL.

           CALL "GLJOURNAL"
                USING JRN-SOURCE-CODE
                      JRN-POLICY-ID
                      JRN-INVOICE-ID
                      JRN-ACCOUNT-CODE
                      JRN-DEBIT-CREDIT
                      JRN-AMOUNT
                      JRN-ENTRY-DATE.
