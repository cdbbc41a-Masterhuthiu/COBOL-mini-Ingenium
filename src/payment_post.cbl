               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CASH-FILE-STATUS.

           SELECT LIST-BILL-SHORT-FILE ASSIGN TO "LBSHORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBSHORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Every LOCKBOX record leads with a one-byte type - H for the
      * deposit header (reference and deposit date), D for a
      * remittance detail, L for a policy loan repayment (laid out
      * like a detail), G for an employer's list bill remittance
      * (laid out like a detail, the payor id in the policy id
      * field), T for the control trailer. A truncated
      * transmission or a file delivered twice is refused before a
      * single item posts.

           05 LBX-RECORD-TYPE      PIC X(01).
              88 LBX-HEADER-RECORD          VALUE "H".
              88 LBX-DETAIL-RECORD          VALUE "D".
              88 LBX-LOAN-RECORD            VALUE "L".
              88 LBX-GROUP-RECORD           VALUE "G".
              88 LBX-TRAILER-RECORD         VALUE "T".
           05 LBX-POLICY-ID        PIC 9(06).
           05 LBX-AMOUNT           PIC 9(7)V99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 GLC-DATE                PIC X(08).

      * One line per member invoice a list bill payment left
      * open, so the employer can be chased for the members it
      * short-paid.

       FD  LIST-BILL-SHORT-FILE.
       01  LIST-BILL-SHORT-RECORD.
           05 LBS-PAYOR-ID            PIC ZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 LBS-LIST-BILL-ID        PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 LBS-POLICY-ID           PIC ZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 LBS-INVOICE-ID          PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 LBS-OPEN-BALANCE        PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 LBS-PAYMENT-DATE        PIC X(08).

       WORKING-STORAGE SECTION.

       01 MENU-CHOICE          PIC 9(01).
           88 LOCKBOX-FILE-OK            VALUE "00".
       01 GL-CASH-FILE-STATUS  PIC X(02).
           88 GL-CASH-FILE-OK            VALUE "00".
       01 LBSHORT-FILE-STATUS  PIC X(02).
           88 LBSHORT-FILE-OK            VALUE "00".

      * Marking an invoice PAID relieves the receivable BILLINGBATCH
      * set up when it raised the invoice - a debit to Cash and a

       01 PAYMENTS-POSTED      PIC 9(9) COMP VALUE ZERO.
       01 PAYMENTS-SUSPENDED   PIC 9(9) COMP VALUE ZERO.
       01 LOAN-REPAYMENTS-POSTED PIC 9(9) COMP VALUE ZERO.
       01 SUSPENSE-REASON      PIC X(40).

      * A policy loan repayment reduces the loan balance and never
      * touches an invoice. The cash debits 1000 and relieves the
      * 1300 loan asset; with no invoice on the entry it stays out
      * of the cash proof and ties out on the loan ledger instead,
      * the same as recovery cash. Keyed repayments over the
      * balance are refused; a lockbox item with no active loan, or
      * the part over the balance, goes to suspense.

       01 GL-ACCOUNT-POLICY-LOAN PIC X(04) VALUE "1300".
       01 LOAN-FOUND-SWITCH    PIC X(01) VALUE "N".
           88 LOAN-FOUND                 VALUE "Y".
       01 LOAN-REPAID          PIC 9(9)V99.
       01 LOAN-EXCESS          PIC 9(9)V99.

      * An employer pays its list bill in one remittance. The cash
      * is spread over the open member invoices oldest bill first,
      * in line order, each invoice settled in full or on account
      * exactly as a member's own payment would be - credit notes
      * are left for the member's own payments. A keyed payment
      * over the open total is refused; a lockbox remittance over
      * it sends the excess to suspense. The open items are loaded
      * into a table first so the commits made while applying them
      * never run under an open cursor.

       01 PAYOR-ID             PIC 9(06).
       01 LIST-BILL-PAYMENT    PIC 9(7)V99.
       01 LIST-BILL-REMAINING  PIC 9(9)V99.
       01 LIST-BILL-EXCESS     PIC 9(9)V99.
       01 ITEM-APPLIED         PIC 9(8)V99.
       01 LIST-BILL-PAYMENTS-POSTED PIC 9(9) COMP VALUE ZERO.
       01 LIST-BILL-ITEMS.
           05 LBI-ITEM-COUNT       PIC 9(04) COMP VALUE ZERO.
           05 LBI-ENTRY OCCURS 200 TIMES.
              10 LBI-LIST-BILL-ID  PIC 9(09).
              10 LBI-ITEM-NO       PIC 9(05).
              10 LBI-POLICY-ID     PIC 9(06).
              10 LBI-INVOICE-ID    PIC 9(09).
       01 LBI-SUB              PIC 9(04) COMP.
       01 LBI-OVERFLOW-SWITCH  PIC X(01) VALUE "N".
           88 LBI-TABLE-FULL             VALUE "Y".

      * The deposit controls: the item count and amount total have
      * to match the trailer, the header has to be there, and the

       01 JRN-SOURCE-CODE      PIC X(10) VALUE "CASH".
       01 JRN-POLICY-ID        PIC 9(06).
       01 JRN-INVOICE-ID       PIC 9(10).
       01 JRN-ACCOUNT-CODE     PIC X(04).
       01 JRN-DEBIT-CREDIT     PIC X(01).
       01 JRN-AMOUNT           PIC 9(9)V99.
       01 DB-DEP-AMOUNT-TOTAL  PIC 9(11)V99.
       01 DB-DEP-POSTED-DATE   PIC 9(08).
       01 DB-DEP-DUP-COUNT     PIC 9(05).
       01 DB-LOAN-BALANCE      PIC 9(9)V99.
       01 DB-LOAN-REPAID       PIC 9(9)V99.
       01 DB-LOAN-CURRENCY     PIC X(03).
       01 DB-TXN-NO            PIC 9(05).
       01 DB-TXN-REF           PIC X(12).
       01 DB-TXN-USER          PIC X(20).
       01 DB-PAYOR-ID          PIC 9(06).
       01 DB-LIST-BILL-ID      PIC 9(09).
       01 DB-ITEM-NO           PIC 9(05).
       01 DB-ITEM-APPLIED      PIC 9(7)V99.
       01 DB-ITEM-STATUS       PIC X(10).
       01 DB-INVOICE-STATUS    PIC X(10).
       01 DB-LIST-OPEN-TOTAL   PIC S9(9)V99.
       01 DB-ITEM-BALANCE      PIC S9(7)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       SHOW-MENU.

           DISPLAY "1. POST PAYMENT"
           DISPLAY "2. POST LOAN REPAYMENT"
           DISPLAY "3. POST LIST BILL PAYMENT"
           DISPLAY "4. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

                       PERFORM POST-PAYMENT
                   END-IF
               WHEN 2
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM POST-LOAN-REPAYMENT
                   END-IF
               WHEN 3
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM POST-LIST-BILL-PAYMENT
                   END-IF
               WHEN 4
                   SET DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       POST-LOAN-REPAYMENT.

           DISPLAY "ENTER POLICY ID:"
           ACCEPT POLICY-ID

           DISPLAY "ENTER REPAYMENT AMOUNT:"
           ACCEPT PAYMENT-AMOUNT

           ACCEPT PAYMENT-DATE FROM DATE YYYYMMDD

           MOVE POLICY-ID TO DB-POLICY-ID
           MOVE SPACES TO DB-TXN-REF
           MOVE SIGNON-USER-ID TO DB-TXN-USER

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-ACTIVE-LOAN

           EVALUATE TRUE
               WHEN NOT LOAN-FOUND
                   DISPLAY "NO ACTIVE POLICY LOAN FOR POLICY: "
                           POLICY-ID
               WHEN PAYMENT-AMOUNT = ZERO
                   DISPLAY "REPAYMENT AMOUNT MUST BE GREATER THAN "
                           "ZERO"
               WHEN PAYMENT-AMOUNT > DB-LOAN-BALANCE
                   DISPLAY "REPAYMENT EXCEEDS LOAN BALANCE OF "
                           DB-LOAN-BALANCE ", NOT POSTED"
               WHEN OTHER
                   PERFORM APPLY-LOAN-REPAYMENT
           END-EVALUATE

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       POST-LIST-BILL-PAYMENT.

           DISPLAY "ENTER EMPLOYER (PAYOR) ID:"
           ACCEPT PAYOR-ID

           DISPLAY "ENTER PAYMENT AMOUNT:"
           ACCEPT LIST-BILL-PAYMENT

           ACCEPT PAYMENT-DATE FROM DATE YYYYMMDD

           MOVE PAYOR-ID TO DB-PAYOR-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOAD-OPEN-LIST-BILL-ITEMS

           EVALUATE TRUE
               WHEN LBI-ITEM-COUNT = ZERO
                 OR DB-LIST-OPEN-TOTAL NOT > ZERO
                   DISPLAY "NO OPEN LIST BILL FOR EMPLOYER: " PAYOR-ID
               WHEN LIST-BILL-PAYMENT = ZERO
                   DISPLAY "PAYMENT AMOUNT MUST BE GREATER THAN ZERO"
               WHEN LIST-BILL-PAYMENT > DB-LIST-OPEN-TOTAL
                   DISPLAY "PAYMENT EXCEEDS LIST BILL BALANCE OF "
                           DB-LIST-OPEN-TOTAL ", NOT POSTED"
               WHEN OTHER
                   PERFORM APPLY-LIST-BILL-PAYMENT
           END-EVALUATE

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       PROCESS-LOCKBOX-FILE.

           DISPLAY "RUNNING IN BATCH MODE, INPUT FILE: LOCKBOX"
           END-IF

           DISPLAY "PAYMENTS POSTED: " PAYMENTS-POSTED
           DISPLAY "LOAN REPAYMENTS POSTED: " LOAN-REPAYMENTS-POSTED
           DISPLAY "LIST BILL PAYMENTS POSTED: "
                   LIST-BILL-PAYMENTS-POSTED
           DISPLAY "ITEMS TO SUSPENSE: " PAYMENTS-SUSPENDED
           DISPLAY "LOCKBOX POSTING COMPLETE".

                           MOVE LBX-DEPOSIT-DATE
                               TO FILE-DEPOSIT-DATE
                       WHEN LBX-DETAIL-RECORD
                       WHEN LBX-LOAN-RECORD
                       WHEN LBX-GROUP-RECORD
                           ADD 1 TO DEP-CONTROL-COUNT
                           ADD LBX-AMOUNT TO DEP-CONTROL-TOTAL
                       WHEN LBX-TRAILER-RECORD
                   IF LBX-DETAIL-RECORD
                       PERFORM POST-ONE-LOCKBOX-ITEM
                   END-IF
                   IF LBX-LOAN-RECORD
                       PERFORM POST-ONE-LOAN-REPAYMENT
                   END-IF
                   IF LBX-GROUP-RECORD
                       PERFORM POST-ONE-GROUP-PAYMENT
                   END-IF
           END-READ.

       POST-ONE-LOCKBOX-ITEM.
               ADD 1 TO PAYMENTS-POSTED
           END-IF.

       POST-ONE-LOAN-REPAYMENT.

           MOVE LBX-POLICY-ID  TO POLICY-ID
           MOVE LBX-AMOUNT     TO PAYMENT-AMOUNT
           MOVE LBX-VALUE-DATE TO PAYMENT-DATE

           MOVE POLICY-ID TO DB-POLICY-ID
           MOVE FILE-DEPOSIT-REF TO DB-TXN-REF
           MOVE "PAYMENTPOST" TO DB-TXN-USER

           PERFORM LOOKUP-ACTIVE-LOAN

           IF NOT LOAN-FOUND
               MOVE "NO ACTIVE POLICY LOAN" TO SUSPENSE-REASON
               PERFORM WRITE-SUSPENSE-ITEM
           ELSE
               PERFORM APPLY-LOAN-REPAYMENT
               ADD 1 TO LOAN-REPAYMENTS-POSTED
               IF LOAN-EXCESS > ZERO
                   MOVE LOAN-EXCESS TO PAYMENT-AMOUNT
                   MOVE "LOAN REPAYMENT EXCEEDS BALANCE"
                       TO SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-ITEM
               END-IF
           END-IF.

       POST-ONE-GROUP-PAYMENT.

      * Suspense rows are keyed by policy, so an employer's money
      * goes in with no policy and the payor named in the reason.

           MOVE LBX-POLICY-ID  TO PAYOR-ID
           MOVE LBX-AMOUNT     TO LIST-BILL-PAYMENT
           MOVE LBX-VALUE-DATE TO PAYMENT-DATE

           MOVE PAYOR-ID TO DB-PAYOR-ID

           PERFORM LOAD-OPEN-LIST-BILL-ITEMS

           IF LBI-ITEM-COUNT = ZERO
              OR DB-LIST-OPEN-TOTAL NOT > ZERO
               MOVE ZERO TO POLICY-ID
               MOVE ZERO TO DB-POLICY-ID
               MOVE LIST-BILL-PAYMENT TO PAYMENT-AMOUNT
               MOVE SPACES TO SUSPENSE-REASON
               STRING "NO OPEN LIST BILL, PAYOR " DELIMITED BY SIZE
                      PAYOR-ID DELIMITED BY SIZE
                      INTO SUSPENSE-REASON
               END-STRING
               PERFORM WRITE-SUSPENSE-ITEM
           ELSE
               IF LIST-BILL-PAYMENT > DB-LIST-OPEN-TOTAL
                   COMPUTE LIST-BILL-EXCESS =
                           LIST-BILL-PAYMENT - DB-LIST-OPEN-TOTAL
                   MOVE DB-LIST-OPEN-TOTAL TO LIST-BILL-PAYMENT
               ELSE
                   MOVE ZERO TO LIST-BILL-EXCESS
               END-IF

               PERFORM APPLY-LIST-BILL-PAYMENT
               ADD 1 TO LIST-BILL-PAYMENTS-POSTED

               IF LIST-BILL-EXCESS > ZERO
                   MOVE ZERO TO POLICY-ID
                   MOVE ZERO TO DB-POLICY-ID
                   MOVE LIST-BILL-EXCESS TO PAYMENT-AMOUNT
                   MOVE SPACES TO SUSPENSE-REASON
                   STRING "LIST BILL OVERPAYMENT, PAYOR "
                              DELIMITED BY SIZE
                          PAYOR-ID DELIMITED BY SIZE
                          INTO SUSPENSE-REASON
                   END-STRING
                   PERFORM WRITE-SUSPENSE-ITEM
               END-IF
           END-IF.

       LOAD-OPEN-LIST-BILL-ITEMS.

      * The open items of every OPEN list bill for the payor, oldest
      * bill first, and what is still owed on their invoices. The
      * total owed is taken over the items loaded, not the whole
      * bill - a payment is only ever applied to what is in the
      * table, so past the table's limit the open total stops there
      * and the cash over it is refused or sent to suspense like any
      * other overpayment.

           MOVE ZERO TO LBI-ITEM-COUNT
           MOVE "N" TO LBI-OVERFLOW-SWITCH
           MOVE ZERO TO DB-LIST-OPEN-TOTAL

           EXEC SQL
               DECLARE open_item_cursor CURSOR FOR
               SELECT T.LIST_BILL_ID, T.ITEM_NO, T.POLICY_ID,
                      T.INVOICE_ID,
                      IFNULL((SELECT I.AMOUNT
                                     - IFNULL(I.PAID_TO_DATE, 0)
                              FROM INVOICE I
                              WHERE I.INVOICE_ID = T.INVOICE_ID
                                AND I.STATUS = 'UNPAID'), 0)
               FROM LIST_BILL_ITEM T, LIST_BILL B
               WHERE B.LIST_BILL_ID = T.LIST_BILL_ID
                 AND B.PAYOR_ID = :DB-PAYOR-ID
                 AND B.STATUS = 'OPEN'
                 AND T.STATUS = 'OPEN'
                 AND T.INVOICE_ID > 0
               ORDER BY T.LIST_BILL_ID, T.ITEM_NO
           END-EXEC.

           EXEC SQL OPEN open_item_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH open_item_cursor
                   INTO :DB-LIST-BILL-ID, :DB-ITEM-NO,
                        :DB-POLICY-ID, :DB-INVOICE-ID,
                        :DB-ITEM-BALANCE
               END-EXEC
               IF SQLCODE = 0
                   IF LBI-ITEM-COUNT < 200
                       ADD 1 TO LBI-ITEM-COUNT
                       MOVE DB-LIST-BILL-ID
                           TO LBI-LIST-BILL-ID (LBI-ITEM-COUNT)
                       MOVE DB-ITEM-NO
                           TO LBI-ITEM-NO (LBI-ITEM-COUNT)
                       MOVE DB-POLICY-ID
                           TO LBI-POLICY-ID (LBI-ITEM-COUNT)
                       MOVE DB-INVOICE-ID
                           TO LBI-INVOICE-ID (LBI-ITEM-COUNT)
                       IF DB-ITEM-BALANCE > ZERO
                           ADD DB-ITEM-BALANCE TO DB-LIST-OPEN-TOTAL
                       END-IF
                   ELSE
                       SET LBI-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE open_item_cursor END-EXEC.

           MOVE ZERO TO SQLCODE

           IF LBI-TABLE-FULL
               DISPLAY "WARNING: MORE THAN 200 OPEN LIST BILL ITEMS "
                       "FOR PAYOR " PAYOR-ID
                       ", THIS PAYMENT CAN SETTLE THE FIRST 200 ONLY"
               DISPLAY "         OPEN BALANCE OF THOSE 200: "
                       DB-LIST-OPEN-TOTAL
           END-IF.

       APPLY-LIST-BILL-PAYMENT.

           MOVE LIST-BILL-PAYMENT TO LIST-BILL-REMAINING

           PERFORM APPLY-ONE-LIST-BILL-ITEM
               VARYING LBI-SUB FROM 1 BY 1
               UNTIL LBI-SUB > LBI-ITEM-COUNT

           PERFORM UPDATE-LIST-BILL-STATUS

           PERFORM WRITE-SHORT-PAID-MEMBERS

           DISPLAY "LIST BILL PAYMENT OF " LIST-BILL-PAYMENT
                   " POSTED FOR EMPLOYER " PAYOR-ID.

       APPLY-ONE-LIST-BILL-ITEM.

      * An invoice settled some other way since the bill went out
      * (the member paid it, or it was cancelled) just closes its
      * line; the rest take the cash in line order until it runs
      * out.

           MOVE LBI-LIST-BILL-ID (LBI-SUB) TO DB-LIST-BILL-ID
           MOVE LBI-ITEM-NO (LBI-SUB)      TO DB-ITEM-NO
           MOVE LBI-POLICY-ID (LBI-SUB)    TO POLICY-ID
           MOVE LBI-POLICY-ID (LBI-SUB)    TO DB-POLICY-ID
           MOVE LBI-INVOICE-ID (LBI-SUB)   TO DB-INVOICE-ID

           EXEC SQL
               SELECT amount, IFNULL(currency_code, 'USD'),
                      IFNULL(paid_to_date, 0), status
               INTO :DB-INVOICE-AMOUNT, :DB-INV-CURRENCY,
                    :DB-PAID-TO-DATE, :DB-INVOICE-STATUS
               FROM invoice
               WHERE invoice_id = :DB-INVOICE-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "MISSING" TO DB-INVOICE-STATUS
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-INVOICE-STATUS NOT = "UNPAID"
               EXEC SQL
                   UPDATE LIST_BILL_ITEM
                   SET STATUS = CASE WHEN :DB-INVOICE-STATUS = 'PAID'
                                     THEN 'PAID'
                                     ELSE 'RELEASED' END
                   WHERE LIST_BILL_ID = :DB-LIST-BILL-ID
                     AND ITEM_NO = :DB-ITEM-NO
               END-EXEC
               EXEC SQL COMMIT END-EXEC
           ELSE
               IF LIST-BILL-REMAINING > ZERO
                   PERFORM APPLY-CASH-TO-LIST-BILL-ITEM
               END-IF
           END-IF

           MOVE ZERO TO SQLCODE.

       APPLY-CASH-TO-LIST-BILL-ITEM.

           COMPUTE OPEN-BALANCE = DB-INVOICE-AMOUNT - DB-PAID-TO-DATE
           MOVE ZERO TO CREDIT-CONSUMED

           IF LIST-BILL-REMAINING >= OPEN-BALANCE
               MOVE OPEN-BALANCE TO ITEM-APPLIED
               MOVE "PAID" TO DB-ITEM-STATUS
               PERFORM MARK-INVOICE-PAID
           ELSE
               MOVE LIST-BILL-REMAINING TO ITEM-APPLIED
               MOVE LIST-BILL-REMAINING TO PAYMENT-AMOUNT
               MOVE "OPEN" TO DB-ITEM-STATUS
               PERFORM APPLY-PARTIAL-PAYMENT
           END-IF

           SUBTRACT ITEM-APPLIED FROM LIST-BILL-REMAINING
           MOVE ITEM-APPLIED TO DB-ITEM-APPLIED

           EXEC SQL
               UPDATE LIST_BILL_ITEM
               SET AMOUNT_PAID = IFNULL(AMOUNT_PAID, 0)
                                 + :DB-ITEM-APPLIED,
                   STATUS = :DB-ITEM-STATUS
               WHERE LIST_BILL_ID = :DB-LIST-BILL-ID
                 AND ITEM_NO = :DB-ITEM-NO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR UPDATING LIST BILL ITEM, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC.

       UPDATE-LIST-BILL-STATUS.

      * Each open bill carries what its lines have taken so far, and
      * is PAID once none of its lines is left open.

           MOVE PAYMENT-DATE TO DB-PAYMENT-DATE

           EXEC SQL
               UPDATE LIST_BILL
               SET AMOUNT_PAID =
                       (SELECT IFNULL(SUM(T.AMOUNT_PAID), 0)
                        FROM LIST_BILL_ITEM T
                        WHERE T.LIST_BILL_ID = LIST_BILL.LIST_BILL_ID),
                   STATUS = CASE WHEN NOT EXISTS
                       (SELECT 1 FROM LIST_BILL_ITEM T
                        WHERE T.LIST_BILL_ID = LIST_BILL.LIST_BILL_ID
                          AND T.STATUS = 'OPEN')
                       THEN 'PAID' ELSE STATUS END,
                   PAID_DATE = CASE WHEN NOT EXISTS
                       (SELECT 1 FROM LIST_BILL_ITEM T
                        WHERE T.LIST_BILL_ID = LIST_BILL.LIST_BILL_ID
                          AND T.STATUS = 'OPEN')
                       THEN :DB-PAYMENT-DATE ELSE PAID_DATE END
               WHERE PAYOR_ID = :DB-PAYOR-ID
                 AND STATUS = 'OPEN'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR UPDATING LIST BILL, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC.

       WRITE-SHORT-PAID-MEMBERS.

      * Whatever the payment did not reach is listed member by
      * member on the short-pay report.

           OPEN EXTEND LIST-BILL-SHORT-FILE

           IF NOT LBSHORT-FILE-OK
               OPEN OUTPUT LIST-BILL-SHORT-FILE
           END-IF

           EXEC SQL
               DECLARE short_item_cursor CURSOR FOR
               SELECT T.LIST_BILL_ID, T.POLICY_ID, T.INVOICE_ID,
                      I.AMOUNT - IFNULL(I.PAID_TO_DATE, 0)
               FROM LIST_BILL_ITEM T, LIST_BILL B, INVOICE I
               WHERE B.LIST_BILL_ID = T.LIST_BILL_ID
                 AND I.INVOICE_ID = T.INVOICE_ID
                 AND B.PAYOR_ID = :DB-PAYOR-ID
                 AND B.STATUS = 'OPEN'
                 AND T.STATUS = 'OPEN'
                 AND T.INVOICE_ID > 0
               ORDER BY T.LIST_BILL_ID, T.ITEM_NO
           END-EXEC.

           EXEC SQL OPEN short_item_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH short_item_cursor
                   INTO :DB-LIST-BILL-ID, :DB-POLICY-ID,
                        :DB-INVOICE-ID, :DB-ITEM-BALANCE
               END-EXEC
               IF SQLCODE = 0
                   MOVE PAYOR-ID         TO LBS-PAYOR-ID
                   MOVE DB-LIST-BILL-ID  TO LBS-LIST-BILL-ID
                   MOVE DB-POLICY-ID     TO LBS-POLICY-ID
                   MOVE DB-INVOICE-ID    TO LBS-INVOICE-ID
                   MOVE DB-ITEM-BALANCE  TO LBS-OPEN-BALANCE
                   MOVE PAYMENT-DATE     TO LBS-PAYMENT-DATE
                   WRITE LIST-BILL-SHORT-RECORD
                   DISPLAY "SHORT PAID: POLICY " DB-POLICY-ID
                           " INVOICE " DB-INVOICE-ID
                           " STILL OWES " DB-ITEM-BALANCE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE short_item_cursor END-EXEC.

           MOVE ZERO TO SQLCODE

           CLOSE LIST-BILL-SHORT-FILE.

       LOOKUP-ACTIVE-LOAN.

           MOVE "N" TO LOAN-FOUND-SWITCH

           EXEC SQL
               SELECT BALANCE, IFNULL(CURRENCY_CODE, 'USD')
               INTO :DB-LOAN-BALANCE, :DB-LOAN-CURRENCY
               FROM POLICY_LOAN
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'ACTIVE'
           END-EXEC

           IF SQLCODE = 0 AND DB-LOAN-BALANCE > ZERO
               SET LOAN-FOUND TO TRUE
           END-IF
           MOVE ZERO TO SQLCODE.

       APPLY-LOAN-REPAYMENT.

      * Only up to the balance is applied; a loan repaid in full is
      * CLEARED and can be drawn on again from the same row.

           IF PAYMENT-AMOUNT > DB-LOAN-BALANCE
               MOVE DB-LOAN-BALANCE TO LOAN-REPAID
           ELSE
               MOVE PAYMENT-AMOUNT TO LOAN-REPAID
           END-IF
           COMPUTE LOAN-EXCESS = PAYMENT-AMOUNT - LOAN-REPAID

           MOVE LOAN-REPAID  TO DB-LOAN-REPAID
           MOVE PAYMENT-DATE TO DB-PAYMENT-DATE
           COMPUTE DB-LOAN-BALANCE = DB-LOAN-BALANCE - LOAN-REPAID

           EXEC SQL
               UPDATE POLICY_LOAN
               SET BALANCE = :DB-LOAN-BALANCE,
                   REPAID_TOTAL = IFNULL(REPAID_TOTAL, 0)
                                  + :DB-LOAN-REPAID,
                   STATUS = CASE WHEN :DB-LOAN-BALANCE = 0
                                 THEN 'CLEARED' ELSE STATUS END,
                   CLOSED_DATE = CASE WHEN :DB-LOAN-BALANCE = 0
                                 THEN :DB-PAYMENT-DATE
                                 ELSE CLOSED_DATE END
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'ACTIVE'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR APPLYING LOAN REPAYMENT, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
               MOVE ZERO TO LOAN-REPAID
               MOVE PAYMENT-AMOUNT TO LOAN-EXCESS
           ELSE
               EXEC SQL
                   SELECT IFNULL(MAX(TXN_NO), 0) + 1
                   INTO :DB-TXN-NO
                   FROM POLICY_LOAN_TXN
                   WHERE POLICY_ID = :DB-POLICY-ID
               END-EXEC

               EXEC SQL
                   INSERT INTO POLICY_LOAN_TXN
                       (POLICY_ID, TXN_NO, TXN_DATE, TXN_TYPE, AMOUNT,
                        BALANCE_AFTER, SOURCE_REF, ENTERED_BY)
                   VALUES
                       (:DB-POLICY-ID, :DB-TXN-NO, :DB-PAYMENT-DATE,
                        'REPAYMENT', :DB-LOAN-REPAID,
                        :DB-LOAN-BALANCE, :DB-TXN-REF, :DB-TXN-USER)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "ERROR WRITING LOAN LEDGER, SQLCODE: "
                           SQLCODE
                   MOVE ZERO TO SQLCODE
               END-IF

               EXEC SQL COMMIT END-EXEC

               PERFORM WRITE-LOAN-CASH-GL-ENTRIES

               DISPLAY "LOAN REPAYMENT OF " LOAN-REPAID
                       " POSTED FOR POLICY " POLICY-ID
                       ", BALANCE REMAINING: " DB-LOAN-BALANCE
           END-IF.

       WRITE-LOAN-CASH-GL-ENTRIES.

           MOVE DB-LOAN-CURRENCY TO DB-INV-CURRENCY
           MOVE LOAN-REPAID      TO APPLIED-AMOUNT
           PERFORM CONVERT-TO-HOUSE-CURRENCY

           MOVE DB-POLICY-ID      TO GLC-POLICY-ID
           MOVE ZERO              TO GLC-INVOICE-ID
           MOVE DB-PAYMENT-DATE   TO GLC-DATE
           MOVE HOUSE-AMOUNT      TO GLC-AMOUNT

           MOVE DB-POLICY-ID      TO JRN-POLICY-ID
           MOVE ZERO              TO JRN-INVOICE-ID
           MOVE DB-PAYMENT-DATE   TO JRN-ENTRY-DATE
           MOVE HOUSE-AMOUNT      TO JRN-AMOUNT

           MOVE GL-ACCOUNT-CASH   TO GLC-ACCOUNT-CODE
           MOVE "D"               TO GLC-DEBIT-CREDIT
           WRITE GL-CASH-RECORD

           MOVE GL-ACCOUNT-CASH   TO JRN-ACCOUNT-CODE
           MOVE "D"               TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL

           MOVE GL-ACCOUNT-POLICY-LOAN TO GLC-ACCOUNT-CODE
           MOVE "C"               TO GLC-DEBIT-CREDIT
           WRITE GL-CASH-RECORD

           MOVE GL-ACCOUNT-POLICY-LOAN TO JRN-ACCOUNT-CODE
           MOVE "C"               TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL.

       WRITE-SUSPENSE-NO-INVOICE.

           MOVE "NO UNPAID INVOICE FOR POLICY" TO SUSPENSE-REASON
           PERFORM WRITE-SUSPENSE-ITEM.

       WRITE-SUSPENSE-ITEM.

           MOVE POLICY-ID      TO SUS-POLICY-ID
           MOVE PAYMENT-AMOUNT TO SUS-AMOUNT
           MOVE PAYMENT-DATE   TO SUS-VALUE-DATE
           MOVE SUSPENSE-REASON TO SUS-REASON
           WRITE SUSPENSE-RECORD

           PERFORM QUEUE-SUSPENSE-ITEM

           MOVE PAYMENT-AMOUNT TO DB-SUS-AMOUNT
           MOVE PAYMENT-DATE   TO DB-SUS-VALUE-DATE
           MOVE SUSPENSE-REASON TO DB-SUS-REASON

           ACCEPT DB-SUS-CREATED-DATE FROM DATE YYYYMMDD

