       01 OPERATOR-ID          PIC X(20).
       01 CONFIRM-ANSWER       PIC X(01).
           88 SURRENDER-CONFIRMED        VALUE "Y" "y".
           88 LOAN-CONFIRMED             VALUE "Y" "y".
           88 CANCEL-CONFIRMED           VALUE "Y" "y".
       01 LOAN-REQUESTED       PIC 9(7)V99.

      * The surrender value starts from the premium billed for the
      * in-force term, pro-rata over what is left of it - the same
      * measure the termination-refund path uses - and a surrender
      * charge that steps down by policy year comes off the top.
      * The money itself goes out as a SURRENDER request on the
      * disbursement ledger - not as a claim, so loss ratios and
      * claim counts never see it. A supervisor other than the
      * operator approves it on PAYOUTAPPROVE before PAYOUTDISBURSE
      * pays it, with the same bank-account and EFT controls as a
      * claim payment.

       01 TERM-DAYS            PIC S9(09).
       01 REMAINING-DAYS       PIC S9(09).
       01 POLICY-FOUND-SWITCH  PIC X(01) VALUE "N".
           88 POLICY-FOUND               VALUE "Y".

      * A policy whose product carries a SURRENDER_CHARGE schedule
      * can borrow against its surrender value instead of giving the
      * policy up - up to LOAN-MAX-PERCENT of the value this program
      * would pay today, less whatever is already owed. The advance
      * goes out as a POLICYLOAN request on the disbursement ledger
      * with the same approval and payment controls as a surrender.
      * LOANINTEREST charges interest monthly at the rate fixed when
      * the loan was first opened, and lapses the policy once the
      * debt outgrows the value. Anything still owed comes off the
      * surrender value here, off a death benefit in CLAIMDISBURSE
      * and off a premium refund in PAYOUTDISBURSE.

       01 LOAN-INTEREST-RATE   PIC 9(3)V99 VALUE 8.00.
       01 LOAN-MAX-PERCENT     PIC 9(3)V99 VALUE 90.
       01 LOAN-BALANCE         PIC 9(9)V99.
       01 LOAN-MAXIMUM         PIC 9(9)V99.
       01 LOAN-AVAILABLE       PIC 9(9)V99.
       01 LOAN-OFFSET          PIC 9(9)V99.
       01 LOAN-WRITE-OFF       PIC 9(9)V99.
       01 NET-SURRENDER-VALUE  PIC 9(7)V99.

       01 LOAN-FOUND-SWITCH    PIC X(01) VALUE "N".
           88 LOAN-FOUND                 VALUE "Y".
       01 LOAN-ACTIVE-SWITCH   PIC X(01) VALUE "N".
           88 LOAN-ACTIVE                VALUE "Y".
       01 LOAN-PRODUCT-SWITCH  PIC X(01) VALUE "N".
           88 LOAN-PRODUCT               VALUE "Y".
       01 PARAM-FOUND-SWITCH   PIC X(01) VALUE "N".
           88 PARAM-FOUND                VALUE "Y".
       01 REQUEST-RAISED-SWITCH PIC X(01) VALUE "N".
           88 REQUEST-RAISED              VALUE "Y".

      * The loan the surrender value repays is taken off the loan
      * account in the ledger - the surrender expense covers it the
      * same as the cash part - and a shortfall, should the debt
      * have outrun the value since last night, is written off.

       01 GL-ACCOUNT-POLICY-LOAN PIC X(04) VALUE "1300".
       01 GL-ACCOUNT-SURRENDER   PIC X(04) VALUE "5200".
       01 GL-ACCOUNT-BAD-DEBT    PIC X(04) VALUE "6100".
       01 HOUSE-CURRENCY-CODE  PIC X(03) VALUE "USD".
       01 EXCHANGE-RATE-USED   PIC 9(3)V9(6).
       01 HOUSE-AMOUNT         PIC 9(9)V99.
       01 CONVERT-AMOUNT       PIC 9(9)V99.

       01 JRN-SOURCE-CODE      PIC X(10) VALUE "LOAN".
       01 JRN-POLICY-ID        PIC 9(06).
       01 JRN-INVOICE-ID       PIC 9(10).
       01 JRN-ACCOUNT-CODE     PIC X(04).
       01 JRN-DEBIT-CREDIT     PIC X(01).
       01 JRN-AMOUNT           PIC 9(9)V99.
       01 JRN-ENTRY-DATE       PIC 9(08).

       01 MONTH-BASE-DATE          PIC 9(08).
       01 MONTH-BASE-PARTS REDEFINES MONTH-BASE-DATE.
           05 MONTH-BASE-YEAR      PIC 9(04).
           05 MONTH-BASE-MONTH     PIC 9(02).
           05 MONTH-BASE-DAY       PIC 9(02).
       01 MONTH-RESULT-DATE        PIC 9(08).
       01 MONTH-RESULT-PARTS REDEFINES MONTH-RESULT-DATE.
           05 MONTH-RESULT-YEAR    PIC 9(04).
           05 MONTH-RESULT-MONTH   PIC 9(02).
           05 MONTH-RESULT-DAY     PIC 9(02).
       01 MONTHS-TO-ADD            PIC 9(05).
       01 MONTH-TOTAL              PIC 9(07).
       01 MONTH-YEARS              PIC 9(05).
       01 MONTH-REMAINDER          PIC 9(02).

      * Free-look: a new policy cancelled within FREE-LOOK-DAYS of
      * its effective date is treated as never taken up. Every
      * premium paid comes back in full - tax included, no charge,
      * no pro-rata - and every commission row on the policy,
      * manager overrides included, is reversed. The policy closes
      * as CANCELLED, what was still to be billed or collected is
      * cancelled, and the refund goes out as a FREELOOK request on
      * the disbursement ledger. A renewed policy, one with a claim,
      * a loan or a direct debit still at the bank is not eligible.

       01 FREE-LOOK-DAYS       PIC 9(03) VALUE 15.
       01 CONSENT-MISSING-SWITCH PIC X(01) VALUE "N".
           88 ASSIGNEE-CONSENT-MISSING   VALUE "Y".
       01 FREE-LOOK-SWITCH     PIC X(01) VALUE "N".
           88 FREE-LOOK-ALLOWED          VALUE "Y".
       01 FREE-LOOK-REFUND     PIC 9(7)V99.
       01 HOUSE-TAX-TOTAL      PIC 9(9)V99.
       01 HOUSE-OPEN-TOTAL     PIC 9(9)V99.
       01 PREMIUM-REVERSAL     PIC S9(9)V99.
       01 GL-ACCOUNT-RECEIVABLE  PIC X(04) VALUE "1200".
       01 GL-ACCOUNT-PREMIUM-INC PIC X(04) VALUE "4000".
       01 GL-ACCOUNT-TAX-PAYABLE PIC X(04) VALUE "2400".

       01 PRIMARY-REVERSAL     PIC 9(7)V99.
       01 SECOND-REVERSAL      PIC 9(7)V99.
       01 SAVED-REV-AGENT-ID   PIC 9(06).
       01 DB-POLICY-YEAR       PIC 9(03).
       01 DB-CHARGE-PERCENT    PIC 9(3)V99.
       01 DB-CLAIM-ID          PIC 9(10).
       01 DB-REQUEST-ID        PIC 9(09).
       01 DB-PAYOUT-TYPE       PIC X(10).
       01 DB-PAYOUT-AMOUNT     PIC 9(7)V99.
       01 DB-REQUESTED-DATE    PIC 9(08).
       01 DB-OLD-STATUS        PIC X(10).
       01 DB-NEW-STATUS        PIC X(10).
       01 DB-CHANGED-DATE      PIC 9(08).
       01 DB-WINDOW-STATUS     PIC X(10).
       01 DB-SECOND-AGENT     PIC 9(06).
       01 DB-SPLIT-PERCENT    PIC 9(3)V99.
       01 DB-SOURCE-REF        PIC 9(10).
       01 DB-CHARGE-ROWS       PIC 9(05).
       01 DB-LOAN-STATUS       PIC X(10).
       01 DB-LOAN-BALANCE      PIC 9(9)V99.
       01 DB-LOAN-RATE         PIC 9(3)V99.
       01 DB-LOAN-AMOUNT       PIC 9(9)V99.
       01 DB-NEXT-INTEREST     PIC 9(08).
       01 DB-TXN-NO            PIC 9(05).
       01 DB-TXN-TYPE          PIC X(10).
       01 DB-TXN-REF           PIC X(12).
       01 DB-TXN-DATE          PIC 9(08).
       01 DB-PARAM-KEY         PIC X(20).
       01 DB-PARAM-VALUE       PIC 9(9)V99.
       01 DB-PARAM-DATE        PIC 9(08).
       01 DB-RATE-DATE         PIC 9(08).
       01 DB-EXCHANGE-RATE     PIC 9(3)V9(6).
       01 DB-PAID-TOTAL        PIC 9(9)V99.
       01 DB-TAX-TOTAL         PIC 9(9)V99.
       01 DB-OPEN-TOTAL        PIC 9(9)V99.
       01 DB-ROW-COUNT         PIC 9(05).
       01 DB-NET-COMMISSION    PIC S9(7)V99.
       01 DB-PAYEE-NAME        PIC X(30).
       01 DB-OWNER-NAME        PIC X(30).
       01 DB-CONSENT-ACTION    PIC X(12).
       01 DB-CONSENT-TODAY     PIC 9(08).
       01 DB-UNCONSENTED-COUNT PIC 9(05).
       01 DB-REFUND-AMOUNT     PIC 9(7)V99.
       01 DB-TOTAL-REVERSAL    PIC S9(7)V99.
       01 DB-AUDIT-USER        PIC X(20)
                              VALUE "SURRENDERENGINE".
       EXEC SQL END DECLARE SECTION END-EXEC.
       MAIN-SURRENDER.

           DISPLAY "=============================="
           DISPLAY " MINI INGENIUM SURRENDERS AND LOANS"
           DISPLAY "=============================="

           PERFORM SIGN-ON-USER
               STOP RUN
           END-IF

           PERFORM LOAD-RUN-PARAMETERS

           PERFORM SHOW-MENU UNTIL DONE

           STOP RUN.

           DISPLAY "1. QUOTE SURRENDER VALUE"
           DISPLAY "2. PROCESS SURRENDER"
           DISPLAY "3. QUOTE POLICY LOAN"
           DISPLAY "4. BOOK POLICY LOAN"
           DISPLAY "5. FREE-LOOK CANCELLATION"
           DISPLAY "6. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

                       PERFORM PROCESS-SURRENDER
                   END-IF
               WHEN 3
                   PERFORM QUOTE-POLICY-LOAN
               WHEN 4
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM BOOK-POLICY-LOAN
                   END-IF
               WHEN 5
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM FREE-LOOK-CANCELLATION
                   END-IF
               WHEN 6
                   SET DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
               DISPLAY "POLICY NOT FOUND OR NOT ACTIVE"
           ELSE
               PERFORM COMPUTE-SURRENDER-VALUE
               PERFORM LOOKUP-POLICY-LOAN
               PERFORM SHOW-SURRENDER-QUOTE
           END-IF

           IF NOT POLICY-FOUND
               DISPLAY "POLICY NOT FOUND OR NOT ACTIVE"
           ELSE
               MOVE "SURRENDER" TO DB-CONSENT-ACTION
               PERFORM CHECK-ASSIGNEE-CONSENT

               IF ASSIGNEE-CONSENT-MISSING
                   DISPLAY "POLICY IS ASSIGNED AS COLLATERAL - NO "
                           "ASSIGNEE CONSENT TO SURRENDER ON FILE"
               ELSE
                   PERFORM COMPUTE-SURRENDER-VALUE
                   PERFORM LOOKUP-POLICY-LOAN
                   PERFORM SHOW-SURRENDER-QUOTE

                   DISPLAY "PROCEED WITH SURRENDER? (Y/N):"
                   ACCEPT CONFIRM-ANSWER

                   IF SURRENDER-CONFIRMED
                       PERFORM APPLY-SURRENDER
                   ELSE
                       DISPLAY "SURRENDER NOT CONFIRMED, "
                               "NOTHING CHANGED"
                   END-IF
               END-IF
           END-IF

           MOVE "N" TO POLICY-FOUND-SWITCH
           MOVE POLICY-ID TO DB-POLICY-ID

      * Surrender value, loan advances and refunds are paid to the
      * owner - the insured unless a separate owner is on file.

           EXEC SQL
               SELECT P.STATUS, P.PRODUCT_CODE, P.EFFECTIVE_DATE,
                      P.EXPIRY_DATE, P.BASE_PREMIUM,
                      IFNULL(P.RIDER_PREMIUM, 0), P.CUSTOMER_NAME,
                      IFNULL(P.CURRENCY_CODE, 'USD'),
                      IFNULL(P.AGENT_ID, 0),
                      IFNULL((SELECT O.CUSTOMER_NAME FROM CUSTOMER O
                              WHERE O.CUSTOMER_ID = P.OWNER_CUSTOMER_ID
                                AND P.OWNER_CUSTOMER_ID <> 0),
                             P.CUSTOMER_NAME)
               INTO :DB-STATUS, :DB-PRODUCT-CODE,
                    :DB-EFFECTIVE-DATE, :DB-EXPIRY-DATE,
                    :DB-BASE-PREMIUM, :DB-RIDER-PREMIUM,
                    :DB-CUSTOMER-NAME, :DB-CURRENCY-CODE,
                    :DB-AGENT-ID, :DB-OWNER-NAME
               FROM POLICY P
               WHERE P.POLICY_ID = :DB-POLICY-ID
           END-EXEC

      * A reduced paid-up policy still has its value to surrender or
      * borrow against - it just pays no more premium.

           IF SQLCODE = 0
              AND (DB-STATUS = "ACTIVE" OR DB-STATUS = "PAID-UP")
               SET POLICY-FOUND TO TRUE
           END-IF

           DISPLAY "SURRENDER CHARGE (" CHARGE-PERCENT-USED
                   " PCT): " SURRENDER-CHARGE
           DISPLAY "NET SURRENDER VALUE: " SURRENDER-VALUE
           IF LOAN-BALANCE > ZERO
               DISPLAY "LESS POLICY LOAN OUTSTANDING: " LOAN-BALANCE
               DISPLAY "AMOUNT PAYABLE: " NET-SURRENDER-VALUE
           END-IF
           DISPLAY "------------------------------".

       APPLY-SURRENDER.
               MOVE ZERO TO SQLCODE
           END-IF

           IF LOAN-BALANCE > ZERO
               PERFORM SETTLE-LOAN-FROM-SURRENDER
           END-IF

           IF NET-SURRENDER-VALUE > ZERO OR LOAN-BALANCE = ZERO
               PERFORM QUEUE-SURRENDER-PAYOUT
           ELSE
               DISPLAY "SURRENDER VALUE FULLY ABSORBED BY POLICY "
                       "LOAN, NOTHING TO PAY"
           END-IF

           IF COMMISSION-REVERSAL > ZERO
               PERFORM REVERSE-AGENT-COMMISSION

           EXEC SQL COMMIT END-EXEC

           IF LOAN-BALANCE > ZERO
               PERFORM WRITE-LOAN-SETTLEMENT-GL
           END-IF

           DISPLAY "POLICY " POLICY-ID " SURRENDERED, VALUE "
                   NET-SURRENDER-VALUE " QUEUED FOR DISBURSEMENT".

       QUEUE-SURRENDER-PAYOUT.

      * The request takes its GL accounts, payment method and
      * approval rule from the SURRENDER row of PAYOUT_TYPE, and
      * carries the operator as requester so the approval has to
      * come from somebody else. A type set up without approval
      * goes straight to APPROVED in the requester's name.

           MOVE "SURRENDER"     TO DB-PAYOUT-TYPE
           MOVE NET-SURRENDER-VALUE TO DB-PAYOUT-AMOUNT
           MOVE ZERO            TO DB-SOURCE-REF

           PERFORM INSERT-DISBURSEMENT-REQUEST.

       INSERT-DISBURSEMENT-REQUEST.

           MOVE "N" TO REQUEST-RAISED-SWITCH

           ACCEPT DB-REQUESTED-DATE FROM DATE YYYYMMDD

           EXEC SQL
               SELECT IFNULL(MAX(REQUEST_ID), 0) + 1
               INTO :DB-REQUEST-ID
               FROM DISBURSEMENT_REQUEST
           END-EXEC

           EXEC SQL
               INSERT INTO DISBURSEMENT_REQUEST
                   (REQUEST_ID, PAYMENT_TYPE, POLICY_ID, SOURCE_REF,
                    PAYEE_NAME, AMOUNT, CURRENCY_CODE, DEBIT_ACCOUNT,
                    CREDIT_ACCOUNT, PAYMENT_METHOD, APPROVAL_STATUS,
                    REQUESTED_BY, REQUESTED_DATE, APPROVED_BY,
                    APPROVED_DATE, PAYMENT_STATUS)
               SELECT :DB-REQUEST-ID, PAYMENT_TYPE, :DB-POLICY-ID,
                      :DB-SOURCE-REF,
                      :DB-OWNER-NAME, :DB-PAYOUT-AMOUNT,
                      :DB-CURRENCY-CODE, DEBIT_ACCOUNT,
                      CREDIT_ACCOUNT, PAYMENT_METHOD,
                      CASE WHEN APPROVAL_REQUIRED = 'N'
                           THEN 'APPROVED' ELSE 'PENDING' END,
                      :DB-AUDIT-USER, :DB-REQUESTED-DATE,
                      CASE WHEN APPROVAL_REQUIRED = 'N'
                           THEN :DB-AUDIT-USER ELSE ' ' END,
                      CASE WHEN APPROVAL_REQUIRED = 'N'
                           THEN :DB-REQUESTED-DATE ELSE ' ' END,
                      'UNPAID'
               FROM PAYOUT_TYPE
               WHERE PAYMENT_TYPE = :DB-PAYOUT-TYPE
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR QUEUEING " DB-PAYOUT-TYPE
                       " PAYOUT, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               SET REQUEST-RAISED TO TRUE
               DISPLAY "DISBURSEMENT REQUEST " DB-REQUEST-ID
                       " RAISED"
           END-IF.

       QUOTE-POLICY-LOAN.

           DISPLAY "ENTER POLICY ID:"
           ACCEPT POLICY-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-ACTIVE-POLICY

           IF NOT POLICY-FOUND
               DISPLAY "POLICY NOT FOUND OR NOT ACTIVE"
           ELSE
               PERFORM CHECK-LOAN-PRODUCT
               IF NOT LOAN-PRODUCT
                   DISPLAY "PRODUCT " DB-PRODUCT-CODE
                           " HAS NO SURRENDER CHARGE SCHEDULE - "
                           "NO POLICY LOANS"
               ELSE
                   PERFORM COMPUTE-SURRENDER-VALUE
                   PERFORM LOOKUP-POLICY-LOAN
                   PERFORM COMPUTE-LOAN-LIMIT
                   PERFORM SHOW-LOAN-QUOTE
               END-IF
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       BOOK-POLICY-LOAN.

           DISPLAY "ENTER POLICY ID:"
           ACCEPT POLICY-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-ACTIVE-POLICY
           PERFORM APPLY-POLICY-LOAN THRU APPLY-POLICY-LOAN-EXIT

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       APPLY-POLICY-LOAN.

           IF NOT POLICY-FOUND
               DISPLAY "POLICY NOT FOUND OR NOT ACTIVE"
               GO TO APPLY-POLICY-LOAN-EXIT
           END-IF

           MOVE "LOAN" TO DB-CONSENT-ACTION
           PERFORM CHECK-ASSIGNEE-CONSENT

           IF ASSIGNEE-CONSENT-MISSING
               DISPLAY "POLICY IS ASSIGNED AS COLLATERAL - NO "
                       "ASSIGNEE CONSENT TO A LOAN ON FILE"
               GO TO APPLY-POLICY-LOAN-EXIT
           END-IF

           PERFORM CHECK-LOAN-PRODUCT

           IF NOT LOAN-PRODUCT
               DISPLAY "PRODUCT " DB-PRODUCT-CODE
                       " HAS NO SURRENDER CHARGE SCHEDULE - "
                       "NO POLICY LOANS"
               GO TO APPLY-POLICY-LOAN-EXIT
           END-IF

           PERFORM COMPUTE-SURRENDER-VALUE
           PERFORM LOOKUP-POLICY-LOAN
           PERFORM COMPUTE-LOAN-LIMIT
           PERFORM SHOW-LOAN-QUOTE

           IF LOAN-AVAILABLE = ZERO
               DISPLAY "NOTHING AVAILABLE TO BORROW ON THIS POLICY"
               GO TO APPLY-POLICY-LOAN-EXIT
           END-IF

           DISPLAY "ENTER LOAN AMOUNT:"
           ACCEPT LOAN-REQUESTED

           IF LOAN-REQUESTED = ZERO
              OR LOAN-REQUESTED > LOAN-AVAILABLE
               DISPLAY "LOAN AMOUNT MUST BE MORE THAN ZERO AND NO "
                       "MORE THAN " LOAN-AVAILABLE
               GO TO APPLY-POLICY-LOAN-EXIT
           END-IF

           DISPLAY "PROCEED WITH LOAN? (Y/N):"
           ACCEPT CONFIRM-ANSWER

           IF NOT LOAN-CONFIRMED
               DISPLAY "LOAN NOT CONFIRMED, NOTHING CHANGED"
               GO TO APPLY-POLICY-LOAN-EXIT
           END-IF

           MOVE TODAY-DATE     TO DB-TXN-DATE
           MOVE LOAN-REQUESTED TO DB-LOAN-AMOUNT

      * A further advance on a running loan simply adds to what is
      * owed, at the rate already fixed. A policy borrowing again
      * after repaying in full starts afresh at today's rate, with
      * its first interest a month from today.

           IF LOAN-ACTIVE
               EXEC SQL
                   UPDATE POLICY_LOAN
                   SET BALANCE = BALANCE + :DB-LOAN-AMOUNT,
                       PRINCIPAL_ADVANCED =
                           PRINCIPAL_ADVANCED + :DB-LOAN-AMOUNT
                   WHERE POLICY_ID = :DB-POLICY-ID
                     AND STATUS = 'ACTIVE'
               END-EXEC
           ELSE
               MOVE TODAY-DATE TO MONTH-BASE-DATE
               MOVE 1 TO MONTHS-TO-ADD
               PERFORM ADD-MONTHS-TO-DATE
               MOVE MONTH-RESULT-DATE  TO DB-NEXT-INTEREST
               MOVE LOAN-INTEREST-RATE TO DB-LOAN-RATE

               IF LOAN-FOUND
                   EXEC SQL
                       UPDATE POLICY_LOAN
                       SET CURRENCY_CODE = :DB-CURRENCY-CODE,
                           INTEREST_RATE = :DB-LOAN-RATE,
                           BALANCE = :DB-LOAN-AMOUNT,
                           PRINCIPAL_ADVANCED = :DB-LOAN-AMOUNT,
                           INTEREST_CHARGED = 0,
                           REPAID_TOTAL = 0,
                           NEXT_INTEREST_DATE = :DB-NEXT-INTEREST,
                           STATUS = 'ACTIVE',
                           OPENED_DATE = :DB-TXN-DATE,
                           CLOSED_DATE = ' '
                       WHERE POLICY_ID = :DB-POLICY-ID
                   END-EXEC
               ELSE
                   EXEC SQL
                       INSERT INTO POLICY_LOAN
                           (POLICY_ID, CURRENCY_CODE, INTEREST_RATE,
                            BALANCE, PRINCIPAL_ADVANCED,
                            INTEREST_CHARGED, REPAID_TOTAL,
                            NEXT_INTEREST_DATE, STATUS, OPENED_DATE,
                            CLOSED_DATE)
                       VALUES
                           (:DB-POLICY-ID, :DB-CURRENCY-CODE,
                            :DB-LOAN-RATE, :DB-LOAN-AMOUNT,
                            :DB-LOAN-AMOUNT, 0, 0,
                            :DB-NEXT-INTEREST, 'ACTIVE',
                            :DB-TXN-DATE, ' ')
                   END-EXEC
               END-IF
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "ERROR BOOKING POLICY LOAN, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO APPLY-POLICY-LOAN-EXIT
           END-IF

      * The advance carries its loan ledger line number as the
      * request's source reference, so a rejected request can be
      * traced back and taken off the loan again.

           PERFORM NEXT-LOAN-TXN-NO

           MOVE "POLICYLOAN"   TO DB-PAYOUT-TYPE
           MOVE LOAN-REQUESTED TO DB-PAYOUT-AMOUNT
           MOVE DB-TXN-NO      TO DB-SOURCE-REF

           PERFORM INSERT-DISBURSEMENT-REQUEST

           IF NOT REQUEST-RAISED
               EXEC SQL ROLLBACK END-EXEC
               GO TO APPLY-POLICY-LOAN-EXIT
           END-IF

           MOVE "ADVANCE"      TO DB-TXN-TYPE
           MOVE DB-REQUEST-ID  TO DB-TXN-REF
           COMPUTE DB-LOAN-BALANCE = LOAN-BALANCE + LOAN-REQUESTED
           PERFORM INSERT-LOAN-TXN

           EXEC SQL COMMIT END-EXEC

           DISPLAY "POLICY LOAN OF " LOAN-REQUESTED " BOOKED ON "
                   "POLICY " POLICY-ID ", NOW OWED "
                   DB-LOAN-BALANCE.

       APPLY-POLICY-LOAN-EXIT.
           EXIT.

       CHECK-LOAN-PRODUCT.

           MOVE "N" TO LOAN-PRODUCT-SWITCH
           MOVE ZERO TO DB-CHARGE-ROWS

           EXEC SQL
               SELECT COUNT(*) INTO :DB-CHARGE-ROWS
               FROM SURRENDER_CHARGE
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
           END-EXEC

           IF SQLCODE = 0 AND DB-CHARGE-ROWS > ZERO
               SET LOAN-PRODUCT TO TRUE
           END-IF

           MOVE ZERO TO SQLCODE.

       LOOKUP-POLICY-LOAN.

      * Only a running loan is owed - a loan repaid, settled or
      * defaulted leaves its row behind with nothing outstanding.

           MOVE "N" TO LOAN-FOUND-SWITCH
           MOVE "N" TO LOAN-ACTIVE-SWITCH
           MOVE ZERO TO LOAN-BALANCE
           MOVE LOAN-INTEREST-RATE TO DB-LOAN-RATE

           EXEC SQL
               SELECT STATUS, IFNULL(BALANCE, 0),
                      IFNULL(INTEREST_RATE, 0)
               INTO :DB-LOAN-STATUS, :DB-LOAN-BALANCE,
                    :DB-LOAN-RATE
               FROM POLICY_LOAN
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE = 0
               SET LOAN-FOUND TO TRUE
               IF DB-LOAN-STATUS = "ACTIVE"
                   SET LOAN-ACTIVE TO TRUE
                   MOVE DB-LOAN-BALANCE TO LOAN-BALANCE
               ELSE
                   MOVE LOAN-INTEREST-RATE TO DB-LOAN-RATE
               END-IF
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF

           IF LOAN-BALANCE < SURRENDER-VALUE
               COMPUTE NET-SURRENDER-VALUE =
                       SURRENDER-VALUE - LOAN-BALANCE
           ELSE
               MOVE ZERO TO NET-SURRENDER-VALUE
           END-IF.

       COMPUTE-LOAN-LIMIT.

           COMPUTE LOAN-MAXIMUM =
                   SURRENDER-VALUE * LOAN-MAX-PERCENT / 100

           IF LOAN-MAXIMUM > LOAN-BALANCE
               COMPUTE LOAN-AVAILABLE = LOAN-MAXIMUM - LOAN-BALANCE
           ELSE
               MOVE ZERO TO LOAN-AVAILABLE
           END-IF.

       SHOW-LOAN-QUOTE.

           DISPLAY "------------------------------"
           DISPLAY "POLICY " POLICY-ID " - " DB-CUSTOMER-NAME
           DISPLAY "NET SURRENDER VALUE: " SURRENDER-VALUE
           DISPLAY "MAXIMUM LOAN (" LOAN-MAX-PERCENT " PCT): "
                   LOAN-MAXIMUM
           DISPLAY "LOAN OUTSTANDING: " LOAN-BALANCE
           DISPLAY "AVAILABLE TO BORROW: " LOAN-AVAILABLE
           DISPLAY "INTEREST RATE (PCT A YEAR): " DB-LOAN-RATE
           DISPLAY "------------------------------".

       SETTLE-LOAN-FROM-SURRENDER.

      * The loan is repaid out of the surrender value before a cent
      * is paid out. The policy is gone, so the loan closes either
      * way - what the value cannot cover is written off.

           IF LOAN-BALANCE > SURRENDER-VALUE
               MOVE SURRENDER-VALUE TO LOAN-OFFSET
               COMPUTE LOAN-WRITE-OFF = LOAN-BALANCE - SURRENDER-VALUE
           ELSE
               MOVE LOAN-BALANCE TO LOAN-OFFSET
               MOVE ZERO TO LOAN-WRITE-OFF
           END-IF

           MOVE TODAY-DATE TO DB-TXN-DATE

           EXEC SQL
               UPDATE POLICY_LOAN
               SET BALANCE = 0,
                   STATUS = 'SETTLED',
                   CLOSED_DATE = :DB-TXN-DATE
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'ACTIVE'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR SETTLING POLICY LOAN, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE "SURRENDER" TO DB-TXN-REF

           IF LOAN-OFFSET > ZERO
               PERFORM NEXT-LOAN-TXN-NO
               MOVE "OFFSET"       TO DB-TXN-TYPE
               MOVE LOAN-OFFSET    TO DB-LOAN-AMOUNT
               MOVE LOAN-WRITE-OFF TO DB-LOAN-BALANCE
               PERFORM INSERT-LOAN-TXN
           END-IF

           IF LOAN-WRITE-OFF > ZERO
               PERFORM NEXT-LOAN-TXN-NO
               MOVE "WRITEOFF"     TO DB-TXN-TYPE
               MOVE LOAN-WRITE-OFF TO DB-LOAN-AMOUNT
               MOVE ZERO           TO DB-LOAN-BALANCE
               PERFORM INSERT-LOAN-TXN
           END-IF

           DISPLAY "POLICY LOAN " LOAN-BALANCE
                   " REPAID FROM SURRENDER VALUE".

       NEXT-LOAN-TXN-NO.

           EXEC SQL
               SELECT IFNULL(MAX(TXN_NO), 0) + 1
               INTO :DB-TXN-NO
               FROM POLICY_LOAN_TXN
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC.

       INSERT-LOAN-TXN.

           EXEC SQL
               INSERT INTO POLICY_LOAN_TXN
                   (POLICY_ID, TXN_NO, TXN_DATE, TXN_TYPE, AMOUNT,
                    BALANCE_AFTER, SOURCE_REF, ENTERED_BY)
               VALUES
                   (:DB-POLICY-ID, :DB-TXN-NO, :DB-TXN-DATE,
                    :DB-TXN-TYPE, :DB-LOAN-AMOUNT, :DB-LOAN-BALANCE,
                    :DB-TXN-REF, :DB-AUDIT-USER)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING LOAN LEDGER, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       WRITE-LOAN-SETTLEMENT-GL.

           MOVE DB-POLICY-ID TO JRN-POLICY-ID
           MOVE ZERO         TO JRN-INVOICE-ID
           MOVE TODAY-DATE   TO JRN-ENTRY-DATE

           IF LOAN-OFFSET > ZERO
               MOVE LOAN-OFFSET TO CONVERT-AMOUNT
               PERFORM CONVERT-TO-HOUSE-CURRENCY
               MOVE HOUSE-AMOUNT         TO JRN-AMOUNT
               MOVE GL-ACCOUNT-SURRENDER TO JRN-ACCOUNT-CODE
               MOVE "D"                  TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
               MOVE GL-ACCOUNT-POLICY-LOAN TO JRN-ACCOUNT-CODE
               MOVE "C"                  TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           END-IF

           IF LOAN-WRITE-OFF > ZERO
               MOVE LOAN-WRITE-OFF TO CONVERT-AMOUNT
               PERFORM CONVERT-TO-HOUSE-CURRENCY
               MOVE HOUSE-AMOUNT         TO JRN-AMOUNT
               MOVE GL-ACCOUNT-BAD-DEBT  TO JRN-ACCOUNT-CODE
               MOVE "D"                  TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
               MOVE GL-ACCOUNT-POLICY-LOAN TO JRN-ACCOUNT-CODE
               MOVE "C"                  TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

       CONVERT-TO-HOUSE-CURRENCY.

      * The rate in force today, the same lookup PAYOUTDISBURSE uses
      * for the cash side of the surrender.

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

       LOAD-RUN-PARAMETERS.

      * The value in force at today's date applies for the session
      * - a key with no row on file keeps its compiled default.

           ACCEPT DB-PARAM-DATE FROM DATE YYYYMMDD

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           MOVE "LOAN-INTEREST-RATE" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO LOAN-INTEREST-RATE
           END-IF

           MOVE "LOAN-MAX-PERCENT" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO LOAN-MAX-PERCENT
           END-IF

           MOVE "FREE-LOOK-DAYS" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO FREE-LOOK-DAYS
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       FETCH-ONE-PARAMETER.

           MOVE "N" TO PARAM-FOUND-SWITCH

           EXEC SQL
               SELECT PARAM_VALUE INTO :DB-PARAM-VALUE
               FROM SYSTEM_PARAMETER
               WHERE PARAM_KEY = :DB-PARAM-KEY
                 AND EFFECTIVE_DATE <= :DB-PARAM-DATE
               ORDER BY EFFECTIVE_DATE DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE = 0
               SET PARAM-FOUND TO TRUE
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

       ADD-MONTHS-TO-DATE.

           COMPUTE MONTH-TOTAL = MONTH-BASE-YEAR * 12
                                 + MONTH-BASE-MONTH - 1
                                 + MONTHS-TO-ADD
           DIVIDE MONTH-TOTAL BY 12
               GIVING MONTH-YEARS
               REMAINDER MONTH-REMAINDER
           MOVE MONTH-YEARS TO MONTH-RESULT-YEAR
           COMPUTE MONTH-RESULT-MONTH = MONTH-REMAINDER + 1
           MOVE MONTH-BASE-DAY TO MONTH-RESULT-DAY

           PERFORM PULL-BACK-TO-MONTH-END
               UNTIL FUNCTION TEST-DATE-YYYYMMDD (MONTH-RESULT-DATE)
                     = ZERO.

       PULL-BACK-TO-MONTH-END.

           SUBTRACT 1 FROM MONTH-RESULT-DAY.

       FREE-LOOK-CANCELLATION.

           DISPLAY "ENTER POLICY ID:"
           ACCEPT POLICY-ID

           MOVE SIGNON-USER-ID TO OPERATOR-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-ACTIVE-POLICY

           IF NOT POLICY-FOUND OR DB-STATUS NOT = "ACTIVE"
               DISPLAY "POLICY NOT FOUND OR NOT ACTIVE"
           ELSE
               PERFORM CHECK-FREE-LOOK THRU CHECK-FREE-LOOK-EXIT
               IF FREE-LOOK-ALLOWED
                   PERFORM COMPUTE-FREE-LOOK-REFUND
                   PERFORM SHOW-FREE-LOOK-QUOTE

                   DISPLAY "PROCEED WITH CANCELLATION? (Y/N):"
                   ACCEPT CONFIRM-ANSWER

                   IF CANCEL-CONFIRMED
                       PERFORM APPLY-FREE-LOOK
                   ELSE
                       DISPLAY "CANCELLATION NOT CONFIRMED, "
                               "NOTHING CHANGED"
                   END-IF
               END-IF
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       CHECK-FREE-LOOK.

           MOVE "N" TO FREE-LOOK-SWITCH

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           COMPUTE EFFECTIVE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (DB-EFFECTIVE-DATE)
           COMPUTE TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (TODAY-DATE)
           COMPUTE ELAPSED-DAYS = TODAY-INTEGER - EFFECTIVE-INTEGER

           IF ELAPSED-DAYS > FREE-LOOK-DAYS
               DISPLAY "POLICY EFFECTIVE " DB-EFFECTIVE-DATE
                       " IS OUTSIDE THE " FREE-LOOK-DAYS
                       " DAY FREE-LOOK PERIOD"
               GO TO CHECK-FREE-LOOK-EXIT
           END-IF

      * RENEWALBATCH rolls the effective date forward, so a premium
      * due before it means the policy has been renewed - the
      * free-look period belongs to new business only.

           MOVE ZERO TO DB-ROW-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-ROW-COUNT
               FROM INVOICE
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND DUE_DATE < :DB-EFFECTIVE-DATE
                 AND IFNULL(INVOICE_TYPE, 'PREMIUM') = 'PREMIUM'
           END-EXEC

           IF SQLCODE = 0 AND DB-ROW-COUNT > ZERO
               DISPLAY "POLICY HAS BEEN RENEWED, NOT IN FREE-LOOK"
               GO TO CHECK-FREE-LOOK-EXIT
           END-IF

           MOVE ZERO TO DB-ROW-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-ROW-COUNT
               FROM CLAIM_HISTORY
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE = 0 AND DB-ROW-COUNT > ZERO
               DISPLAY "POLICY HAS A CLAIM ON FILE, "
                       "CANNOT BE CANCELLED AS NOT TAKEN UP"
               GO TO CHECK-FREE-LOOK-EXIT
           END-IF

           PERFORM LOOKUP-POLICY-LOAN

           IF LOAN-ACTIVE
               DISPLAY "POLICY LOAN OUTSTANDING " LOAN-BALANCE
                       " - REPAY BEFORE CANCELLING"
               GO TO CHECK-FREE-LOOK-EXIT
           END-IF

      * A debit already with the bank would land on an invoice that
      * no longer exists - wait for it to settle or come back.

           MOVE ZERO TO DB-ROW-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-ROW-COUNT
               FROM DD_COLLECTION
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'SUBMITTED'
           END-EXEC

           IF SQLCODE = 0 AND DB-ROW-COUNT > ZERO
               DISPLAY "DIRECT DEBIT WITH THE BANK, "
                       "TRY AGAIN ONCE IT HAS SETTLED"
               GO TO CHECK-FREE-LOOK-EXIT
           END-IF

           MOVE "REFUND" TO DB-CONSENT-ACTION
           PERFORM CHECK-ASSIGNEE-CONSENT

           IF ASSIGNEE-CONSENT-MISSING
               DISPLAY "POLICY IS ASSIGNED AS COLLATERAL - NO "
                       "ASSIGNEE CONSENT TO A REFUND ON FILE"
               GO TO CHECK-FREE-LOOK-EXIT
           END-IF

           MOVE ZERO TO SQLCODE
           SET FREE-LOOK-ALLOWED TO TRUE.

       CHECK-FREE-LOOK-EXIT.
           EXIT.

       COMPUTE-FREE-LOOK-REFUND.

      * Everything applied to the policy's invoices comes back - the
      * tax with it, and the part of any invoice that was settled
      * out of a credit note. An open credit note is cancelled with
      * the rest: its value is already inside what was paid.

           MOVE ZERO TO DB-PAID-TOTAL
           MOVE ZERO TO DB-TAX-TOTAL
           MOVE ZERO TO DB-OPEN-TOTAL

           EXEC SQL
               SELECT IFNULL(SUM(IFNULL(PAID_TO_DATE, 0)), 0),
                      IFNULL(SUM(IFNULL(TAX_AMOUNT, 0)), 0),
                      IFNULL(SUM(CASE WHEN STATUS = 'UNPAID'
                                 THEN AMOUNT - IFNULL(PAID_TO_DATE, 0)
                                 ELSE 0 END), 0)
               INTO :DB-PAID-TOTAL, :DB-TAX-TOTAL, :DB-OPEN-TOTAL
               FROM INVOICE
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND IFNULL(INVOICE_TYPE, 'PREMIUM') <> 'CREDIT'
                 AND STATUS <> 'CANCELLED'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-PAID-TOTAL
               MOVE ZERO TO DB-TAX-TOTAL
               MOVE ZERO TO DB-OPEN-TOTAL
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE DB-PAID-TOTAL TO FREE-LOOK-REFUND.

       SHOW-FREE-LOOK-QUOTE.

           DISPLAY "------------------------------"
           DISPLAY "POLICY " POLICY-ID " - " DB-CUSTOMER-NAME
           DISPLAY "EFFECTIVE DATE: " DB-EFFECTIVE-DATE
           DISPLAY "DAYS IN FORCE: " ELAPSED-DAYS
           DISPLAY "PREMIUM PAID, REFUNDED IN FULL: " FREE-LOOK-REFUND
           DISPLAY "UNPAID PREMIUM CANCELLED: " DB-OPEN-TOTAL
           DISPLAY "------------------------------".

       APPLY-FREE-LOOK.

           MOVE DB-STATUS   TO DB-OLD-STATUS
           MOVE "CANCELLED" TO DB-NEW-STATUS

           MOVE DB-POLICY-ID TO SNAP-POLICY-ID
           MOVE "FREELOOK"   TO SNAP-SOURCE
           PERFORM SNAPSHOT-POLICY
           MOVE "SURRENDER"  TO SNAP-SOURCE

           EXEC SQL
               UPDATE POLICY
               SET STATUS = :DB-NEW-STATUS
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR UPDATING POLICY, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           ACCEPT AUDIT-TIME FROM TIME
           MOVE TODAY-DATE TO DB-CHANGED-DATE
           MOVE AUDIT-TIME TO DB-CHANGED-TIME
           MOVE ZERO       TO DB-CLAIM-ID

           EXEC SQL
               INSERT INTO POLICY_AUDIT
                   (POLICY_ID, OLD_STATUS, NEW_STATUS, CLAIM_ID,
                    CHANGED_DATE, CHANGED_TIME,
                    CHANGED_BY)
               VALUES
                   (:DB-POLICY-ID, :DB-OLD-STATUS, :DB-NEW-STATUS,
                    :DB-CLAIM-ID, :DB-CHANGED-DATE,
                    :DB-CHANGED-TIME,
                    :DB-AUDIT-USER)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING POLICY AUDIT, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           PERFORM CANCEL-UNBILLED-PREMIUM
           PERFORM REVERSE-ALL-COMMISSION
           PERFORM RECORD-FREE-LOOK-REFUND

           EXEC SQL COMMIT END-EXEC

           PERFORM WRITE-FREE-LOOK-GL

           DISPLAY "POLICY " POLICY-ID " CANCELLED IN FREE-LOOK, "
                   "REFUND " FREE-LOOK-REFUND.

       CANCEL-UNBILLED-PREMIUM.

      * Nothing more is billed, chased or collected: the installments
      * still to come, the open invoices and credit notes, and the
      * direct-debit mandate all close with the policy.

           EXEC SQL
               UPDATE INSTALLMENT_SCHEDULE
               SET STATUS = 'CANCELLED'
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'PENDING'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR CANCELLING INSTALLMENTS, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL
               UPDATE INVOICE
               SET STATUS = 'CANCELLED'
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'UNPAID'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR CANCELLING INVOICES, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL
               UPDATE DD_MANDATE
               SET STATUS = 'CANCELLED'
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'ACTIVE'
           END-EXEC

           MOVE ZERO TO SQLCODE.

       REVERSE-ALL-COMMISSION.

      * Every agent's net position on every invoice of the policy is
      * taken back to nil with one FREELOOK row - commission, split
      * share and override alike, less anything already clawed back.
      * Override accruals not yet settled are stamped settled today
      * so COMMISSIONSETTLE never pays them out afterwards.

           MOVE TODAY-DATE TO DB-TERMINATION-DATE
           MOVE ZERO TO DB-TOTAL-REVERSAL

           EXEC SQL
               UPDATE COMMISSION_PAYABLE
               SET SETTLEMENT_DATE = :DB-TERMINATION-DATE
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND SETTLEMENT_DATE = '00000000'
           END-EXEC

           MOVE ZERO TO SQLCODE

           EXEC SQL
               DECLARE freelook_comm_cursor CURSOR FOR
               SELECT INVOICE_ID, AGENT_ID, SUM(COMMISSION_AMOUNT)
               FROM COMMISSION_PAYABLE
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND ENTRY_TYPE <> 'FREELOOK'
               GROUP BY INVOICE_ID, AGENT_ID
               HAVING SUM(COMMISSION_AMOUNT) <> 0
           END-EXEC

           EXEC SQL OPEN freelook_comm_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH freelook_comm_cursor
                   INTO :DB-INVOICE-ID, :DB-AGENT-ID,
                        :DB-NET-COMMISSION
               END-EXEC
               IF SQLCODE = 0
                   MOVE "FREELOOK" TO DB-ENTRY-TYPE
                   COMPUTE DB-COMMISSION-REVERSAL =
                           0 - DB-NET-COMMISSION
                   ADD DB-NET-COMMISSION TO DB-TOTAL-REVERSAL
                   PERFORM INSERT-COMMISSION-REVERSAL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE freelook_comm_cursor END-EXEC
           MOVE ZERO TO SQLCODE.

       RECORD-FREE-LOOK-REFUND.

           MOVE DB-OWNER-NAME     TO DB-PAYEE-NAME
           MOVE FREE-LOOK-REFUND  TO DB-REFUND-AMOUNT
           MOVE ZERO              TO DB-CLAIM-ID

           EXEC SQL
               INSERT INTO PREMIUM_REFUND
                   (CLAIM_ID, POLICY_ID, PAYEE_NAME, REFUND_AMOUNT,
                    COMMISSION_REVERSAL, CURRENCY_CODE,
                    TERMINATION_DATE)
               VALUES
                   (:DB-CLAIM-ID, :DB-POLICY-ID, :DB-PAYEE-NAME,
                    :DB-REFUND-AMOUNT, :DB-TOTAL-REVERSAL,
                    :DB-CURRENCY-CODE, :DB-TERMINATION-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RECORDING PREMIUM REFUND, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           IF FREE-LOOK-REFUND > ZERO
               MOVE "FREELOOK"       TO DB-PAYOUT-TYPE
               MOVE FREE-LOOK-REFUND TO DB-PAYOUT-AMOUNT
               MOVE ZERO             TO DB-SOURCE-REF
               PERFORM INSERT-DISBURSEMENT-REQUEST
           END-IF.

       WRITE-FREE-LOOK-GL.

      * Billing booked each invoice as receivable against premium
      * income and tax payable. The tax is given back in full and
      * what was never collected comes off the receivable; premium
      * income takes the difference, and the FREELOOK payout debits
      * it with the cash refunded - so nothing of the policy stays
      * in income.

           MOVE "FREELOOK"   TO JRN-SOURCE-CODE
           MOVE DB-POLICY-ID TO JRN-POLICY-ID
           MOVE ZERO         TO JRN-INVOICE-ID
           MOVE TODAY-DATE   TO JRN-ENTRY-DATE

           MOVE DB-TAX-TOTAL TO CONVERT-AMOUNT
           PERFORM CONVERT-TO-HOUSE-CURRENCY
           MOVE HOUSE-AMOUNT TO HOUSE-TAX-TOTAL

           MOVE DB-OPEN-TOTAL TO CONVERT-AMOUNT
           PERFORM CONVERT-TO-HOUSE-CURRENCY
           MOVE HOUSE-AMOUNT TO HOUSE-OPEN-TOTAL

           COMPUTE PREMIUM-REVERSAL =
                   HOUSE-OPEN-TOTAL - HOUSE-TAX-TOTAL

           IF HOUSE-TAX-TOTAL > ZERO
               MOVE HOUSE-TAX-TOTAL        TO JRN-AMOUNT
               MOVE GL-ACCOUNT-TAX-PAYABLE TO JRN-ACCOUNT-CODE
               MOVE "D"                    TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           END-IF

           IF HOUSE-OPEN-TOTAL > ZERO
               MOVE HOUSE-OPEN-TOTAL       TO JRN-AMOUNT
               MOVE GL-ACCOUNT-RECEIVABLE  TO JRN-ACCOUNT-CODE
               MOVE "C"                    TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           END-IF

           IF PREMIUM-REVERSAL > ZERO
               MOVE PREMIUM-REVERSAL       TO JRN-AMOUNT
               MOVE GL-ACCOUNT-PREMIUM-INC TO JRN-ACCOUNT-CODE
               MOVE "D"                    TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           END-IF

           IF PREMIUM-REVERSAL < ZERO
               COMPUTE JRN-AMOUNT = 0 - PREMIUM-REVERSAL
               MOVE GL-ACCOUNT-PREMIUM-INC TO JRN-ACCOUNT-CODE
               MOVE "C"                    TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           END-IF

           MOVE "LOAN" TO JRN-SOURCE-CODE.

       CHECK-ASSIGNEE-CONSENT.

      * While a collateral assignment is in force the assignee has
      * first call on the policy's value - nothing that would take
      * value out goes through until the assignee's consent to that
      * kind of transaction is on file for every live assignment.

           MOVE "N" TO CONSENT-MISSING-SWITCH
           MOVE ZERO TO DB-UNCONSENTED-COUNT
           ACCEPT DB-CONSENT-TODAY FROM DATE YYYYMMDD

           EXEC SQL
               SELECT COUNT(*) INTO :DB-UNCONSENTED-COUNT
               FROM POLICY_ASSIGNMENT A
               WHERE A.POLICY_ID = :DB-POLICY-ID
                 AND A.STATUS = 'ACTIVE'
                 AND (A.RELEASE_DATE = '00000000'
                      OR A.RELEASE_DATE > :DB-CONSENT-TODAY)
                 AND NOT EXISTS
                     (SELECT 1 FROM ASSIGNEE_CONSENT C
                      WHERE C.POLICY_ID = A.POLICY_ID
                        AND C.ASSIGNMENT_NO = A.ASSIGNMENT_NO
                        AND C.CONSENT_ACTION = :DB-CONSENT-ACTION)
           END-EXEC

           IF SQLCODE = 0 AND DB-UNCONSENTED-COUNT > ZERO
               SET ASSIGNEE-CONSENT-MISSING TO TRUE
           END-IF

           MOVE ZERO TO SQLCODE.

       REVERSE-AGENT-COMMISSION.

      * The reversal follows the same split the commission was paid
