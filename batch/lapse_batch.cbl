
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-UP-NOTICE-FILE ASSIGN TO "RPUNOTICE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAID-UP-NOTICE-FILE.
       01  PAID-UP-NOTICE-RECORD.
           05 RPN-POLICY-ID           PIC ZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RPN-CUSTOMER-NAME       PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RPN-CUSTOMER-ADDRESS    PIC X(40).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RPN-OLD-COVERAGE        PIC ZZZZZZZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RPN-NEW-COVERAGE        PIC ZZZZZZZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RPN-CONVERTED-DATE      PIC X(08).

       WORKING-STORAGE SECTION.

      * A policy is only lapsed once its oldest unpaid invoice has
       01 DAYS-OVERDUE             PIC S9(09).

       01 POLICIES-LAPSED          PIC 9(9) COMP VALUE ZERO.
       01 POLICIES-PAID-UP         PIC 9(9) COMP VALUE ZERO.
       01 NOTICES-SUPPRESSED       PIC 9(9) COMP VALUE ZERO.

      * Each paid-up notice is logged on the correspondence register
      * before it is printed. A customer whose mail has been coming
      * back is not sent another one - CORRLOG logs it suppressed and
      * puts it on the address trace list instead.

       01 COR-DOC-TYPE             PIC X(12) VALUE "PAID-UP".
       01 COR-SOURCE-PROGRAM       PIC X(14) VALUE "LAPSEBATCH".
       01 COR-DOC-REF              PIC X(12).
       01 COR-POLICY-ID            PIC 9(06).
       01 COR-CUSTOMER-ID          PIC 9(06).
       01 COR-AGENT-ID             PIC 9(06) VALUE ZERO.
       01 COR-RESULT               PIC X(01).
           88 COR-SUPPRESSED                 VALUE "X".
       01 COR-CORR-ID              PIC 9(09).

      * Reduced paid-up: on a product flagged for it, the premiums
      * actually paid (net of tax, less the surrender charge for the
      * policy year) buy a proportion of the original cover - paid
      * premium over the premium the policy would have paid in full.
      * A whole-of-life product has no term, so its full premium is
      * taken over the years below. Cover that would come out under
      * the minimum is not worth keeping and the policy lapses.

       01 RPU-WOL-PREMIUM-YEARS    PIC 9(03) VALUE 20.
       01 RPU-MINIMUM-COVER        PIC 9(9)V99 VALUE 1000.

       01 RPU-SWITCH               PIC X(01) VALUE "N".
           88 CONVERT-TO-RPU                 VALUE "Y".
       01 EFFECTIVE-INTEGER        PIC 9(09).
       01 ELAPSED-DAYS             PIC S9(09).
       01 POLICY-YEAR              PIC 9(03).
       01 CHARGE-PERCENT-USED      PIC 9(3)V99.
       01 RPU-CHARGE               PIC 9(9)V99.
       01 ACCUMULATED-VALUE        PIC 9(9)V99.
       01 PREMIUM-YEARS            PIC 9(03).
       01 FULL-TERM-PREMIUM        PIC 9(11)V99.

      * A policy loan does not outlive the policy it is secured on.
      * On a lapse the accumulated value repays what it can, the rest
      * is written off, and the loan closes as DEFAULTED - the same
      * close LOANINTEREST makes on a loan-default lapse, with the
      * same postings against the loan asset.

       01 LOANS-CLOSED-ON-LAPSE    PIC 9(9) COMP VALUE ZERO.
       01 LOAN-OFFSET              PIC 9(9)V99.
       01 LOAN-WRITE-OFF           PIC 9(9)V99.

       01 GL-ACCOUNT-POLICY-LOAN   PIC X(04) VALUE "1300".
       01 GL-ACCOUNT-SURRENDER     PIC X(04) VALUE "5200".
       01 GL-ACCOUNT-BAD-DEBT      PIC X(04) VALUE "6100".
       01 HOUSE-CURRENCY-CODE      PIC X(03) VALUE "USD".
       01 EXCHANGE-RATE-USED       PIC 9(3)V9(6).
       01 HOUSE-AMOUNT             PIC 9(9)V99.
       01 CONVERT-AMOUNT           PIC 9(9)V99.

       01 JRN-SOURCE-CODE      PIC X(10) VALUE "LOAN".
       01 JRN-POLICY-ID        PIC 9(06).
       01 JRN-INVOICE-ID       PIC 9(10).
       01 JRN-ACCOUNT-CODE     PIC X(04).
       01 JRN-DEBIT-CREDIT     PIC X(01).
       01 JRN-AMOUNT           PIC 9(9)V99.
       01 JRN-ENTRY-DATE       PIC 9(08).

       01 AUDIT-DATE                PIC 9(08).
       01 AUDIT-TIME                PIC 9(06).
       01 DB-CLAIM-ID              PIC 9(10).
       01 DB-CHANGED-DATE          PIC 9(08).
       01 DB-CHANGED-TIME          PIC 9(06).
       01 DB-PRODUCT-CODE          PIC X(10).
       01 DB-RPU-ELIGIBLE          PIC X(01).
       01 DB-TERM-YEARS            PIC 9(03).
       01 DB-EFFECTIVE-DATE        PIC 9(08).
       01 DB-BASE-PREMIUM          PIC 9(7)V99.
       01 DB-RIDER-PREMIUM         PIC 9(7)V99.
       01 DB-COVERAGE-AMOUNT       PIC 9(9)V99.
       01 DB-RPU-COVERAGE          PIC 9(9)V99.
       01 DB-PAID-PREMIUM          PIC 9(9)V99.
       01 DB-LOAN-BALANCE          PIC 9(9)V99.
       01 DB-LOAN-AMOUNT           PIC 9(9)V99.
       01 DB-CURRENCY-CODE         PIC X(03).
       01 DB-TXN-NO                PIC 9(05).
       01 DB-TXN-TYPE              PIC X(10).
       01 DB-TXN-DATE              PIC 9(08).
       01 DB-TXN-REF               PIC X(12).
       01 DB-RATE-DATE             PIC 9(08).
       01 DB-EXCHANGE-RATE         PIC 9(3)V9(6).
       01 DB-POLICY-YEAR           PIC 9(03).
       01 DB-CHARGE-PERCENT        PIC 9(3)V99.
       01 DB-CUSTOMER-ID           PIC 9(06).
       01 DB-CUSTOMER-NAME         PIC X(30).
       01 DB-CUSTOMER-ADDRESS      PIC X(40).
       01 DB-PARAM-KEY        PIC X(20).
       01 DB-PARAM-VALUE      PIC 9(9)V99.
       01 DB-PARAM-DATE       PIC 9(08).
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE (TODAY-DATE)

           OPEN OUTPUT PAID-UP-NOTICE-FILE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

      * Overdue is judged on the open balance - an invoice the
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           CLOSE PAID-UP-NOTICE-FILE

           DISPLAY "POLICIES LAPSED: " POLICIES-LAPSED
           DISPLAY "POLICIES CONVERTED TO PAID-UP: " POLICIES-PAID-UP
           DISPLAY "PAID-UP NOTICES SUPPRESSED, BAD ADDRESS: "
                   NOTICES-SUPPRESSED
           DISPLAY "POLICY LOANS CLOSED ON LAPSE: "
                   LOANS-CLOSED-ON-LAPSE
           PERFORM RECORD-STEP-METRICS

           DISPLAY "--- LAPSE BATCH PROCESS FINISHED ---"
           END-EXEC

           IF SQLCODE = 0 AND DB-OLD-STATUS = "ACTIVE"
               PERFORM CHECK-PAID-UP-OPTION
                  THRU CHECK-PAID-UP-OPTION-EXIT
               IF CONVERT-TO-RPU
                   PERFORM CONVERT-POLICY-TO-PAID-UP
                      THRU CONVERT-POLICY-TO-PAID-UP-EXIT
               ELSE
                   PERFORM LAPSE-POLICY
               END-IF
           END-IF

           MOVE ZERO TO SQLCODE.

       CHECK-PAID-UP-OPTION.

           MOVE "N" TO RPU-SWITCH
           MOVE ZERO TO DB-RPU-COVERAGE

           EXEC SQL
               SELECT P.PRODUCT_CODE, IFNULL(R.RPU_ELIGIBLE, 'N'),
                      IFNULL(R.TERM_YEARS, 1), P.EFFECTIVE_DATE,
                      IFNULL(P.BASE_PREMIUM, 0),
                      IFNULL(P.RIDER_PREMIUM, 0),
                      IFNULL(P.COVERAGE_AMOUNT, 0)
               INTO :DB-PRODUCT-CODE, :DB-RPU-ELIGIBLE,
                    :DB-TERM-YEARS, :DB-EFFECTIVE-DATE,
                    :DB-BASE-PREMIUM, :DB-RIDER-PREMIUM,
                    :DB-COVERAGE-AMOUNT
               FROM POLICY P
               LEFT JOIN PRODUCT R ON R.PRODUCT_CODE = P.PRODUCT_CODE
               WHERE P.POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
               GO TO CHECK-PAID-UP-OPTION-EXIT
           END-IF

           IF DB-RPU-ELIGIBLE NOT = "Y"
              OR DB-COVERAGE-AMOUNT = ZERO
               GO TO CHECK-PAID-UP-OPTION-EXIT
           END-IF

           PERFORM COMPUTE-ACCUMULATED-VALUE
              THRU COMPUTE-ACCUMULATED-VALUE-EXIT

      * A policy loan stays secured on the paid-up policy - but one
      * that already eats the whole value leaves nothing to keep the
      * cover going, so the policy lapses as before.

           MOVE ZERO TO DB-LOAN-BALANCE

           EXEC SQL
               SELECT IFNULL(BALANCE, 0) INTO :DB-LOAN-BALANCE
               FROM POLICY_LOAN
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'ACTIVE'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-LOAN-BALANCE
               MOVE ZERO TO SQLCODE
           END-IF

           IF ACCUMULATED-VALUE = ZERO
              OR DB-LOAN-BALANCE >= ACCUMULATED-VALUE
               GO TO CHECK-PAID-UP-OPTION-EXIT
           END-IF

           IF DB-TERM-YEARS = ZERO
               MOVE RPU-WOL-PREMIUM-YEARS TO PREMIUM-YEARS
           ELSE
               MOVE DB-TERM-YEARS TO PREMIUM-YEARS
           END-IF

           COMPUTE FULL-TERM-PREMIUM =
                   (DB-BASE-PREMIUM + DB-RIDER-PREMIUM) * PREMIUM-YEARS

           IF FULL-TERM-PREMIUM = ZERO
               GO TO CHECK-PAID-UP-OPTION-EXIT
           END-IF

           IF ACCUMULATED-VALUE >= FULL-TERM-PREMIUM
               MOVE DB-COVERAGE-AMOUNT TO DB-RPU-COVERAGE
           ELSE
               COMPUTE DB-RPU-COVERAGE ROUNDED =
                       DB-COVERAGE-AMOUNT * ACCUMULATED-VALUE
                       / FULL-TERM-PREMIUM
           END-IF

           IF DB-RPU-COVERAGE < RPU-MINIMUM-COVER
               DISPLAY "POLICY " DB-POLICY-ID " PAID-UP COVER "
                       DB-RPU-COVERAGE " UNDER MINIMUM, LAPSING"
               GO TO CHECK-PAID-UP-OPTION-EXIT
           END-IF

           SET CONVERT-TO-RPU TO TRUE.

       CHECK-PAID-UP-OPTION-EXIT.
           EXIT.

       COMPUTE-ACCUMULATED-VALUE.

      * Only premium the customer actually paid buys paid-up cover -
      * the overdue invoice behind the lapse, credit notes and
      * endorsement adjustments are all left out, and so is the tax.

           MOVE ZERO TO ACCUMULATED-VALUE
           MOVE ZERO TO DB-PAID-PREMIUM

           EXEC SQL
               SELECT IFNULL(SUM(AMOUNT - IFNULL(TAX_AMOUNT, 0)), 0)
               INTO :DB-PAID-PREMIUM
               FROM INVOICE
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'PAID'
                 AND IFNULL(INVOICE_TYPE, 'PREMIUM')
                     NOT IN ('CREDIT', 'ADJUSTMENT')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-PAID-PREMIUM
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-PAID-PREMIUM = ZERO
               GO TO COMPUTE-ACCUMULATED-VALUE-EXIT
           END-IF

           COMPUTE EFFECTIVE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (DB-EFFECTIVE-DATE)
           COMPUTE ELAPSED-DAYS = TODAY-INTEGER - EFFECTIVE-INTEGER

           COMPUTE POLICY-YEAR = (ELAPSED-DAYS / 365) + 1
           IF POLICY-YEAR < 1
               MOVE 1 TO POLICY-YEAR
           END-IF

           MOVE ZERO TO CHARGE-PERCENT-USED
           MOVE POLICY-YEAR TO DB-POLICY-YEAR

           EXEC SQL
               SELECT CHARGE_PERCENT INTO :DB-CHARGE-PERCENT
               FROM SURRENDER_CHARGE
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND POLICY_YEAR <= :DB-POLICY-YEAR
               ORDER BY POLICY_YEAR DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE = 0
               MOVE DB-CHARGE-PERCENT TO CHARGE-PERCENT-USED
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF

           COMPUTE RPU-CHARGE ROUNDED =
                   DB-PAID-PREMIUM * CHARGE-PERCENT-USED / 100
           COMPUTE ACCUMULATED-VALUE = DB-PAID-PREMIUM - RPU-CHARGE.

       COMPUTE-ACCUMULATED-VALUE-EXIT.
           EXIT.

       CONVERT-POLICY-TO-PAID-UP.

      * No more premium is due on a paid-up policy: riders drop off
      * with the premium, and whatever is left on the installment
      * schedule is cancelled so BILLINGBATCH never raises it. The
      * overdue invoice stays on the books as it would on a lapse.

           MOVE "PAID-UP" TO DB-NEW-STATUS

           MOVE DB-POLICY-ID TO SNAP-POLICY-ID
           MOVE "PAIDUP" TO SNAP-SOURCE
           PERFORM SNAPSHOT-POLICY
           MOVE "LAPSE" TO SNAP-SOURCE

           EXEC SQL
               UPDATE POLICY
               SET STATUS = :DB-NEW-STATUS,
                   COVERAGE_AMOUNT = :DB-RPU-COVERAGE,
                   BASE_PREMIUM = 0,
                   RIDER_PREMIUM = 0
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR CONVERTING POLICY " DB-POLICY-ID
                       ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               GO TO CONVERT-POLICY-TO-PAID-UP-EXIT
           END-IF

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

           DISPLAY "POLICY " DB-POLICY-ID " CONVERTED TO PAID-UP, "
                   "COVER " DB-COVERAGE-AMOUNT " REDUCED TO "
                   DB-RPU-COVERAGE

           ADD 1 TO POLICIES-PAID-UP

           PERFORM WRITE-LAPSE-AUDIT
           PERFORM WRITE-PAID-UP-NOTICE.

       CONVERT-POLICY-TO-PAID-UP-EXIT.
           EXIT.

       WRITE-PAID-UP-NOTICE.

           MOVE ZERO   TO DB-CUSTOMER-ID
           MOVE SPACES TO DB-CUSTOMER-NAME
           MOVE SPACES TO DB-CUSTOMER-ADDRESS

           EXEC SQL
               SELECT IFNULL(P.CUSTOMER_ID, 0),
                      IFNULL(C.CUSTOMER_NAME, P.CUSTOMER_NAME),
                      IFNULL(C.ADDRESS, ' ')
               INTO :DB-CUSTOMER-ID, :DB-CUSTOMER-NAME,
                    :DB-CUSTOMER-ADDRESS
               FROM POLICY P
               LEFT JOIN CUSTOMER C ON C.CUSTOMER_ID = P.CUSTOMER_ID
               WHERE P.POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
           END-IF

           PERFORM LOG-PAID-UP-NOTICE

      * The conversion stands either way - only the letter is held
      * back from an address the mail keeps coming back from.

           IF COR-SUPPRESSED
               ADD 1 TO NOTICES-SUPPRESSED
           ELSE
               MOVE DB-POLICY-ID        TO RPN-POLICY-ID
               MOVE DB-CUSTOMER-NAME    TO RPN-CUSTOMER-NAME
               MOVE DB-CUSTOMER-ADDRESS TO RPN-CUSTOMER-ADDRESS
               MOVE DB-COVERAGE-AMOUNT  TO RPN-OLD-COVERAGE
               MOVE DB-RPU-COVERAGE     TO RPN-NEW-COVERAGE
               MOVE TODAY-DATE          TO RPN-CONVERTED-DATE
               WRITE PAID-UP-NOTICE-RECORD
           END-IF.

       LOG-PAID-UP-NOTICE.

           MOVE DB-POLICY-ID   TO COR-DOC-REF
           MOVE DB-POLICY-ID   TO COR-POLICY-ID
           MOVE DB-CUSTOMER-ID TO COR-CUSTOMER-ID

           CALL "CORRLOG"
                USING COR-DOC-TYPE
                      COR-SOURCE-PROGRAM
                      COR-DOC-REF
                      COR-POLICY-ID
                      COR-CUSTOMER-ID
                      COR-AGENT-ID
                      COR-RESULT
                      COR-CORR-ID.

       LAPSE-POLICY.

           MOVE "LAPSED" TO DB-NEW-STATUS

           ADD 1 TO POLICIES-LAPSED

           PERFORM WRITE-LAPSE-AUDIT

           PERFORM CLOSE-LAPSED-POLICY-LOAN
              THRU CLOSE-LAPSED-POLICY-LOAN-EXIT.

       CLOSE-LAPSED-POLICY-LOAN.

           MOVE ZERO TO DB-LOAN-BALANCE

           EXEC SQL
               SELECT IFNULL(BALANCE, 0),
                      IFNULL(CURRENCY_CODE, 'USD')
               INTO :DB-LOAN-BALANCE, :DB-CURRENCY-CODE
               FROM POLICY_LOAN
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'ACTIVE'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
               GO TO CLOSE-LAPSED-POLICY-LOAN-EXIT
           END-IF

      * The paid-up test only measures the value on a product that
      * offers paid-up cover, so it is measured again here.

           PERFORM COMPUTE-ACCUMULATED-VALUE
              THRU COMPUTE-ACCUMULATED-VALUE-EXIT

           IF DB-LOAN-BALANCE > ACCUMULATED-VALUE
               MOVE ACCUMULATED-VALUE TO LOAN-OFFSET
               COMPUTE LOAN-WRITE-OFF =
                       DB-LOAN-BALANCE - ACCUMULATED-VALUE
           ELSE
               MOVE DB-LOAN-BALANCE TO LOAN-OFFSET
               MOVE ZERO TO LOAN-WRITE-OFF
           END-IF

           MOVE TODAY-DATE TO DB-TXN-DATE

           EXEC SQL
               UPDATE POLICY_LOAN
               SET BALANCE = 0,
                   STATUS = 'DEFAULTED',
                   CLOSED_DATE = :DB-TXN-DATE
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'ACTIVE'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR CLOSING POLICY LOAN, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
               GO TO CLOSE-LAPSED-POLICY-LOAN-EXIT
           END-IF

           MOVE "LAPSE" TO DB-TXN-REF

           IF LOAN-OFFSET > ZERO
               MOVE "DEFAULT"      TO DB-TXN-TYPE
               MOVE LOAN-OFFSET    TO DB-LOAN-AMOUNT
               MOVE LOAN-WRITE-OFF TO DB-LOAN-BALANCE
               PERFORM INSERT-LOAN-TXN
           END-IF

           IF LOAN-WRITE-OFF > ZERO
               MOVE "WRITEOFF"     TO DB-TXN-TYPE
               MOVE LOAN-WRITE-OFF TO DB-LOAN-AMOUNT
               MOVE ZERO           TO DB-LOAN-BALANCE
               PERFORM INSERT-LOAN-TXN
           END-IF

           PERFORM WRITE-LOAN-CLOSE-GL

           DISPLAY "POLICY " DB-POLICY-ID " LOAN CLOSED ON LAPSE, "
                   "VALUE APPLIED " LOAN-OFFSET " WRITTEN OFF "
                   LOAN-WRITE-OFF

           ADD 1 TO LOANS-CLOSED-ON-LAPSE.

       CLOSE-LAPSED-POLICY-LOAN-EXIT.
           EXIT.

       WRITE-LOAN-CLOSE-GL.

           MOVE DB-POLICY-ID TO JRN-POLICY-ID
           MOVE ZERO         TO JRN-INVOICE-ID
           MOVE TODAY-DATE   TO JRN-ENTRY-DATE

           IF LOAN-OFFSET > ZERO
               MOVE LOAN-OFFSET TO CONVERT-AMOUNT
               PERFORM CONVERT-TO-HOUSE-CURRENCY
               MOVE HOUSE-AMOUNT           TO JRN-AMOUNT
               MOVE GL-ACCOUNT-SURRENDER   TO JRN-ACCOUNT-CODE
               MOVE "D"                    TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
               MOVE GL-ACCOUNT-POLICY-LOAN TO JRN-ACCOUNT-CODE
               MOVE "C"                    TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           END-IF

           IF LOAN-WRITE-OFF > ZERO
               MOVE LOAN-WRITE-OFF TO CONVERT-AMOUNT
               PERFORM CONVERT-TO-HOUSE-CURRENCY
               MOVE HOUSE-AMOUNT           TO JRN-AMOUNT
               MOVE GL-ACCOUNT-BAD-DEBT    TO JRN-ACCOUNT-CODE
               MOVE "D"                    TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
               MOVE GL-ACCOUNT-POLICY-LOAN TO JRN-ACCOUNT-CODE
               MOVE "C"                    TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

       INSERT-LOAN-TXN.

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
                   (:DB-POLICY-ID, :DB-TXN-NO, :DB-TXN-DATE,
                    :DB-TXN-TYPE, :DB-LOAN-AMOUNT, :DB-LOAN-BALANCE,
                    :DB-TXN-REF, :DB-AUDIT-USER)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING LOAN LEDGER, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       CONVERT-TO-HOUSE-CURRENCY.

      * The rate in force on the run date, the same lookup the
      * other loan postings use.

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

       WRITE-LAPSE-AUDIT.

               MOVE DB-PARAM-VALUE TO GRACE-PERIOD-DAYS
           END-IF

           MOVE "RPU-WOL-PREMIUM-YEARS" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO RPU-WOL-PREMIUM-YEARS
           END-IF

           MOVE "RPU-MINIMUM-COVER" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO RPU-MINIMUM-COVER
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       FETCH-ONE-PARAMETER.

           MOVE "POLICIES-LAPSED" TO MET-METRIC-NAME
           MOVE POLICIES-LAPSED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "POLICIES-PAID-UP" TO MET-METRIC-NAME
           MOVE POLICIES-PAID-UP TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "NOTICES-SUPPRESSED" TO MET-METRIC-NAME
           MOVE NOTICES-SUPPRESSED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
