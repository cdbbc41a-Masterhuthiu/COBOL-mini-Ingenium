       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANINTEREST.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Policy loan interest is charged monthly on the anniversary of
      * the advance, at the rate fixed on the loan when it was first
      * opened, and added to the balance - the customer pays interest
      * on unpaid interest. A run that was missed catches up every
      * month that fell due, one INTEREST row on the loan ledger for
      * each.

       01 TODAY-DATE               PIC 9(08).
       01 TODAY-INTEGER            PIC 9(09).
       01 MONTH-INTEREST           PIC 9(9)V99.
       01 LOAN-INTEREST-TOTAL      PIC 9(9)V99.

       01 LOANS-CHARGED            PIC 9(9) COMP VALUE ZERO.
       01 INTEREST-CHARGED-TOTAL   PIC 9(11)V99 VALUE ZERO.
       01 LOANS-DEFAULTED          PIC 9(9) COMP VALUE ZERO.

      * Once the debt outgrows what the policy would pay on surrender
      * today - the same value SURRENDERENGINE quotes - the policy
      * goes into a loan-default lapse: the surrender value repays
      * what it can and the rest is written off. Only an in-force
      * policy is tested; one already lapsed or terminated has no
      * value left to measure against.

       01 TERM-DAYS                PIC S9(09).
       01 REMAINING-DAYS           PIC S9(09).
       01 ELAPSED-DAYS             PIC S9(09).
       01 EFFECTIVE-INTEGER        PIC 9(09).
       01 EXPIRY-INTEGER           PIC 9(09).
       01 ANNUAL-PREMIUM           PIC 9(7)V99.
       01 GROSS-VALUE              PIC 9(7)V99.
       01 SURRENDER-CHARGE         PIC 9(7)V99.
       01 SURRENDER-VALUE          PIC 9(7)V99.
       01 POLICY-YEAR              PIC 9(03).
       01 CHARGE-PERCENT-USED      PIC 9(3)V99.
       01 LOAN-OFFSET              PIC 9(9)V99.
       01 LOAN-WRITE-OFF           PIC 9(9)V99.

       01 AUDIT-DATE               PIC 9(08).
       01 AUDIT-TIME               PIC 9(06).

      * Interest is income the day it is charged - the loan asset
      * grows by the same amount. A default clears the loan asset
      * against the surrender expense for the part the value covers
      * and against bad debt for the rest.

       01 GL-ACCOUNT-POLICY-LOAN   PIC X(04) VALUE "1300".
       01 GL-ACCOUNT-LOAN-INTEREST PIC X(04) VALUE "4100".
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


      * The night's counts go to the step-metrics table as well as
      * the console, so the window performance report can compare
      * tonight against the recent average.

       01 MET-STEP-NAME        PIC X(20) VALUE "LOAN-INTEREST".
       01 MET-METRIC-NAME      PIC X(20).
       01 MET-METRIC-VALUE     PIC 9(11).


      * Every in-place change to the POLICY row is preceded by a
      * full before-image snapshot into POLICY_VERSION, so a claim
      * dispute can always ask what the terms were on a given day.

       01 SNAP-POLICY-ID       PIC 9(06).
       01 SNAP-SOURCE          PIC X(12) VALUE "LOANDEFAULT".
       01 SNAP-USER            PIC X(20) VALUE "LOANINTEREST".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-POLICY-ID             PIC 9(06).
       01 DB-LOAN-RATE             PIC 9(3)V99.
       01 DB-LOAN-BALANCE          PIC 9(9)V99.
       01 DB-NEXT-INTEREST         PIC 9(08).
       01 DB-CURRENCY-CODE         PIC X(03).
       01 DB-LOAN-INTEREST         PIC 9(9)V99.
       01 DB-LOAN-AMOUNT           PIC 9(9)V99.
       01 DB-TXN-NO                PIC 9(05).
       01 DB-TXN-TYPE              PIC X(10).
       01 DB-TXN-DATE              PIC 9(08).
       01 DB-TXN-REF               PIC X(12).
       01 DB-RUN-DATE              PIC 9(08).
       01 DB-STATUS                PIC X(10).
       01 DB-PRODUCT-CODE          PIC X(10).
       01 DB-EFFECTIVE-DATE        PIC 9(08).
       01 DB-EXPIRY-DATE           PIC 9(08).
       01 DB-BASE-PREMIUM          PIC 9(7)V99.
       01 DB-RIDER-PREMIUM         PIC 9(7)V99.
       01 DB-TERM-PREMIUM          PIC S9(9)V99.
       01 DB-POLICY-YEAR           PIC 9(03).
       01 DB-CHARGE-PERCENT        PIC 9(3)V99.
       01 DB-OLD-STATUS            PIC X(10).
       01 DB-NEW-STATUS            PIC X(10).
       01 DB-CLAIM-ID              PIC 9(10).
       01 DB-CHANGED-DATE          PIC 9(08).
       01 DB-CHANGED-TIME          PIC 9(06).
       01 DB-RATE-DATE             PIC 9(08).
       01 DB-EXCHANGE-RATE         PIC 9(3)V9(6).
       01 DB-AUDIT-USER        PIC X(20)
                              VALUE "LOANINTEREST".
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOAN-INTEREST.

           DISPLAY "--- POLICY LOAN INTEREST PROCESS START ---"

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE (TODAY-DATE)
           MOVE TODAY-DATE TO DB-RUN-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE loan_cursor CURSOR FOR
               SELECT POLICY_ID, IFNULL(INTEREST_RATE, 0), BALANCE,
                      IFNULL(NEXT_INTEREST_DATE, '00000000'),
                      IFNULL(CURRENCY_CODE, 'USD')
               FROM POLICY_LOAN
               WHERE STATUS = 'ACTIVE'
               ORDER BY POLICY_ID
           END-EXEC.

           EXEC SQL OPEN loan_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH loan_cursor
                   INTO :DB-POLICY-ID, :DB-LOAN-RATE,
                        :DB-LOAN-BALANCE, :DB-NEXT-INTEREST,
                        :DB-CURRENCY-CODE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PROCESS-ONE-LOAN
                       THRU PROCESS-ONE-LOAN-EXIT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE loan_cursor END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           DISPLAY "LOANS CHARGED INTEREST: " LOANS-CHARGED
           DISPLAY "INTEREST CHARGED: " INTEREST-CHARGED-TOTAL
           DISPLAY "LOANS DEFAULTED, POLICY LAPSED: " LOANS-DEFAULTED
           PERFORM RECORD-STEP-METRICS

           DISPLAY "--- POLICY LOAN INTEREST PROCESS FINISHED ---"
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       PROCESS-ONE-LOAN.

           MOVE ZERO TO LOAN-INTEREST-TOTAL

      * Interest runs only while the policy is in force - a loan
      * still open on a lapsed or terminated policy is not charged
      * another month.

           PERFORM LOOKUP-LOAN-POLICY

           IF DB-STATUS NOT = "ACTIVE"
              AND DB-STATUS NOT = "PAID-UP"
               GO TO PROCESS-ONE-LOAN-EXIT
           END-IF

           IF DB-NEXT-INTEREST NOT = ZERO
               PERFORM CHARGE-ONE-MONTH
                   UNTIL DB-NEXT-INTEREST > TODAY-DATE
           END-IF

           IF LOAN-INTEREST-TOTAL > ZERO
               PERFORM UPDATE-LOAN-INTEREST
           END-IF

      * A failed update above must not look like end-of-cursor to
      * the outer fetch loop.

           MOVE ZERO TO SQLCODE

           PERFORM COMPUTE-SURRENDER-VALUE

           IF DB-LOAN-BALANCE > SURRENDER-VALUE
               PERFORM DEFAULT-POLICY-LOAN
           END-IF

           MOVE ZERO TO SQLCODE.

       PROCESS-ONE-LOAN-EXIT.
           EXIT.

       CHARGE-ONE-MONTH.

           COMPUTE MONTH-INTEREST ROUNDED =
                   DB-LOAN-BALANCE * DB-LOAN-RATE / 1200

           ADD MONTH-INTEREST TO DB-LOAN-BALANCE
           ADD MONTH-INTEREST TO LOAN-INTEREST-TOTAL

           IF MONTH-INTEREST > ZERO
               MOVE DB-NEXT-INTEREST TO DB-TXN-DATE
               MOVE "INTEREST"       TO DB-TXN-TYPE
               MOVE MONTH-INTEREST   TO DB-LOAN-AMOUNT
               MOVE SPACES           TO DB-TXN-REF
               PERFORM INSERT-LOAN-TXN
           END-IF

           MOVE DB-NEXT-INTEREST TO MONTH-BASE-DATE
           MOVE 1 TO MONTHS-TO-ADD
           PERFORM ADD-MONTHS-TO-DATE
           MOVE MONTH-RESULT-DATE TO DB-NEXT-INTEREST.

       UPDATE-LOAN-INTEREST.

           MOVE LOAN-INTEREST-TOTAL TO DB-LOAN-INTEREST

           EXEC SQL
               UPDATE POLICY_LOAN
               SET BALANCE = :DB-LOAN-BALANCE,
                   INTEREST_CHARGED = IFNULL(INTEREST_CHARGED, 0)
                                      + :DB-LOAN-INTEREST,
                   NEXT_INTEREST_DATE = :DB-NEXT-INTEREST
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'ACTIVE'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR CHARGING LOAN INTEREST, POLICY "
                       DB-POLICY-ID ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               ADD 1 TO LOANS-CHARGED
               ADD LOAN-INTEREST-TOTAL TO INTEREST-CHARGED-TOTAL

               MOVE LOAN-INTEREST-TOTAL TO CONVERT-AMOUNT
               PERFORM CONVERT-TO-HOUSE-CURRENCY

               MOVE DB-POLICY-ID TO JRN-POLICY-ID
               MOVE ZERO         TO JRN-INVOICE-ID
               MOVE TODAY-DATE   TO JRN-ENTRY-DATE
               MOVE HOUSE-AMOUNT TO JRN-AMOUNT

               MOVE GL-ACCOUNT-POLICY-LOAN   TO JRN-ACCOUNT-CODE
               MOVE "D"                      TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL

               MOVE GL-ACCOUNT-LOAN-INTEREST TO JRN-ACCOUNT-CODE
               MOVE "C"                      TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

       LOOKUP-LOAN-POLICY.

           MOVE SPACES TO DB-STATUS

           EXEC SQL
               SELECT STATUS, PRODUCT_CODE, EFFECTIVE_DATE,
                      EXPIRY_DATE, BASE_PREMIUM,
                      IFNULL(RIDER_PREMIUM, 0)
               INTO :DB-STATUS, :DB-PRODUCT-CODE,
                    :DB-EFFECTIVE-DATE, :DB-EXPIRY-DATE,
                    :DB-BASE-PREMIUM, :DB-RIDER-PREMIUM
               FROM POLICY
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO DB-STATUS
           END-IF

           MOVE ZERO TO SQLCODE.

       COMPUTE-SURRENDER-VALUE.

      * Measured exactly as SURRENDERENGINE measures it - the term
      * premium pro-rata over what is left of the term, less the
      * surrender charge for the policy year.

           MOVE ZERO TO GROSS-VALUE
           MOVE ZERO TO SURRENDER-CHARGE
           MOVE ZERO TO SURRENDER-VALUE

           COMPUTE EFFECTIVE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (DB-EFFECTIVE-DATE)
           COMPUTE ELAPSED-DAYS = TODAY-INTEGER - EFFECTIVE-INTEGER

           IF DB-EXPIRY-DATE = ZERO
               MOVE ZERO TO EXPIRY-INTEGER
               MOVE ZERO TO TERM-DAYS
               MOVE ZERO TO REMAINING-DAYS
           ELSE
               COMPUTE EXPIRY-INTEGER =
                       FUNCTION INTEGER-OF-DATE (DB-EXPIRY-DATE)
               COMPUTE TERM-DAYS =
                       EXPIRY-INTEGER - EFFECTIVE-INTEGER
               COMPUTE REMAINING-DAYS =
                       EXPIRY-INTEGER - TODAY-INTEGER
           END-IF

           PERFORM LOOKUP-TERM-PREMIUM

           IF TERM-DAYS > ZERO AND REMAINING-DAYS > ZERO
               COMPUTE GROSS-VALUE ROUNDED =
                       ANNUAL-PREMIUM * REMAINING-DAYS / TERM-DAYS
           ELSE
               IF TERM-DAYS = ZERO
                   MOVE ANNUAL-PREMIUM TO GROSS-VALUE
               END-IF
           END-IF

           PERFORM LOOKUP-SURRENDER-CHARGE

           COMPUTE SURRENDER-CHARGE ROUNDED =
                   GROSS-VALUE * CHARGE-PERCENT-USED / 100
           COMPUTE SURRENDER-VALUE =
                   GROSS-VALUE - SURRENDER-CHARGE.

       LOOKUP-TERM-PREMIUM.

           MOVE ZERO TO DB-TERM-PREMIUM

           EXEC SQL
               SELECT IFNULL(SUM(AMOUNT - IFNULL(TAX_AMOUNT, 0)),
                      0)
               INTO :DB-TERM-PREMIUM
               FROM INVOICE
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND DUE_DATE >= :DB-EFFECTIVE-DATE
                 AND IFNULL(INVOICE_TYPE, 'PREMIUM')
                     NOT IN ('CREDIT', 'ADJUSTMENT')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-TERM-PREMIUM
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-TERM-PREMIUM > ZERO
               MOVE DB-TERM-PREMIUM TO ANNUAL-PREMIUM
           ELSE
               COMPUTE ANNUAL-PREMIUM =
                       DB-BASE-PREMIUM + DB-RIDER-PREMIUM
           END-IF.

       LOOKUP-SURRENDER-CHARGE.

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
           END-IF.

       DEFAULT-POLICY-LOAN.

      * The surrender value repays what it can and the policy lapses
      * - there is nothing left in it to keep it going. The loan
      * closes as DEFAULTED so a reinstatement can see why the
      * policy went down.

           MOVE SURRENDER-VALUE TO LOAN-OFFSET
           COMPUTE LOAN-WRITE-OFF = DB-LOAN-BALANCE - SURRENDER-VALUE

           MOVE DB-STATUS    TO DB-OLD-STATUS
           MOVE "LAPSED"     TO DB-NEW-STATUS
           MOVE DB-POLICY-ID TO SNAP-POLICY-ID
           PERFORM SNAPSHOT-POLICY

           EXEC SQL
               UPDATE POLICY SET STATUS = :DB-NEW-STATUS
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR LAPSING POLICY " DB-POLICY-ID
                       ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           PERFORM WRITE-LAPSE-AUDIT

           EXEC SQL
               UPDATE POLICY_LOAN
               SET BALANCE = 0,
                   STATUS = 'DEFAULTED',
                   CLOSED_DATE = :DB-RUN-DATE
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'ACTIVE'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR DEFAULTING POLICY LOAN, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE TODAY-DATE TO DB-TXN-DATE
           MOVE "LOANDEFAULT" TO DB-TXN-REF

           IF LOAN-OFFSET > ZERO
               MOVE "DEFAULT"      TO DB-TXN-TYPE
               MOVE LOAN-OFFSET    TO DB-LOAN-AMOUNT
               MOVE LOAN-WRITE-OFF TO DB-LOAN-BALANCE
               PERFORM INSERT-LOAN-TXN
           END-IF

           MOVE "WRITEOFF"     TO DB-TXN-TYPE
           MOVE LOAN-WRITE-OFF TO DB-LOAN-AMOUNT
           MOVE ZERO           TO DB-LOAN-BALANCE
           PERFORM INSERT-LOAN-TXN

           PERFORM WRITE-LOAN-DEFAULT-GL

           DISPLAY "POLICY " DB-POLICY-ID " LAPSED ON LOAN DEFAULT, "
                   "VALUE " SURRENDER-VALUE " WRITTEN OFF "
                   LOAN-WRITE-OFF

           ADD 1 TO LOANS-DEFAULTED.

       WRITE-LOAN-DEFAULT-GL.

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

           MOVE LOAN-WRITE-OFF TO CONVERT-AMOUNT
           PERFORM CONVERT-TO-HOUSE-CURRENCY
           MOVE HOUSE-AMOUNT           TO JRN-AMOUNT
           MOVE GL-ACCOUNT-BAD-DEBT    TO JRN-ACCOUNT-CODE
           MOVE "D"                    TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL
           MOVE GL-ACCOUNT-POLICY-LOAN TO JRN-ACCOUNT-CODE
           MOVE "C"                    TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL.

       WRITE-LAPSE-AUDIT.

           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME

           MOVE ZERO           TO DB-CLAIM-ID
           MOVE AUDIT-DATE     TO DB-CHANGED-DATE
           MOVE AUDIT-TIME     TO DB-CHANGED-TIME

           EXEC SQL
               INSERT INTO POLICY_AUDIT
                   (POLICY_ID, OLD_STATUS, NEW_STATUS, CLAIM_ID,
                    CHANGED_DATE, CHANGED_TIME,
                    CHANGED_BY)
               VALUES
                   (:DB-POLICY-ID, :DB-OLD-STATUS, :DB-NEW-STATUS,
                    :DB-CLAIM-ID, :DB-CHANGED-DATE, :DB-CHANGED-TIME,
                    :DB-AUDIT-USER)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING POLICY AUDIT, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
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

       RECORD-STEP-METRICS.

           MOVE "LOANS-CHARGED" TO MET-METRIC-NAME
           MOVE LOANS-CHARGED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "LOANS-DEFAULTED" TO MET-METRIC-NAME
           MOVE LOANS-DEFAULTED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE.

       SNAPSHOT-POLICY.

           CALL "POLICYSNAP"
                USING SNAP-POLICY-ID
                      SNAP-SOURCE
                      SNAP-USER.
