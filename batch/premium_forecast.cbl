       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMFORECAST.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-REPORT ASSIGN TO "PREMFCST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FORECAST-REPORT.
       01  FORECAST-HEADING-LINE        PIC X(110).
       01  FORECAST-DETAIL-LINE.
           05 FILLER                    PIC X(02).
           05 FDL-PRODUCT-CODE          PIC X(10).
           05 FILLER                    PIC X(01).
           05 FDL-BILLING-FREQ          PIC X(10).
           05 FILLER                    PIC X(01).
           05 FDL-CURRENCY-CODE         PIC X(03).
           05 FILLER                    PIC X(01).
           05 FDL-SCHEDULED             PIC -ZZZZZZZZ9.99.
           05 FILLER                    PIC X(01).
           05 FDL-OUTSTANDING           PIC -ZZZZZZZZ9.99.
           05 FILLER                    PIC X(01).
           05 FDL-LAPSE-PCT             PIC ZZ9.99.
           05 FILLER                    PIC X(01).
           05 FDL-NONPAY-PCT            PIC ZZ9.99.
           05 FILLER                    PIC X(01).
           05 FDL-EXPECTED              PIC -ZZZZZZZZ9.99.
           05 FILLER                    PIC X(01).
           05 FDL-EXPECTED-HOUSE        PIC -ZZZZZZZZ9.99.
       01  FORECAST-RENEWAL-LINE.
           05 FILLER                    PIC X(02).
           05 FRL-PRODUCT-CODE          PIC X(10).
           05 FILLER                    PIC X(01).
           05 FRL-BILLING-FREQ          PIC X(10).
           05 FILLER                    PIC X(01).
           05 FRL-CURRENCY-CODE         PIC X(03).
           05 FILLER                    PIC X(01).
           05 FRL-INVITED               PIC -ZZZZZZZZ9.99.
           05 FILLER                    PIC X(01).
           05 FRL-RENEWAL-PCT           PIC ZZ9.99.
           05 FILLER                    PIC X(08).
           05 FRL-LAPSE-PCT             PIC ZZ9.99.
           05 FILLER                    PIC X(01).
           05 FRL-NONPAY-PCT            PIC ZZ9.99.
           05 FILLER                    PIC X(01).
           05 FRL-EXPECTED              PIC -ZZZZZZZZ9.99.
           05 FILLER                    PIC X(01).
           05 FRL-EXPECTED-HOUSE        PIC -ZZZZZZZZ9.99.
       01  FORECAST-SUMMARY-LINE.
           05 FILLER                    PIC X(02).
           05 FSL-PERIOD                PIC X(06).
           05 FILLER                    PIC X(04).
           05 FSL-BASE-HOUSE            PIC -ZZZZZZZZZZ9.99.
           05 FILLER                    PIC X(02).
           05 FSL-RENEWAL-HOUSE         PIC -ZZZZZZZZZZ9.99.
           05 FILLER                    PIC X(02).
           05 FSL-TOTAL-HOUSE           PIC -ZZZZZZZZZZ9.99.
       01  FORECAST-COMPARE-LINE.
           05 FILLER                    PIC X(02).
           05 FCL-PRODUCT-CODE          PIC X(10).
           05 FILLER                    PIC X(02).
           05 FCL-FORECAST-HOUSE        PIC -ZZZZZZZZZZ9.99.
           05 FILLER                    PIC X(02).
           05 FCL-ACTUAL-HOUSE          PIC -ZZZZZZZZZZ9.99.
           05 FILLER                    PIC X(02).
           05 FCL-VARIANCE              PIC -ZZZZZZZZZZ9.99.
           05 FILLER                    PIC X(02).
           05 FCL-VARIANCE-PCT          PIC X(08).
       01  FORECAST-AMOUNT-LINE.
           05 FAL-CAPTION               PIC X(50).
           05 FAL-AMOUNT                PIC -ZZZZZZZZZZ9.99.

       WORKING-STORAGE SECTION.

      * Month-end forecast of the premium we expect to take in over
      * the next twelve calendar months, one block per month split
      * by product, billing frequency and currency, with each line
      * also in the house currency at the run date's rate. Only
      * ACTIVE policies carry premium forward - paid-up and lapsed
      * business owes nothing further. Three sources feed it:
      *
      *   SCHEDULED   - PENDING installments on INSTALLMENT_SCHEDULE
      *                 not yet billed, in the month they fall due
      *   OUTSTANDING - what is still owed on UNPAID premium invoices
      *                 (credit notes are not receipts), in the month
      *                 due - anything already overdue is expected in
      *                 the first month
      *   RENEWALS    - renewal invitations still INVITED, the new
      *                 term premium spread over the installments
      *                 RENEWBATCH will raise from the term expiry,
      *                 shown as their own line
      *
      * Each product's recent experience thins the gross figures.
      * Over the last twelve months:
      *
      *   LAPSE RATE  - ACTIVE to LAPSED moves on POLICY_AUDIT over
      *                 the product's ACTIVE policies plus those lost;
      *                 scheduled premium m months out is cut by
      *                 m twelfths of the rate
      *   NON-PAYMENT - the share of premium invoiced that is still
      *                 unpaid, counting invoices due from twelve
      *                 months back to one month back so the latest
      *                 are not held against us while still in grace
      *   RENEWAL     - invitations RENEWED over those RENEWED or
      *                 DECLINED, or FCST-RENEWAL-PCT where the product
      *                 has no history yet
      *
      * Every line is saved to PREMIUM_FORECAST under this run's
      * period. The next run reads back the month it forecast as
      * its first and sets it beside what PAYMENT_RECEIPT actually
      * collected (not reversed), product by product.

       01 TODAY-DATE                 PIC 9(08).
       01 RUN-PERIOD                 PIC X(06).
       01 PRIOR-PERIOD               PIC X(06).
       01 LOOKBACK-FROM-DATE         PIC 9(08).
       01 NONPAY-TO-DATE             PIC 9(08).

      * Months are shifted on the calendar parts; a day that does
      * not exist in the target month (the 31st, or 29 February)
      * still compares correctly against the CHAR(08) dates.

       01 DATE-WORK.
           05 DATE-WORK-YEAR         PIC 9(04).
           05 DATE-WORK-MONTH        PIC 9(02).
           05 DATE-WORK-DAY          PIC 9(02).
       01 DATE-WORK-NUMBER REDEFINES DATE-WORK
                                     PIC 9(08).
       01 MONTH-SHIFT                PIC S9(03).
       01 MONTH-COUNT                PIC 9(07).
       01 MONTH-OF-YEAR              PIC 9(02).

      * A due month is placed by counting calendar months from the
      * run month - month 1 of the forecast is next month.

       01 EVENT-PERIOD               PIC X(06).
       01 EVENT-PERIOD-PARTS REDEFINES EVENT-PERIOD.
           05 EVENT-PERIOD-YEAR      PIC 9(04).
           05 EVENT-PERIOD-MONTH     PIC 9(02).
       01 RUN-MONTH-COUNT            PIC 9(07).
       01 MONTH-OFFSET               PIC S9(05).

       01 MONTH-NO                   PIC 9(02) COMP.
       01 ENTRY-NO                   PIC 9(04) COMP.
       01 FOUND-ENTRY                PIC 9(04) COMP.
       01 COMPARE-NO                 PIC 9(04) COMP.
       01 FOUND-COMPARE              PIC 9(04) COMP.
       01 MONTH-EDIT                 PIC Z9.

       01 HORIZON-TABLE.
           05 HORIZON-MONTH OCCURS 12 TIMES.
              10 HORIZON-PERIOD      PIC X(06).
              10 HORIZON-BASE-HOUSE  PIC S9(13)V99.
              10 HORIZON-RENEW-HOUSE PIC S9(13)V99.
       01 HORIZON-END-PERIOD         PIC X(06).

      * One entry per product, billing frequency and currency on
      * the ACTIVE book, loaded in that order so the report reads
      * sorted. The product's rates and the currency's rate to the
      * house ride on every entry; the month buckets hold the gross
      * amounts in the policy currency.

       01 FORECAST-TABLE-SIZE        PIC 9(04) COMP VALUE 300.
       01 FORECAST-ENTRY-COUNT       PIC 9(04) COMP VALUE ZERO.
       01 FORECAST-TABLE.
           05 FORECAST-ENTRY OCCURS 300 TIMES.
              10 FCST-PRODUCT-CODE   PIC X(10).
              10 FCST-BILLING-FREQ   PIC X(10).
              10 FCST-CURRENCY-CODE  PIC X(03).
              10 FCST-TERM-YEARS     PIC 9(03).
              10 FCST-RATE-TO-HOUSE  PIC 9(3)V9(6).
              10 FCST-LAPSE-RATE     PIC 9V9(6).
              10 FCST-NONPAY-RATE    PIC 9V9(6).
              10 FCST-RENEWAL-RATE   PIC 9V9(6).
              10 FCST-MONTH OCCURS 12 TIMES.
                 15 FCST-SCHEDULED   PIC S9(11)V99.
                 15 FCST-OUTSTANDING PIC S9(11)V99.
                 15 FCST-RENEWAL     PIC S9(11)V99.

       01 ENTRIES-DROPPED-SWITCH     PIC X(01) VALUE "N".
           88 ENTRIES-DROPPED                  VALUE "Y".

       01 CURRENT-PRODUCT-CODE       PIC X(10) VALUE SPACES.
       01 PRODUCT-LAPSE-RATE         PIC 9V9(6).
       01 PRODUCT-NONPAY-RATE        PIC 9V9(6).
       01 PRODUCT-RENEWAL-RATE       PIC 9V9(6).
       01 DEFAULT-RENEWAL-PCT        PIC 9(3)V99 VALUE 80.00.

       01 LAPSE-DECREMENT            PIC 9(3)V9(6).
       01 SURVIVAL-FACTOR            PIC 9V9(6).
       01 COLLECTION-FACTOR          PIC 9V9(6).
       01 EXPECTED-BASE              PIC S9(11)V99.
       01 EXPECTED-RENEWAL           PIC S9(11)V99.
       01 HOUSE-BASE                 PIC S9(11)V99.
       01 HOUSE-RENEWAL              PIC S9(11)V99.
       01 GRAND-BASE-HOUSE           PIC S9(13)V99 VALUE ZERO.
       01 GRAND-RENEW-HOUSE          PIC S9(13)V99 VALUE ZERO.
       01 LINES-SAVED                PIC 9(07) VALUE ZERO.

      * A renewal comes in as RENEWBATCH will bill it: monthly and
      * quarterly payers over the term's installments, everyone
      * else as one invoice for the term premium at expiry.

       01 FIRST-RENEWAL-MONTH        PIC S9(05).
       01 RENEWAL-MONTH              PIC S9(05).
       01 RENEWAL-STEP               PIC 9(02).
       01 INSTALLMENT-COUNT          PIC 9(04).
       01 INSTALLMENT-NO             PIC 9(04).
       01 RENEWAL-INSTALLMENT        PIC 9(9)V99.

      * Last month's forecast against this month's receipts, one
      * entry per product found on either side.

       01 COMPARE-TABLE-SIZE         PIC 9(04) COMP VALUE 100.
       01 COMPARE-COUNT              PIC 9(04) COMP VALUE ZERO.
       01 COMPARE-TABLE.
           05 COMPARE-ENTRY OCCURS 100 TIMES.
              10 CMP-PRODUCT-CODE    PIC X(10).
              10 CMP-FORECAST-HOUSE  PIC S9(13)V99.
              10 CMP-ACTUAL-HOUSE    PIC S9(13)V99.
       01 PRIOR-FORECAST-SWITCH      PIC X(01) VALUE "N".
           88 PRIOR-FORECAST-FOUND             VALUE "Y".
       01 COMPARE-VARIANCE           PIC S9(13)V99.
       01 COMPARE-PCT                PIC S9(5)V99.
       01 COMPARE-PCT-EDIT           PIC -ZZZ9.99.
       01 TOTAL-FORECAST-HOUSE       PIC S9(13)V99 VALUE ZERO.
       01 TOTAL-ACTUAL-HOUSE         PIC S9(13)V99 VALUE ZERO.

       01 HOUSE-CURRENCY-CODE        PIC X(03) VALUE "USD".
       01 EXCHANGE-RATE-USED         PIC 9(3)V9(6).
       01 HOUSE-AMOUNT               PIC S9(13)V99.

       01 PARAM-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 PARAM-FOUND                      VALUE "Y".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-PRODUCT-CODE            PIC X(10).
       01 DB-BILLING-FREQUENCY       PIC X(10).
       01 DB-CURRENCY-CODE           PIC X(03).
       01 DB-TERM-YEARS              PIC 9(03).
       01 DB-DUE-PERIOD              PIC X(06).
       01 DB-AMOUNT                  PIC S9(11)V99.
       01 DB-EXPIRY-DATE             PIC X(08).
       01 DB-NEW-PREMIUM             PIC 9(9)V99.
       01 DB-LOOKBACK-FROM           PIC 9(08).
       01 DB-NONPAY-TO               PIC 9(08).
       01 DB-LAPSE-COUNT             PIC 9(07).
       01 DB-IN-FORCE-COUNT          PIC 9(07).
       01 DB-BILLED-AMOUNT           PIC S9(11)V99.
       01 DB-UNPAID-AMOUNT           PIC S9(11)V99.
       01 DB-RENEWED-COUNT           PIC 9(07).
       01 DB-DECLINED-COUNT          PIC 9(07).
       01 DB-RUN-PERIOD              PIC X(06).
       01 DB-PRIOR-PERIOD            PIC X(06).
       01 DB-HORIZON-END             PIC X(06).
       01 DB-FORECAST-PERIOD         PIC X(06).
       01 DB-RUN-DATE                PIC 9(08).
       01 DB-SCHEDULED-AMOUNT        PIC S9(11)V99.
       01 DB-OUTSTANDING-AMOUNT      PIC S9(11)V99.
       01 DB-EXPECTED-AMOUNT         PIC S9(11)V99.
       01 DB-RENEWAL-AMOUNT          PIC S9(11)V99.
       01 DB-EXPECTED-HOUSE          PIC S9(11)V99.
       01 DB-FORECAST-HOUSE          PIC S9(13)V99.
       01 DB-RATE-DATE               PIC 9(08).
       01 DB-EXCHANGE-RATE           PIC 9(3)V9(6).
       01 DB-PARAM-KEY               PIC X(20).
       01 DB-PARAM-VALUE             PIC 9(9)V99.
       01 DB-PARAM-DATE              PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                    PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PREMIUM-FORECAST.

           DISPLAY "--- PREMIUM CASH-FLOW FORECAST START ---"

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE (1:6) TO RUN-PERIOD
           MOVE RUN-PERIOD TO DB-RUN-PERIOD
           MOVE TODAY-DATE TO DB-RUN-DATE
           MOVE TODAY-DATE TO DB-RATE-DATE

           INITIALIZE FORECAST-TABLE
           INITIALIZE COMPARE-TABLE

           PERFORM SET-FORECAST-DATES

           OPEN OUTPUT FORECAST-REPORT

           MOVE SPACES TO FORECAST-HEADING-LINE
           STRING "TWELVE-MONTH PREMIUM CASH-FLOW FORECAST - "
                  "PERIOD " RUN-PERIOD " RUN " TODAY-DATE
                  DELIMITED BY SIZE INTO FORECAST-HEADING-LINE
           WRITE FORECAST-HEADING-LINE

           MOVE SPACES TO FORECAST-HEADING-LINE
           STRING "HOUSE CURRENCY " HOUSE-CURRENCY-CODE
                  " AT THE RUN DATE RATE - EXPERIENCE FROM "
                  LOOKBACK-FROM-DATE
                  DELIMITED BY SIZE INTO FORECAST-HEADING-LINE
           WRITE FORECAST-HEADING-LINE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOAD-RUN-PARAMETERS

           PERFORM COMPARE-LAST-FORECAST

           PERFORM LOAD-FORECAST-KEYS
           PERFORM LOAD-PENDING-INSTALLMENTS
           PERFORM LOAD-OUTSTANDING-INVOICES
           PERFORM LOAD-INVITED-RENEWALS

           PERFORM REPORT-ONE-MONTH
               VARYING MONTH-NO FROM 1 BY 1
               UNTIL MONTH-NO > 12

           PERFORM WRITE-FORECAST-SUMMARY

           PERFORM SAVE-FORECAST

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           CLOSE FORECAST-REPORT

           DISPLAY "FORECAST LINES: " FORECAST-ENTRY-COUNT
           DISPLAY "FORECAST ROWS SAVED: " LINES-SAVED
           DISPLAY "EXPECTED RECEIPTS 12 MONTHS (HOUSE): "
                   GRAND-BASE-HOUSE
           DISPLAY "EXPECTED RENEWALS 12 MONTHS (HOUSE): "
                   GRAND-RENEW-HOUSE

      * A book too big for the table still gets a report, but one
      * that is short - flag the step so it is looked at.

           IF ENTRIES-DROPPED
               DISPLAY "WARNING: FORECAST TABLE FULL, SOME LINES "
                       "LEFT OUT"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           DISPLAY "--- PREMIUM CASH-FLOW FORECAST FINISHED ---"
           GOBACK.

       SET-FORECAST-DATES.

           MOVE TODAY-DATE TO DATE-WORK-NUMBER
           COMPUTE RUN-MONTH-COUNT = DATE-WORK-YEAR * 12
                                   + DATE-WORK-MONTH - 1

           MOVE -1 TO MONTH-SHIFT
           PERFORM SHIFT-DATE-BY-MONTHS
           MOVE DATE-WORK (1:6) TO PRIOR-PERIOD
           MOVE DATE-WORK-NUMBER TO NONPAY-TO-DATE

           MOVE TODAY-DATE TO DATE-WORK-NUMBER
           MOVE -12 TO MONTH-SHIFT
           PERFORM SHIFT-DATE-BY-MONTHS
           MOVE DATE-WORK-NUMBER TO LOOKBACK-FROM-DATE

           PERFORM SET-ONE-HORIZON-MONTH
               VARYING MONTH-NO FROM 1 BY 1
               UNTIL MONTH-NO > 12

           MOVE HORIZON-PERIOD (12) TO HORIZON-END-PERIOD

           MOVE PRIOR-PERIOD       TO DB-PRIOR-PERIOD
           MOVE HORIZON-END-PERIOD TO DB-HORIZON-END
           MOVE LOOKBACK-FROM-DATE TO DB-LOOKBACK-FROM
           MOVE NONPAY-TO-DATE     TO DB-NONPAY-TO.

       SET-ONE-HORIZON-MONTH.

           MOVE TODAY-DATE TO DATE-WORK-NUMBER
           MOVE MONTH-NO TO MONTH-SHIFT
           PERFORM SHIFT-DATE-BY-MONTHS
           MOVE DATE-WORK (1:6) TO HORIZON-PERIOD (MONTH-NO)
           MOVE ZERO TO HORIZON-BASE-HOUSE (MONTH-NO)
           MOVE ZERO TO HORIZON-RENEW-HOUSE (MONTH-NO).

       SHIFT-DATE-BY-MONTHS.

           COMPUTE MONTH-COUNT = DATE-WORK-YEAR * 12
                               + DATE-WORK-MONTH - 1
                               + MONTH-SHIFT
           DIVIDE MONTH-COUNT BY 12
               GIVING DATE-WORK-YEAR
               REMAINDER MONTH-OF-YEAR
           COMPUTE DATE-WORK-MONTH = MONTH-OF-YEAR + 1.

       PLACE-IN-HORIZON.

      * A due month with no sensible date, or one already past, is
      * money expected straight away - the first forecast month.

           IF EVENT-PERIOD IS NUMERIC
               COMPUTE MONTH-OFFSET = EVENT-PERIOD-YEAR * 12
                                    + EVENT-PERIOD-MONTH - 1
                                    - RUN-MONTH-COUNT
           ELSE
               MOVE 1 TO MONTH-OFFSET
           END-IF

           IF MONTH-OFFSET < 1
               MOVE 1 TO MONTH-OFFSET
           END-IF.

       LOAD-RUN-PARAMETERS.

      * The value in force at today's date applies for the whole
      * run - a key with no row on file keeps its compiled default.

           MOVE TODAY-DATE TO DB-PARAM-DATE

           MOVE "FCST-RENEWAL-PCT" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO DEFAULT-RENEWAL-PCT
           END-IF.

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

       LOAD-FORECAST-KEYS.

           EXEC SQL
               DECLARE fcst_key_cursor CURSOR FOR
               SELECT DISTINCT P.PRODUCT_CODE,
                      IFNULL(P.BILLING_FREQUENCY, 'ANNUAL'),
                      IFNULL(P.CURRENCY_CODE, 'USD'),
                      IFNULL(R.TERM_YEARS, 1)
               FROM POLICY P, PRODUCT R
               WHERE R.PRODUCT_CODE = P.PRODUCT_CODE
                 AND P.STATUS = 'ACTIVE'
               ORDER BY 1, 2, 3
           END-EXEC.

           EXEC SQL OPEN fcst_key_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH fcst_key_cursor
                   INTO :DB-PRODUCT-CODE, :DB-BILLING-FREQUENCY,
                        :DB-CURRENCY-CODE, :DB-TERM-YEARS
               END-EXEC
               IF SQLCODE = 0
                   PERFORM ADD-FORECAST-ENTRY
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE fcst_key_cursor END-EXEC.
           MOVE ZERO TO SQLCODE.

       ADD-FORECAST-ENTRY.

           IF DB-PRODUCT-CODE NOT = CURRENT-PRODUCT-CODE
               MOVE DB-PRODUCT-CODE TO CURRENT-PRODUCT-CODE
               PERFORM COMPUTE-PRODUCT-RATES
           END-IF

           IF FORECAST-ENTRY-COUNT NOT < FORECAST-TABLE-SIZE
               SET ENTRIES-DROPPED TO TRUE
           ELSE
               ADD 1 TO FORECAST-ENTRY-COUNT
               MOVE FORECAST-ENTRY-COUNT TO ENTRY-NO
               MOVE DB-PRODUCT-CODE
                   TO FCST-PRODUCT-CODE (ENTRY-NO)
               MOVE DB-BILLING-FREQUENCY
                   TO FCST-BILLING-FREQ (ENTRY-NO)
               MOVE DB-CURRENCY-CODE
                   TO FCST-CURRENCY-CODE (ENTRY-NO)
               IF DB-TERM-YEARS = ZERO
                   MOVE 1 TO FCST-TERM-YEARS (ENTRY-NO)
               ELSE
                   MOVE DB-TERM-YEARS TO FCST-TERM-YEARS (ENTRY-NO)
               END-IF
               MOVE PRODUCT-LAPSE-RATE
                   TO FCST-LAPSE-RATE (ENTRY-NO)
               MOVE PRODUCT-NONPAY-RATE
                   TO FCST-NONPAY-RATE (ENTRY-NO)
               MOVE PRODUCT-RENEWAL-RATE
                   TO FCST-RENEWAL-RATE (ENTRY-NO)
               PERFORM LOOKUP-HOUSE-RATE
               MOVE EXCHANGE-RATE-USED
                   TO FCST-RATE-TO-HOUSE (ENTRY-NO)
           END-IF.

       COMPUTE-PRODUCT-RATES.

           MOVE ZERO TO PRODUCT-LAPSE-RATE
           MOVE ZERO TO PRODUCT-NONPAY-RATE

           MOVE ZERO TO DB-LAPSE-COUNT
           MOVE ZERO TO DB-IN-FORCE-COUNT
           MOVE ZERO TO DB-BILLED-AMOUNT
           MOVE ZERO TO DB-UNPAID-AMOUNT
           MOVE ZERO TO DB-RENEWED-COUNT
           MOVE ZERO TO DB-DECLINED-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-LAPSE-COUNT
               FROM POLICY_AUDIT A, POLICY P
               WHERE A.POLICY_ID = P.POLICY_ID
                 AND P.PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND A.OLD_STATUS = 'ACTIVE'
                 AND A.NEW_STATUS = 'LAPSED'
                 AND A.CHANGED_DATE >= :DB-LOOKBACK-FROM
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-LAPSE-COUNT
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :DB-IN-FORCE-COUNT
               FROM POLICY
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND STATUS = 'ACTIVE'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-IN-FORCE-COUNT
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-LAPSE-COUNT + DB-IN-FORCE-COUNT > ZERO
               COMPUTE PRODUCT-LAPSE-RATE ROUNDED =
                       DB-LAPSE-COUNT
                       / (DB-LAPSE-COUNT + DB-IN-FORCE-COUNT)
           END-IF

           EXEC SQL
               SELECT IFNULL(SUM(I.AMOUNT), 0),
                      IFNULL(SUM(CASE WHEN I.STATUS = 'UNPAID'
                                 THEN I.AMOUNT
                                      - IFNULL(I.PAID_TO_DATE, 0)
                                 ELSE 0 END), 0)
               INTO :DB-BILLED-AMOUNT, :DB-UNPAID-AMOUNT
               FROM INVOICE I, POLICY P
               WHERE I.POLICY_ID = P.POLICY_ID
                 AND P.PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND I.STATUS IN ('PAID', 'UNPAID')
                 AND IFNULL(I.INVOICE_TYPE, 'PREMIUM') <> 'CREDIT'
                 AND I.DUE_DATE >= :DB-LOOKBACK-FROM
                 AND I.DUE_DATE < :DB-NONPAY-TO
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-BILLED-AMOUNT
               MOVE ZERO TO DB-UNPAID-AMOUNT
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-BILLED-AMOUNT > ZERO
              AND DB-UNPAID-AMOUNT > ZERO
               IF DB-UNPAID-AMOUNT > DB-BILLED-AMOUNT
                   MOVE 1 TO PRODUCT-NONPAY-RATE
               ELSE
                   COMPUTE PRODUCT-NONPAY-RATE ROUNDED =
                           DB-UNPAID-AMOUNT / DB-BILLED-AMOUNT
               END-IF
           END-IF

           EXEC SQL
               SELECT IFNULL(SUM(CASE WHEN V.STATUS = 'RENEWED'
                                 THEN 1 ELSE 0 END), 0),
                      IFNULL(SUM(CASE WHEN V.STATUS = 'DECLINED'
                                 THEN 1 ELSE 0 END), 0)
               INTO :DB-RENEWED-COUNT, :DB-DECLINED-COUNT
               FROM RENEWAL_INVITE V, POLICY P
               WHERE V.POLICY_ID = P.POLICY_ID
                 AND P.PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND V.INVITED_DATE >= :DB-LOOKBACK-FROM
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-RENEWED-COUNT
               MOVE ZERO TO DB-DECLINED-COUNT
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-RENEWED-COUNT + DB-DECLINED-COUNT > ZERO
               COMPUTE PRODUCT-RENEWAL-RATE ROUNDED =
                       DB-RENEWED-COUNT
                       / (DB-RENEWED-COUNT + DB-DECLINED-COUNT)
           ELSE
               COMPUTE PRODUCT-RENEWAL-RATE ROUNDED =
                       DEFAULT-RENEWAL-PCT / 100
           END-IF.

       FIND-FORECAST-ENTRY.

           MOVE ZERO TO FOUND-ENTRY

           PERFORM MATCH-ONE-ENTRY
               VARYING ENTRY-NO FROM 1 BY 1
               UNTIL ENTRY-NO > FORECAST-ENTRY-COUNT
                  OR FOUND-ENTRY NOT = ZERO.

       MATCH-ONE-ENTRY.

           IF FCST-PRODUCT-CODE (ENTRY-NO) = DB-PRODUCT-CODE
              AND FCST-BILLING-FREQ (ENTRY-NO) = DB-BILLING-FREQUENCY
              AND FCST-CURRENCY-CODE (ENTRY-NO) = DB-CURRENCY-CODE
               MOVE ENTRY-NO TO FOUND-ENTRY
           END-IF.

       LOAD-PENDING-INSTALLMENTS.

           EXEC SQL
               DECLARE fcst_inst_cursor CURSOR FOR
               SELECT P.PRODUCT_CODE,
                      IFNULL(P.BILLING_FREQUENCY, 'ANNUAL'),
                      IFNULL(P.CURRENCY_CODE, 'USD'),
                      substr(S.DUE_DATE, 1, 6),
                      IFNULL(SUM(S.AMOUNT), 0)
               FROM INSTALLMENT_SCHEDULE S, POLICY P
               WHERE S.POLICY_ID = P.POLICY_ID
                 AND P.STATUS = 'ACTIVE'
                 AND S.STATUS = 'PENDING'
                 AND substr(S.DUE_DATE, 1, 6) <= :DB-HORIZON-END
               GROUP BY P.PRODUCT_CODE, P.BILLING_FREQUENCY,
                        P.CURRENCY_CODE, substr(S.DUE_DATE, 1, 6)
           END-EXEC.

           EXEC SQL OPEN fcst_inst_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH fcst_inst_cursor
                   INTO :DB-PRODUCT-CODE, :DB-BILLING-FREQUENCY,
                        :DB-CURRENCY-CODE, :DB-DUE-PERIOD,
                        :DB-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   PERFORM ADD-SCHEDULED-AMOUNT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE fcst_inst_cursor END-EXEC.
           MOVE ZERO TO SQLCODE.

       ADD-SCHEDULED-AMOUNT.

           PERFORM FIND-FORECAST-ENTRY
           MOVE DB-DUE-PERIOD TO EVENT-PERIOD
           PERFORM PLACE-IN-HORIZON

           IF FOUND-ENTRY NOT = ZERO
               ADD DB-AMOUNT
                   TO FCST-SCHEDULED (FOUND-ENTRY, MONTH-OFFSET)
           END-IF.

       LOAD-OUTSTANDING-INVOICES.

           EXEC SQL
               DECLARE fcst_inv_cursor CURSOR FOR
               SELECT P.PRODUCT_CODE,
                      IFNULL(P.BILLING_FREQUENCY, 'ANNUAL'),
                      IFNULL(P.CURRENCY_CODE, 'USD'),
                      substr(I.DUE_DATE, 1, 6),
                      IFNULL(SUM(I.AMOUNT
                                 - IFNULL(I.PAID_TO_DATE, 0)), 0)
               FROM INVOICE I, POLICY P
               WHERE I.POLICY_ID = P.POLICY_ID
                 AND P.STATUS = 'ACTIVE'
                 AND I.STATUS = 'UNPAID'
                 AND IFNULL(I.INVOICE_TYPE, 'PREMIUM') <> 'CREDIT'
                 AND substr(I.DUE_DATE, 1, 6) <= :DB-HORIZON-END
               GROUP BY P.PRODUCT_CODE, P.BILLING_FREQUENCY,
                        P.CURRENCY_CODE, substr(I.DUE_DATE, 1, 6)
           END-EXEC.

           EXEC SQL OPEN fcst_inv_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH fcst_inv_cursor
                   INTO :DB-PRODUCT-CODE, :DB-BILLING-FREQUENCY,
                        :DB-CURRENCY-CODE, :DB-DUE-PERIOD,
                        :DB-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   PERFORM ADD-OUTSTANDING-AMOUNT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE fcst_inv_cursor END-EXEC.
           MOVE ZERO TO SQLCODE.

       ADD-OUTSTANDING-AMOUNT.

           PERFORM FIND-FORECAST-ENTRY
           MOVE DB-DUE-PERIOD TO EVENT-PERIOD
           PERFORM PLACE-IN-HORIZON

           IF FOUND-ENTRY NOT = ZERO
              AND DB-AMOUNT > ZERO
               ADD DB-AMOUNT
                   TO FCST-OUTSTANDING (FOUND-ENTRY, MONTH-OFFSET)
           END-IF.

       LOAD-INVITED-RENEWALS.

           EXEC SQL
               DECLARE fcst_renew_cursor CURSOR FOR
               SELECT P.PRODUCT_CODE,
                      IFNULL(P.BILLING_FREQUENCY, 'ANNUAL'),
                      IFNULL(P.CURRENCY_CODE, 'USD'),
                      V.TERM_EXPIRY_DATE,
                      IFNULL(V.NEW_PREMIUM, 0)
               FROM RENEWAL_INVITE V, POLICY P
               WHERE V.POLICY_ID = P.POLICY_ID
                 AND P.STATUS = 'ACTIVE'
                 AND V.STATUS = 'INVITED'
                 AND substr(V.TERM_EXPIRY_DATE, 1, 6)
                     <= :DB-HORIZON-END
           END-EXEC.

           EXEC SQL OPEN fcst_renew_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH fcst_renew_cursor
                   INTO :DB-PRODUCT-CODE, :DB-BILLING-FREQUENCY,
                        :DB-CURRENCY-CODE, :DB-EXPIRY-DATE,
                        :DB-NEW-PREMIUM
               END-EXEC
               IF SQLCODE = 0
                   PERFORM SPREAD-ONE-RENEWAL
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE fcst_renew_cursor END-EXEC.
           MOVE ZERO TO SQLCODE.

       SPREAD-ONE-RENEWAL.

           PERFORM FIND-FORECAST-ENTRY

           IF FOUND-ENTRY NOT = ZERO
              AND DB-NEW-PREMIUM > ZERO
               MOVE DB-EXPIRY-DATE (1:6) TO EVENT-PERIOD
               PERFORM PLACE-IN-HORIZON
               MOVE MONTH-OFFSET TO FIRST-RENEWAL-MONTH

               EVALUATE DB-BILLING-FREQUENCY
                   WHEN "MONTHLY"
                       COMPUTE INSTALLMENT-COUNT =
                               12 * FCST-TERM-YEARS (FOUND-ENTRY)
                       MOVE 1 TO RENEWAL-STEP
                   WHEN "QUARTERLY"
                       COMPUTE INSTALLMENT-COUNT =
                               4 * FCST-TERM-YEARS (FOUND-ENTRY)
                       MOVE 3 TO RENEWAL-STEP
                   WHEN OTHER
                       MOVE 1 TO INSTALLMENT-COUNT
                       MOVE 12 TO RENEWAL-STEP
               END-EVALUATE

               COMPUTE RENEWAL-INSTALLMENT ROUNDED =
                       DB-NEW-PREMIUM / INSTALLMENT-COUNT

               PERFORM PLACE-ONE-RENEWAL-INSTALLMENT
                   VARYING INSTALLMENT-NO FROM 1 BY 1
                   UNTIL INSTALLMENT-NO > INSTALLMENT-COUNT
           END-IF.

       PLACE-ONE-RENEWAL-INSTALLMENT.

           COMPUTE RENEWAL-MONTH = FIRST-RENEWAL-MONTH
                   + ((INSTALLMENT-NO - 1) * RENEWAL-STEP)

           IF RENEWAL-MONTH NOT > 12
               ADD RENEWAL-INSTALLMENT
                   TO FCST-RENEWAL (FOUND-ENTRY, RENEWAL-MONTH)
           END-IF.

       COMPUTE-ENTRY-MONTH.

      * Scheduled premium has to survive lapse to the month it is
      * due; everything, billed or not, has to be paid when it is.

           COMPUTE LAPSE-DECREMENT ROUNDED =
                   FCST-LAPSE-RATE (ENTRY-NO) * MONTH-NO / 12

           IF LAPSE-DECREMENT > 1
               MOVE ZERO TO SURVIVAL-FACTOR
           ELSE
               COMPUTE SURVIVAL-FACTOR = 1 - LAPSE-DECREMENT
           END-IF

           COMPUTE COLLECTION-FACTOR =
                   1 - FCST-NONPAY-RATE (ENTRY-NO)

           COMPUTE EXPECTED-BASE ROUNDED =
                   ((FCST-SCHEDULED (ENTRY-NO, MONTH-NO)
                     * SURVIVAL-FACTOR)
                    + FCST-OUTSTANDING (ENTRY-NO, MONTH-NO))
                   * COLLECTION-FACTOR

           COMPUTE EXPECTED-RENEWAL ROUNDED =
                   FCST-RENEWAL (ENTRY-NO, MONTH-NO)
                   * FCST-RENEWAL-RATE (ENTRY-NO)
                   * SURVIVAL-FACTOR
                   * COLLECTION-FACTOR

           COMPUTE HOUSE-BASE ROUNDED =
                   EXPECTED-BASE * FCST-RATE-TO-HOUSE (ENTRY-NO)
           COMPUTE HOUSE-RENEWAL ROUNDED =
                   EXPECTED-RENEWAL * FCST-RATE-TO-HOUSE (ENTRY-NO).

       REPORT-ONE-MONTH.

           MOVE SPACES TO FORECAST-HEADING-LINE
           WRITE FORECAST-HEADING-LINE

           MOVE MONTH-NO TO MONTH-EDIT
           MOVE SPACES TO FORECAST-HEADING-LINE
           STRING "EXPECTED RECEIPTS FOR " HORIZON-PERIOD (MONTH-NO)
                  " - FORECAST MONTH " MONTH-EDIT " OF 12"
                  DELIMITED BY SIZE INTO FORECAST-HEADING-LINE
           WRITE FORECAST-HEADING-LINE

           MOVE SPACES TO FORECAST-HEADING-LINE
           MOVE "  PRODUCT    FREQUENCY  CCY     SCHEDULED "
               TO FORECAST-HEADING-LINE
           MOVE "  OUTSTANDING LAPSE% NOPAY%      EXPECTED "
               TO FORECAST-HEADING-LINE (43:42)
           MOVE "  HOUSE EQUIV"
               TO FORECAST-HEADING-LINE (85:13)
           WRITE FORECAST-HEADING-LINE

           PERFORM REPORT-ONE-ENTRY
               VARYING ENTRY-NO FROM 1 BY 1
               UNTIL ENTRY-NO > FORECAST-ENTRY-COUNT

           MOVE SPACES TO FORECAST-HEADING-LINE
           MOVE "  RENEWALS STILL INVITED - PROBABILITY-WEIGHTED"
               TO FORECAST-HEADING-LINE
           WRITE FORECAST-HEADING-LINE

           MOVE SPACES TO FORECAST-HEADING-LINE
           MOVE "  PRODUCT    FREQUENCY  CCY   NEW PREMIUM "
               TO FORECAST-HEADING-LINE
           MOVE "RENEW%        LAPSE% NOPAY%      EXPECTED "
               TO FORECAST-HEADING-LINE (43:42)
           MOVE "  HOUSE EQUIV"
               TO FORECAST-HEADING-LINE (85:13)
           WRITE FORECAST-HEADING-LINE

           PERFORM REPORT-ONE-RENEWAL
               VARYING ENTRY-NO FROM 1 BY 1
               UNTIL ENTRY-NO > FORECAST-ENTRY-COUNT

           MOVE "  MONTH TOTAL - SCHEDULED AND BILLED (HOUSE):"
               TO FAL-CAPTION
           MOVE HORIZON-BASE-HOUSE (MONTH-NO) TO FAL-AMOUNT
           WRITE FORECAST-AMOUNT-LINE

           MOVE "  MONTH TOTAL - INVITED RENEWALS (HOUSE):"
               TO FAL-CAPTION
           MOVE HORIZON-RENEW-HOUSE (MONTH-NO) TO FAL-AMOUNT
           WRITE FORECAST-AMOUNT-LINE

           ADD HORIZON-BASE-HOUSE (MONTH-NO)  TO GRAND-BASE-HOUSE
           ADD HORIZON-RENEW-HOUSE (MONTH-NO) TO GRAND-RENEW-HOUSE.

       REPORT-ONE-ENTRY.

           IF FCST-SCHEDULED (ENTRY-NO, MONTH-NO) NOT = ZERO
              OR FCST-OUTSTANDING (ENTRY-NO, MONTH-NO) NOT = ZERO
               PERFORM COMPUTE-ENTRY-MONTH

               MOVE SPACES TO FORECAST-DETAIL-LINE
               MOVE FCST-PRODUCT-CODE (ENTRY-NO)  TO FDL-PRODUCT-CODE
               MOVE FCST-BILLING-FREQ (ENTRY-NO)  TO FDL-BILLING-FREQ
               MOVE FCST-CURRENCY-CODE (ENTRY-NO)
                   TO FDL-CURRENCY-CODE
               MOVE FCST-SCHEDULED (ENTRY-NO, MONTH-NO)
                   TO FDL-SCHEDULED
               MOVE FCST-OUTSTANDING (ENTRY-NO, MONTH-NO)
                   TO FDL-OUTSTANDING
               COMPUTE FDL-LAPSE-PCT ROUNDED =
                       FCST-LAPSE-RATE (ENTRY-NO) * 100
               COMPUTE FDL-NONPAY-PCT ROUNDED =
                       FCST-NONPAY-RATE (ENTRY-NO) * 100
               MOVE EXPECTED-BASE TO FDL-EXPECTED
               MOVE HOUSE-BASE    TO FDL-EXPECTED-HOUSE
               WRITE FORECAST-DETAIL-LINE

               ADD HOUSE-BASE TO HORIZON-BASE-HOUSE (MONTH-NO)
           END-IF.

       REPORT-ONE-RENEWAL.

           IF FCST-RENEWAL (ENTRY-NO, MONTH-NO) NOT = ZERO
               PERFORM COMPUTE-ENTRY-MONTH

               MOVE SPACES TO FORECAST-RENEWAL-LINE
               MOVE FCST-PRODUCT-CODE (ENTRY-NO)  TO FRL-PRODUCT-CODE
               MOVE FCST-BILLING-FREQ (ENTRY-NO)  TO FRL-BILLING-FREQ
               MOVE FCST-CURRENCY-CODE (ENTRY-NO)
                   TO FRL-CURRENCY-CODE
               MOVE FCST-RENEWAL (ENTRY-NO, MONTH-NO)
                   TO FRL-INVITED
               COMPUTE FRL-RENEWAL-PCT ROUNDED =
                       FCST-RENEWAL-RATE (ENTRY-NO) * 100
               COMPUTE FRL-LAPSE-PCT ROUNDED =
                       FCST-LAPSE-RATE (ENTRY-NO) * 100
               COMPUTE FRL-NONPAY-PCT ROUNDED =
                       FCST-NONPAY-RATE (ENTRY-NO) * 100
               MOVE EXPECTED-RENEWAL TO FRL-EXPECTED
               MOVE HOUSE-RENEWAL    TO FRL-EXPECTED-HOUSE
               WRITE FORECAST-RENEWAL-LINE

               ADD HOUSE-RENEWAL TO HORIZON-RENEW-HOUSE (MONTH-NO)
           END-IF.

       WRITE-FORECAST-SUMMARY.

           MOVE SPACES TO FORECAST-HEADING-LINE
           WRITE FORECAST-HEADING-LINE

           MOVE "TWELVE-MONTH SUMMARY - HOUSE CURRENCY"
               TO FORECAST-HEADING-LINE
           WRITE FORECAST-HEADING-LINE

           MOVE SPACES TO FORECAST-HEADING-LINE
           MOVE "  MONTH        BOOK PREMIUM         RENEWALS"
               TO FORECAST-HEADING-LINE
           MOVE "   TOTAL EXPECTED"
               TO FORECAST-HEADING-LINE (45:17)
           WRITE FORECAST-HEADING-LINE

           PERFORM WRITE-ONE-SUMMARY-LINE
               VARYING MONTH-NO FROM 1 BY 1
               UNTIL MONTH-NO > 12

           MOVE SPACES TO FORECAST-SUMMARY-LINE
           MOVE "TOTAL"           TO FSL-PERIOD
           MOVE GRAND-BASE-HOUSE  TO FSL-BASE-HOUSE
           MOVE GRAND-RENEW-HOUSE TO FSL-RENEWAL-HOUSE
           COMPUTE FSL-TOTAL-HOUSE =
                   GRAND-BASE-HOUSE + GRAND-RENEW-HOUSE
           WRITE FORECAST-SUMMARY-LINE.

       WRITE-ONE-SUMMARY-LINE.

           MOVE SPACES TO FORECAST-SUMMARY-LINE
           MOVE HORIZON-PERIOD (MONTH-NO)      TO FSL-PERIOD
           MOVE HORIZON-BASE-HOUSE (MONTH-NO)  TO FSL-BASE-HOUSE
           MOVE HORIZON-RENEW-HOUSE (MONTH-NO) TO FSL-RENEWAL-HOUSE
           COMPUTE FSL-TOTAL-HOUSE =
                   HORIZON-BASE-HOUSE (MONTH-NO)
                   + HORIZON-RENEW-HOUSE (MONTH-NO)
           WRITE FORECAST-SUMMARY-LINE.

       SAVE-FORECAST.

      * A rerun in the same month replaces that month's forecast.

           EXEC SQL
               DELETE FROM PREMIUM_FORECAST
               WHERE RUN_PERIOD = :DB-RUN-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
           END-IF

           PERFORM SAVE-ONE-ENTRY-MONTH
               VARYING ENTRY-NO FROM 1 BY 1
               UNTIL ENTRY-NO > FORECAST-ENTRY-COUNT
               AFTER MONTH-NO FROM 1 BY 1
               UNTIL MONTH-NO > 12.

       SAVE-ONE-ENTRY-MONTH.

           IF FCST-SCHEDULED (ENTRY-NO, MONTH-NO) NOT = ZERO
              OR FCST-OUTSTANDING (ENTRY-NO, MONTH-NO) NOT = ZERO
              OR FCST-RENEWAL (ENTRY-NO, MONTH-NO) NOT = ZERO
               PERFORM COMPUTE-ENTRY-MONTH
               PERFORM INSERT-FORECAST-ROW
           END-IF.

       INSERT-FORECAST-ROW.

           MOVE HORIZON-PERIOD (MONTH-NO)     TO DB-FORECAST-PERIOD
           MOVE FCST-PRODUCT-CODE (ENTRY-NO)  TO DB-PRODUCT-CODE
           MOVE FCST-BILLING-FREQ (ENTRY-NO)  TO DB-BILLING-FREQUENCY
           MOVE FCST-CURRENCY-CODE (ENTRY-NO) TO DB-CURRENCY-CODE
           MOVE FCST-SCHEDULED (ENTRY-NO, MONTH-NO)
               TO DB-SCHEDULED-AMOUNT
           MOVE FCST-OUTSTANDING (ENTRY-NO, MONTH-NO)
               TO DB-OUTSTANDING-AMOUNT
           MOVE EXPECTED-BASE    TO DB-EXPECTED-AMOUNT
           MOVE EXPECTED-RENEWAL TO DB-RENEWAL-AMOUNT
           COMPUTE DB-EXPECTED-HOUSE = HOUSE-BASE + HOUSE-RENEWAL

           EXEC SQL
               INSERT INTO PREMIUM_FORECAST
                   (RUN_PERIOD, FORECAST_PERIOD, PRODUCT_CODE,
                    BILLING_FREQUENCY, CURRENCY_CODE, RUN_DATE,
                    SCHEDULED_AMOUNT, OUTSTANDING_AMOUNT,
                    EXPECTED_AMOUNT, RENEWAL_AMOUNT, EXPECTED_HOUSE)
               VALUES
                   (:DB-RUN-PERIOD, :DB-FORECAST-PERIOD,
                    :DB-PRODUCT-CODE, :DB-BILLING-FREQUENCY,
                    :DB-CURRENCY-CODE, :DB-RUN-DATE,
                    :DB-SCHEDULED-AMOUNT, :DB-OUTSTANDING-AMOUNT,
                    :DB-EXPECTED-AMOUNT, :DB-RENEWAL-AMOUNT,
                    :DB-EXPECTED-HOUSE)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO LINES-SAVED
           ELSE
               DISPLAY "ERROR SAVING FORECAST, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       COMPARE-LAST-FORECAST.

      * Last month's run forecast this month as its first month.
      * Receipts are the premium money applied this month and not
      * since reversed, in the house currency at today's rate.

           MOVE SPACES TO FORECAST-HEADING-LINE
           WRITE FORECAST-HEADING-LINE

           MOVE SPACES TO FORECAST-HEADING-LINE
           STRING "FORECAST AGAINST RECEIPTS FOR " RUN-PERIOD
                  " - AS FORECAST AT " PRIOR-PERIOD " MONTH END"
                  DELIMITED BY SIZE INTO FORECAST-HEADING-LINE
           WRITE FORECAST-HEADING-LINE

           MOVE SPACES TO FORECAST-HEADING-LINE
           MOVE "  PRODUCT            FORECAST           ACTUAL"
               TO FORECAST-HEADING-LINE
           MOVE "         VARIANCE VARIANCE%"
               TO FORECAST-HEADING-LINE (47:26)
           WRITE FORECAST-HEADING-LINE

           EXEC SQL
               DECLARE fcst_prior_cursor CURSOR FOR
               SELECT PRODUCT_CODE, IFNULL(SUM(EXPECTED_HOUSE), 0)
               FROM PREMIUM_FORECAST
               WHERE RUN_PERIOD = :DB-PRIOR-PERIOD
                 AND FORECAST_PERIOD = :DB-RUN-PERIOD
               GROUP BY PRODUCT_CODE
               ORDER BY PRODUCT_CODE
           END-EXEC.

           EXEC SQL OPEN fcst_prior_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH fcst_prior_cursor
                   INTO :DB-PRODUCT-CODE, :DB-FORECAST-HOUSE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM ADD-PRIOR-FORECAST
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE fcst_prior_cursor END-EXEC.
           MOVE ZERO TO SQLCODE

           EXEC SQL
               DECLARE fcst_actual_cursor CURSOR FOR
               SELECT P.PRODUCT_CODE,
                      IFNULL(R.CURRENCY_CODE, 'USD'),
                      IFNULL(SUM(R.APPLIED_AMOUNT), 0)
               FROM PAYMENT_RECEIPT R, INVOICE I, POLICY P
               WHERE I.INVOICE_ID = R.INVOICE_ID
                 AND P.POLICY_ID = R.POLICY_ID
                 AND IFNULL(I.INVOICE_TYPE, 'PREMIUM') <> 'CREDIT'
                 AND substr(R.VALUE_DATE, 1, 6) = :DB-RUN-PERIOD
                 AND IFNULL(TRIM(R.REVERSED_DATE), '') = ''
               GROUP BY P.PRODUCT_CODE, R.CURRENCY_CODE
               ORDER BY P.PRODUCT_CODE
           END-EXEC.

           EXEC SQL OPEN fcst_actual_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH fcst_actual_cursor
                   INTO :DB-PRODUCT-CODE, :DB-CURRENCY-CODE,
                        :DB-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   PERFORM ADD-ACTUAL-RECEIPTS
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE fcst_actual_cursor END-EXEC.
           MOVE ZERO TO SQLCODE

           IF NOT PRIOR-FORECAST-FOUND
               MOVE SPACES TO FORECAST-HEADING-LINE
               MOVE "  NO FORECAST ON FILE FROM LAST MONTH'S RUN"
                   TO FORECAST-HEADING-LINE
               WRITE FORECAST-HEADING-LINE
           END-IF

           PERFORM WRITE-ONE-COMPARE-LINE
               VARYING COMPARE-NO FROM 1 BY 1
               UNTIL COMPARE-NO > COMPARE-COUNT

           MOVE SPACES TO FORECAST-COMPARE-LINE
           MOVE "TOTAL"              TO FCL-PRODUCT-CODE
           MOVE TOTAL-FORECAST-HOUSE TO FCL-FORECAST-HOUSE
           MOVE TOTAL-ACTUAL-HOUSE   TO FCL-ACTUAL-HOUSE
           COMPUTE COMPARE-VARIANCE =
                   TOTAL-ACTUAL-HOUSE - TOTAL-FORECAST-HOUSE
           MOVE COMPARE-VARIANCE     TO FCL-VARIANCE
           IF TOTAL-FORECAST-HOUSE NOT = ZERO
               COMPUTE COMPARE-PCT ROUNDED =
                       COMPARE-VARIANCE * 100 / TOTAL-FORECAST-HOUSE
               MOVE COMPARE-PCT      TO COMPARE-PCT-EDIT
               MOVE COMPARE-PCT-EDIT TO FCL-VARIANCE-PCT
           ELSE
               MOVE "     N/A" TO FCL-VARIANCE-PCT
           END-IF
           WRITE FORECAST-COMPARE-LINE.

       ADD-PRIOR-FORECAST.

           SET PRIOR-FORECAST-FOUND TO TRUE

           PERFORM FIND-COMPARE-ENTRY
           IF FOUND-COMPARE NOT = ZERO
               ADD DB-FORECAST-HOUSE
                   TO CMP-FORECAST-HOUSE (FOUND-COMPARE)
           END-IF.

       ADD-ACTUAL-RECEIPTS.

           PERFORM LOOKUP-HOUSE-RATE
           COMPUTE HOUSE-AMOUNT ROUNDED =
                   DB-AMOUNT * EXCHANGE-RATE-USED

           PERFORM FIND-COMPARE-ENTRY
           IF FOUND-COMPARE NOT = ZERO
               ADD HOUSE-AMOUNT TO CMP-ACTUAL-HOUSE (FOUND-COMPARE)
           END-IF.

       FIND-COMPARE-ENTRY.

      * A product seen on neither side yet is added at the end.

           MOVE ZERO TO FOUND-COMPARE

           PERFORM MATCH-ONE-COMPARE
               VARYING COMPARE-NO FROM 1 BY 1
               UNTIL COMPARE-NO > COMPARE-COUNT
                  OR FOUND-COMPARE NOT = ZERO

           IF FOUND-COMPARE = ZERO
               IF COMPARE-COUNT < COMPARE-TABLE-SIZE
                   ADD 1 TO COMPARE-COUNT
                   MOVE COMPARE-COUNT TO FOUND-COMPARE
                   MOVE DB-PRODUCT-CODE
                       TO CMP-PRODUCT-CODE (FOUND-COMPARE)
               ELSE
                   SET ENTRIES-DROPPED TO TRUE
               END-IF
           END-IF.

       MATCH-ONE-COMPARE.

           IF CMP-PRODUCT-CODE (COMPARE-NO) = DB-PRODUCT-CODE
               MOVE COMPARE-NO TO FOUND-COMPARE
           END-IF.

       WRITE-ONE-COMPARE-LINE.

           MOVE SPACES TO FORECAST-COMPARE-LINE
           MOVE CMP-PRODUCT-CODE (COMPARE-NO)   TO FCL-PRODUCT-CODE
           MOVE CMP-FORECAST-HOUSE (COMPARE-NO) TO FCL-FORECAST-HOUSE
           MOVE CMP-ACTUAL-HOUSE (COMPARE-NO)   TO FCL-ACTUAL-HOUSE
           COMPUTE COMPARE-VARIANCE =
                   CMP-ACTUAL-HOUSE (COMPARE-NO)
                   - CMP-FORECAST-HOUSE (COMPARE-NO)
           MOVE COMPARE-VARIANCE TO FCL-VARIANCE

           IF CMP-FORECAST-HOUSE (COMPARE-NO) NOT = ZERO
               COMPUTE COMPARE-PCT ROUNDED =
                       COMPARE-VARIANCE * 100
                       / CMP-FORECAST-HOUSE (COMPARE-NO)
               MOVE COMPARE-PCT      TO COMPARE-PCT-EDIT
               MOVE COMPARE-PCT-EDIT TO FCL-VARIANCE-PCT
           ELSE
               MOVE "     N/A" TO FCL-VARIANCE-PCT
           END-IF

           WRITE FORECAST-COMPARE-LINE

           ADD CMP-FORECAST-HOUSE (COMPARE-NO) TO TOTAL-FORECAST-HOUSE
           ADD CMP-ACTUAL-HOUSE (COMPARE-NO)   TO TOTAL-ACTUAL-HOUSE.

       LOOKUP-HOUSE-RATE.

           MOVE 1.000000 TO EXCHANGE-RATE-USED

           IF DB-CURRENCY-CODE NOT = HOUSE-CURRENCY-CODE
              AND DB-CURRENCY-CODE NOT = SPACES
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
           END-IF.
