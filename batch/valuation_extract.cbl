       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALEXTRACT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALUATION-FILE ASSIGN TO "VALEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * The published valuation layout: one H header, one D record
      * per in-force or paid-up policy, one T trailer. Dates are
      * YYYYMMDD, amounts carry two implied decimals. Detail amounts
      * are in the policy's own currency; the trailer totals are in
      * the house currency at the run date's rate, so the actuaries
      * can prove the file before they value it.

       FD  VALUATION-FILE.
       01  VALUATION-HEADER-RECORD.
           05 VAL-HD-TYPE             PIC X(02).
           05 VAL-HD-PERIOD           PIC X(06).
           05 VAL-HD-RUN-DATE         PIC X(08).
           05 VAL-HD-HOUSE-CURRENCY   PIC X(03).
           05 VAL-HD-FILE-NAME        PIC X(20).
       01  VALUATION-DETAIL-RECORD.
           05 VAL-DT-TYPE             PIC X(02).
           05 VAL-DT-POLICY-ID        PIC 9(06).
           05 VAL-DT-STATUS           PIC X(10).
           05 VAL-DT-PRODUCT-CODE     PIC X(10).
           05 VAL-DT-ISSUE-DATE       PIC X(08).
           05 VAL-DT-EXPIRY-DATE      PIC X(08).
           05 VAL-DT-TERM-YEARS       PIC 9(03).
           05 VAL-DT-ATTAINED-AGE     PIC 9(03).
           05 VAL-DT-SECOND-AGE       PIC 9(03).
           05 VAL-DT-COVERAGE         PIC 9(9)V99.
           05 VAL-DT-BASE-PREMIUM     PIC 9(7)V99.
           05 VAL-DT-RIDER-PREMIUM    PIC 9(7)V99.
           05 VAL-DT-ANNUAL-PREMIUM   PIC 9(9)V99.
           05 VAL-DT-LOADING-PCT      PIC 9(3)V99.
           05 VAL-DT-RIDER-COUNT      PIC 9(02).
           05 VAL-DT-RIDER-TYPE       PIC X(10) OCCURS 5 TIMES.
           05 VAL-DT-BILLING-FREQ     PIC X(10).
           05 VAL-DT-CURRENCY-CODE    PIC X(03).
           05 VAL-DT-CEDED-COVERAGE   PIC 9(9)V99.
       01  VALUATION-TRAILER-RECORD.
           05 VAL-TR-TYPE             PIC X(02).
           05 VAL-TR-POLICY-COUNT     PIC 9(09).
           05 VAL-TR-TOTAL-COVERAGE   PIC 9(13)V99.
           05 VAL-TR-TOTAL-PREMIUM    PIC 9(11)V99.
           05 VAL-TR-CLOSING-IN-FORCE PIC 9(09).
           05 VAL-TR-RUN-DATE         PIC X(08).

       WORKING-STORAGE SECTION.

      * Month-end seriatim file of the in-force book for the
      * actuaries' reserve run. The book is exactly what MOVEMENTRPT
      * counts as closing in-force - every ACTIVE or PAID-UP policy
      * on a product on file - and the trailer carries that count
      * beside the records written, so the file proves to the
      * movement account. A reduced paid-up policy goes out with its
      * reduced cover and no premium, as LAPSEBATCH leaves it.
      *
      * Attained age is whole years at the run date from the
      * insured's DATE_OF_BIRTH, the same way BILLINGBATCH ages a
      * life for rating; a joint-life policy carries the second
      * insured's age as well. The annualised premium is the
      * stored base and rider premium, which is already the loaded
      * annual figure - the loading is shown for information. Ceded
      * cover is the part of the cover above the product's treaty
      * retention, the same rule REINSPREM cedes premium on.

       01 TODAY-DATE               PIC 9(08).
       01 VALUATION-PERIOD         PIC X(06).
       01 VALUATION-RECORD-COUNT   PIC 9(09) VALUE ZERO.
       01 TOTAL-COVERAGE           PIC 9(13)V99 VALUE ZERO.
       01 TOTAL-PREMIUM            PIC 9(11)V99 VALUE ZERO.
       01 CLOSING-IN-FORCE         PIC 9(09) VALUE ZERO.

       01 DEFAULT-RETENTION-LIMIT  PIC 9(7)V99 VALUE 10000.00.
       01 RETENTION-LIMIT          PIC 9(7)V99.
       01 CURRENT-PRODUCT-CODE     PIC X(10) VALUE SPACES.

       01 AGE-EDIT-RESULT          PIC 9(08).
       01 DOB-INTEGER              PIC 9(08).
       01 RUN-DATE-INTEGER         PIC 9(08).
       01 ATTAINED-AGE             PIC 9(03).

       01 HOUSE-CURRENCY-CODE      PIC X(03) VALUE "USD".
       01 EXCHANGE-RATE-USED       PIC 9(3)V9(6).
       01 HOUSE-COVERAGE           PIC 9(11)V99.
       01 HOUSE-PREMIUM            PIC 9(11)V99.

       01 PARAM-RUN-DATE           PIC 9(08).
       01 PARAM-FOUND-SWITCH       PIC X(01) VALUE "N".
           88 PARAM-FOUND                    VALUE "Y".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-POLICY-ID             PIC 9(06).
       01 DB-STATUS                PIC X(10).
       01 DB-PRODUCT-CODE          PIC X(10).
       01 DB-EFFECTIVE-DATE        PIC X(08).
       01 DB-EXPIRY-DATE           PIC X(08).
       01 DB-TERM-YEARS            PIC 9(03).
       01 DB-CUSTOMER-ID           PIC 9(06).
       01 DB-SECOND-CUSTOMER-ID    PIC 9(06).
       01 DB-COVERAGE-AMOUNT       PIC 9(9)V99.
       01 DB-BASE-PREMIUM          PIC 9(7)V99.
       01 DB-RIDER-PREMIUM         PIC 9(7)V99.
       01 DB-LOADING-PCT           PIC 9(3)V99.
       01 DB-BILLING-FREQUENCY     PIC X(10).
       01 DB-CURRENCY-CODE         PIC X(03).
       01 DB-AGE-CUSTOMER-ID       PIC 9(06).
       01 DB-CUSTOMER-DOB          PIC 9(08).
       01 DB-RIDER-TYPE            PIC X(10).
       01 DB-RETENTION-LIMIT       PIC 9(7)V99.
       01 DB-CLOSING-IN-FORCE      PIC 9(09).
       01 DB-RATE-DATE             PIC 9(08).
       01 DB-EXCHANGE-RATE         PIC 9(3)V9(6).
       01 DB-PARAM-KEY             PIC X(20).
       01 DB-PARAM-VALUE           PIC 9(9)V99.
       01 DB-PARAM-DATE            PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-VALUATION-EXTRACT.

           DISPLAY "--- VALUATION EXTRACT PROCESS START ---"

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE (1:6) TO VALUATION-PERIOD
           MOVE TODAY-DATE TO DB-RATE-DATE

           COMPUTE RUN-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (TODAY-DATE)

           OPEN OUTPUT VALUATION-FILE

           MOVE "H "                TO VAL-HD-TYPE
           MOVE VALUATION-PERIOD    TO VAL-HD-PERIOD
           MOVE TODAY-DATE          TO VAL-HD-RUN-DATE
           MOVE HOUSE-CURRENCY-CODE TO VAL-HD-HOUSE-CURRENCY
           MOVE "VALUATION EXTRACT" TO VAL-HD-FILE-NAME
           WRITE VALUATION-HEADER-RECORD

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOAD-RUN-PARAMETERS

           PERFORM EXTRACT-IN-FORCE-POLICIES

           PERFORM COUNT-CLOSING-IN-FORCE

           EXEC SQL DISCONNECT CURRENT END-EXEC.

           MOVE "T "                   TO VAL-TR-TYPE
           MOVE VALUATION-RECORD-COUNT TO VAL-TR-POLICY-COUNT
           MOVE TOTAL-COVERAGE         TO VAL-TR-TOTAL-COVERAGE
           MOVE TOTAL-PREMIUM          TO VAL-TR-TOTAL-PREMIUM
           MOVE CLOSING-IN-FORCE       TO VAL-TR-CLOSING-IN-FORCE
           MOVE TODAY-DATE             TO VAL-TR-RUN-DATE
           WRITE VALUATION-TRAILER-RECORD

           CLOSE VALUATION-FILE

           DISPLAY "VALUATION RECORDS WRITTEN: " VALUATION-RECORD-COUNT
           DISPLAY "CLOSING IN-FORCE: " CLOSING-IN-FORCE
           DISPLAY "TOTAL COVERAGE (HOUSE): " TOTAL-COVERAGE
           DISPLAY "TOTAL ANNUAL PREMIUM (HOUSE): " TOTAL-PREMIUM

      * A file that does not tie to the movement account is no use
      * to the reserve run - fail the step rather than pass it on.

           IF VALUATION-RECORD-COUNT NOT = CLOSING-IN-FORCE
               DISPLAY "ERROR: VALUATION FILE DOES NOT AGREE TO "
                       "CLOSING IN-FORCE"
               DISPLAY "--- VALUATION EXTRACT PROCESS FAILED ---"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "--- VALUATION EXTRACT PROCESS FINISHED ---"
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       EXTRACT-IN-FORCE-POLICIES.

           EXEC SQL
               DECLARE val_policy_cursor CURSOR FOR
               SELECT P.POLICY_ID, P.STATUS, P.PRODUCT_CODE,
                      P.EFFECTIVE_DATE,
                      IFNULL(P.EXPIRY_DATE, '00000000'),
                      IFNULL(R.TERM_YEARS, 1),
                      IFNULL(P.CUSTOMER_ID, 0),
                      IFNULL(P.SECOND_CUSTOMER_ID, 0),
                      IFNULL(P.COVERAGE_AMOUNT, 0),
                      IFNULL(P.BASE_PREMIUM, 0),
                      IFNULL(P.RIDER_PREMIUM, 0),
                      IFNULL(P.PREMIUM_LOADING_PCT, 0),
                      IFNULL(P.BILLING_FREQUENCY, 'ANNUAL'),
                      IFNULL(P.CURRENCY_CODE, 'USD')
               FROM POLICY P, PRODUCT R
               WHERE R.PRODUCT_CODE = P.PRODUCT_CODE
                 AND P.STATUS IN ('ACTIVE', 'PAID-UP')
               ORDER BY P.PRODUCT_CODE, P.POLICY_ID
           END-EXEC.

           EXEC SQL OPEN val_policy_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH val_policy_cursor
                   INTO :DB-POLICY-ID, :DB-STATUS, :DB-PRODUCT-CODE,
                        :DB-EFFECTIVE-DATE, :DB-EXPIRY-DATE,
                        :DB-TERM-YEARS, :DB-CUSTOMER-ID,
                        :DB-SECOND-CUSTOMER-ID, :DB-COVERAGE-AMOUNT,
                        :DB-BASE-PREMIUM, :DB-RIDER-PREMIUM,
                        :DB-LOADING-PCT, :DB-BILLING-FREQUENCY,
                        :DB-CURRENCY-CODE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-VALUATION-RECORD
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE val_policy_cursor END-EXEC.
           MOVE ZERO TO SQLCODE.

       WRITE-VALUATION-RECORD.

           IF DB-PRODUCT-CODE NOT = CURRENT-PRODUCT-CODE
               MOVE DB-PRODUCT-CODE TO CURRENT-PRODUCT-CODE
               PERFORM LOOKUP-TREATY-RETENTION
           END-IF

           MOVE SPACES TO VALUATION-DETAIL-RECORD
           MOVE "D "                 TO VAL-DT-TYPE
           MOVE DB-POLICY-ID         TO VAL-DT-POLICY-ID
           MOVE DB-STATUS            TO VAL-DT-STATUS
           MOVE DB-PRODUCT-CODE      TO VAL-DT-PRODUCT-CODE
           MOVE DB-EFFECTIVE-DATE    TO VAL-DT-ISSUE-DATE
           MOVE DB-EXPIRY-DATE       TO VAL-DT-EXPIRY-DATE
           MOVE DB-TERM-YEARS        TO VAL-DT-TERM-YEARS
           MOVE DB-COVERAGE-AMOUNT   TO VAL-DT-COVERAGE
           MOVE DB-BASE-PREMIUM      TO VAL-DT-BASE-PREMIUM
           MOVE DB-RIDER-PREMIUM     TO VAL-DT-RIDER-PREMIUM
           COMPUTE VAL-DT-ANNUAL-PREMIUM =
                   DB-BASE-PREMIUM + DB-RIDER-PREMIUM
           MOVE DB-LOADING-PCT       TO VAL-DT-LOADING-PCT
           MOVE DB-BILLING-FREQUENCY TO VAL-DT-BILLING-FREQ
           MOVE DB-CURRENCY-CODE     TO VAL-DT-CURRENCY-CODE

           MOVE DB-CUSTOMER-ID TO DB-AGE-CUSTOMER-ID
           PERFORM LOOKUP-ATTAINED-AGE
           MOVE ATTAINED-AGE TO VAL-DT-ATTAINED-AGE

           MOVE ZERO TO VAL-DT-SECOND-AGE
           IF DB-SECOND-CUSTOMER-ID NOT = ZERO
               MOVE DB-SECOND-CUSTOMER-ID TO DB-AGE-CUSTOMER-ID
               PERFORM LOOKUP-ATTAINED-AGE
               MOVE ATTAINED-AGE TO VAL-DT-SECOND-AGE
           END-IF

           IF DB-COVERAGE-AMOUNT > RETENTION-LIMIT
               COMPUTE VAL-DT-CEDED-COVERAGE =
                       DB-COVERAGE-AMOUNT - RETENTION-LIMIT
           ELSE
               MOVE ZERO TO VAL-DT-CEDED-COVERAGE
           END-IF

           MOVE ZERO TO VAL-DT-RIDER-COUNT
           PERFORM LIST-POLICY-RIDERS

           WRITE VALUATION-DETAIL-RECORD

           ADD 1 TO VALUATION-RECORD-COUNT

           PERFORM CONVERT-TO-HOUSE-CURRENCY
           ADD HOUSE-COVERAGE TO TOTAL-COVERAGE
           ADD HOUSE-PREMIUM  TO TOTAL-PREMIUM.

       LOOKUP-ATTAINED-AGE.

      * No birth date on file, or one that is not a real date,
      * leaves the age at zero for the actuaries to query.

           MOVE ZERO TO ATTAINED-AGE

           EXEC SQL
               SELECT IFNULL(DATE_OF_BIRTH, 0)
               INTO :DB-CUSTOMER-DOB
               FROM CUSTOMER
               WHERE CUSTOMER_ID = :DB-AGE-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-CUSTOMER-DOB
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-CUSTOMER-DOB NOT = ZERO
               COMPUTE AGE-EDIT-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD (DB-CUSTOMER-DOB)
               IF AGE-EDIT-RESULT = ZERO
                   COMPUTE DOB-INTEGER =
                           FUNCTION INTEGER-OF-DATE (DB-CUSTOMER-DOB)
                   COMPUTE ATTAINED-AGE =
                           (RUN-DATE-INTEGER - DOB-INTEGER)
                           / 365.25
               END-IF
           END-IF.

       LIST-POLICY-RIDERS.

      * Up to five rider codes ride on the record; the count is the
      * full number attached, so a policy with more shows it.

           EXEC SQL
               DECLARE val_rider_cursor CURSOR FOR
               SELECT RIDER_TYPE
               FROM RIDER
               WHERE POLICY_ID = :DB-POLICY-ID
               ORDER BY RIDER_TYPE
           END-EXEC.

           EXEC SQL OPEN val_rider_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH val_rider_cursor
                   INTO :DB-RIDER-TYPE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM ADD-ONE-RIDER
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE val_rider_cursor END-EXEC.
           MOVE ZERO TO SQLCODE.

       ADD-ONE-RIDER.

           IF VAL-DT-RIDER-COUNT < 99
               ADD 1 TO VAL-DT-RIDER-COUNT
           END-IF

           IF VAL-DT-RIDER-COUNT NOT > 5
               MOVE DB-RIDER-TYPE
                   TO VAL-DT-RIDER-TYPE (VAL-DT-RIDER-COUNT)
           END-IF.

       LOOKUP-TREATY-RETENTION.

      * Same rule as REINSPREM: the product's own treaty line, or
      * the house retention when the product has none.

           EXEC SQL
               SELECT RETENTION_LIMIT INTO :DB-RETENTION-LIMIT
               FROM REINSURANCE_TREATY
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
           END-EXEC

           IF SQLCODE = 0
               MOVE DB-RETENTION-LIMIT TO RETENTION-LIMIT
           ELSE
               MOVE DEFAULT-RETENTION-LIMIT TO RETENTION-LIMIT
               MOVE ZERO TO SQLCODE
           END-IF.

       CONVERT-TO-HOUSE-CURRENCY.

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
           END-IF

           COMPUTE HOUSE-COVERAGE ROUNDED =
                   DB-COVERAGE-AMOUNT * EXCHANGE-RATE-USED
           COMPUTE HOUSE-PREMIUM ROUNDED =
                   (DB-BASE-PREMIUM + DB-RIDER-PREMIUM)
                   * EXCHANGE-RATE-USED.

       COUNT-CLOSING-IN-FORCE.

      * MOVEMENTRPT's closing in-force, summed over every product.

           MOVE ZERO TO DB-CLOSING-IN-FORCE

           EXEC SQL
               SELECT COUNT(*) INTO :DB-CLOSING-IN-FORCE
               FROM POLICY P, PRODUCT R
               WHERE R.PRODUCT_CODE = P.PRODUCT_CODE
                 AND P.STATUS IN ('ACTIVE', 'PAID-UP')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-CLOSING-IN-FORCE
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE DB-CLOSING-IN-FORCE TO CLOSING-IN-FORCE.

       LOAD-RUN-PARAMETERS.

      * The value in force at today's date applies for the whole
      * run - a key with no row on file keeps its compiled default.

           MOVE TODAY-DATE TO PARAM-RUN-DATE
           MOVE PARAM-RUN-DATE TO DB-PARAM-DATE

           MOVE "RETENTION-LIMIT" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO DEFAULT-RETENTION-LIMIT
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
