
       01 QUOTE-ID             PIC 9(09).
       01 CUSTOMER-ID          PIC 9(06).
       01 SECOND-CUSTOMER-ID   PIC 9(06).
       01 PRODUCT-CODE         PIC X(10).
       01 BASE-PREMIUM         PIC 9(7)V99.
       01 QUOTE-RIDER-TYPE     PIC X(10).

       01 INSURED-AGE          PIC 9(03).
       01 CUSTOMER-DOB         PIC 9(08).
       01 SECOND-INSURED-AGE   PIC 9(03).
       01 SECOND-CUSTOMER-DOB  PIC 9(08).
       01 DOB-INTEGER          PIC 9(09).
       01 EFFECTIVE-INTEGER    PIC 9(09).
       01 AGE-EDIT-RESULT      PIC S9(04) COMP.
           88 DONE                       VALUE "Y".
       01 CUSTOMER-FOUND-SWITCH PIC X(01) VALUE "N".
           88 CUSTOMER-FOUND             VALUE "Y".
       01 JOINT-LIFE-SWITCH    PIC X(01) VALUE "N".
           88 PRODUCT-IS-JOINT-LIFE      VALUE "Y".


      * Shared sign-on: every session starts with a verified user
       01 DB-CUSTOMER-ID       PIC 9(06).
       01 DB-CUSTOMER-NAME     PIC X(30).
       01 DB-CUSTOMER-DOB      PIC 9(08).
       01 DB-SECOND-CUSTOMER-ID PIC 9(06).
       01 DB-SECOND-INSURED-AGE PIC 9(03).
       01 DB-JOINT-LIFE        PIC X(01).
       01 DB-PRODUCT-CODE      PIC X(10).
       01 DB-BASE-PREMIUM      PIC 9(7)V99.
       01 DB-RIDER-TYPE        PIC X(10).
           DISPLAY "ENTER PRODUCT CODE:"
           ACCEPT PRODUCT-CODE

           PERFORM LOOKUP-PRODUCT-LIVES

           MOVE ZERO TO SECOND-CUSTOMER-ID
           MOVE ZERO TO SECOND-CUSTOMER-DOB

           IF PRODUCT-IS-JOINT-LIFE
               DISPLAY "ENTER SECOND INSURED CUSTOMER ID:"
               ACCEPT SECOND-CUSTOMER-ID
               PERFORM LOOKUP-SECOND-CUSTOMER
           END-IF

           DISPLAY "ENTER BASE PREMIUM:"
           ACCEPT BASE-PREMIUM

           ACCEPT EFFECTIVE-DATE

           PERFORM COMPUTE-INSURED-AGE
           PERFORM COMPUTE-SECOND-INSURED-AGE

           PERFORM RATE-THE-QUOTE


           EXEC SQL DISCONNECT CURRENT END-EXEC.

       LOOKUP-PRODUCT-LIVES.

      * A joint-life product is rated on both lives, so the quote
      * needs the second insured as well.

           MOVE PRODUCT-CODE TO DB-PRODUCT-CODE
           MOVE "N" TO DB-JOINT-LIFE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT IFNULL(JOINT_LIFE, 'N')
               INTO :DB-JOINT-LIFE
               FROM PRODUCT
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "N" TO DB-JOINT-LIFE
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

           MOVE DB-JOINT-LIFE TO JOINT-LIFE-SWITCH.

       LOOKUP-SECOND-CUSTOMER.

           MOVE SECOND-CUSTOMER-ID TO DB-CUSTOMER-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT CUSTOMER_NAME, IFNULL(DATE_OF_BIRTH, 0)
               INTO :DB-CUSTOMER-NAME, :DB-CUSTOMER-DOB
               FROM CUSTOMER
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           IF SQLCODE = 0
               MOVE DB-CUSTOMER-DOB TO SECOND-CUSTOMER-DOB
               DISPLAY "SECOND INSURED: " DB-CUSTOMER-NAME
           ELSE
               DISPLAY "SECOND INSURED NOT ON FILE - RATED "
                       "AGE-NEUTRAL"
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       COMPUTE-INSURED-AGE.

           MOVE ZERO TO INSURED-AGE
               END-IF
           END-IF.

       COMPUTE-SECOND-INSURED-AGE.

           MOVE ZERO TO SECOND-INSURED-AGE

           IF SECOND-CUSTOMER-DOB = ZERO
               CONTINUE
           ELSE
               COMPUTE AGE-EDIT-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD
                           (SECOND-CUSTOMER-DOB)

               IF AGE-EDIT-RESULT = ZERO
                   COMPUTE DOB-INTEGER =
                           FUNCTION INTEGER-OF-DATE
                               (SECOND-CUSTOMER-DOB)
                   COMPUTE EFFECTIVE-INTEGER =
                           FUNCTION INTEGER-OF-DATE (EFFECTIVE-DATE)
                   COMPUTE SECOND-INSURED-AGE =
                           (EFFECTIVE-INTEGER - DOB-INTEGER) / 365.25
               END-IF
           END-IF.

       RATE-THE-QUOTE.

      * The same rating call intake makes - the rate version in
                      BASE-PREMIUM
                      QUOTE-RIDER-PREMIUM
                      INSURED-AGE
                      SECOND-INSURED-AGE
                      EFFECTIVE-DATE
                      NO-POLICY-ID
                      TOTAL-PREMIUM
           MOVE QUOTE-RIDER-PREMIUM TO DB-RIDER-PREMIUM
           MOVE AGENT-ID            TO DB-AGENT-ID
           MOVE INSURED-AGE         TO DB-INSURED-AGE
           MOVE SECOND-CUSTOMER-ID  TO DB-SECOND-CUSTOMER-ID
           MOVE SECOND-INSURED-AGE  TO DB-SECOND-INSURED-AGE
           MOVE EFFECTIVE-DATE      TO DB-EFFECTIVE-DATE
           MOVE CURRENCY-CODE       TO DB-CURRENCY-CODE
           MOVE BILLING-FREQUENCY   TO DB-BILLING-FREQUENCY
                    AGENT_ID, INSURED_AGE, EFFECTIVE_DATE,
                    CURRENCY_CODE, BILLING_FREQUENCY,
                    COVERAGE_AMOUNT, TOTAL_PREMIUM, QUOTE_DATE,
                    EXPIRY_DATE, STATUS, SECOND_CUSTOMER_ID,
                    SECOND_INSURED_AGE)
               VALUES
                   (:DB-QUOTE-ID, :DB-CUSTOMER-ID, :DB-PRODUCT-CODE,
                    :DB-BASE-PREMIUM, :DB-RIDER-TYPE,
                    :DB-INSURED-AGE, :DB-EFFECTIVE-DATE,
                    :DB-CURRENCY-CODE, :DB-BILLING-FREQUENCY,
                    :DB-COVERAGE-AMOUNT, :DB-TOTAL-PREMIUM,
                    :DB-QUOTE-DATE, :DB-QUOTE-EXPIRY, 'OPEN',
                    :DB-SECOND-CUSTOMER-ID, :DB-SECOND-INSURED-AGE)
           END-EXEC

           IF SQLCODE = 0
           EXEC SQL
               SELECT CUSTOMER_ID, PRODUCT_CODE, TOTAL_PREMIUM,
                      EXPIRY_DATE, STATUS,
                      IFNULL(CONVERTED_POLICY_ID, 0),
                      IFNULL(SECOND_CUSTOMER_ID, 0)
               INTO :DB-CUSTOMER-ID, :DB-PRODUCT-CODE,
                    :DB-TOTAL-PREMIUM, :DB-QUOTE-EXPIRY,
                    :DB-QUOTE-STATUS, :DB-CONVERTED-POLICY,
                    :DB-SECOND-CUSTOMER-ID
               FROM QUOTE
               WHERE QUOTE_ID = :DB-QUOTE-ID
           END-EXEC
               DISPLAY "------------------------------"
               DISPLAY "QUOTE " QUOTE-ID " [" DB-QUOTE-STATUS "]"
               DISPLAY "CUSTOMER: " DB-CUSTOMER-ID
               IF DB-SECOND-CUSTOMER-ID NOT = ZERO
                   DISPLAY "SECOND INSURED: " DB-SECOND-CUSTOMER-ID
               END-IF
               DISPLAY "PRODUCT: " DB-PRODUCT-CODE
               DISPLAY "TOTAL PREMIUM: " DB-TOTAL-PREMIUM
               DISPLAY "VALID UNTIL: " DB-QUOTE-EXPIRY
