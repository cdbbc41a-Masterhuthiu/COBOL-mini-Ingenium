           05 BATCH-CURRENCY-CODE    PIC X(03).
           05 BATCH-BILLING-FREQ     PIC X(10).
           05 BATCH-COVERAGE-AMOUNT  PIC 9(9)V99.
           05 BATCH-SECOND-CUSTOMER-ID PIC 9(6).
       01  POLICY-BATCH-HEADER.
           05 FILLER                 PIC X(01).
           05 BATCH-SOURCE-SYSTEM    PIC X(10).
       01 AGE-EDIT-RESULT        PIC S9(04) COMP.
       01 AGE-VALID-SWITCH       PIC X(01) VALUE "N".
           88 ISSUE-AGE-OK                 VALUE "Y".

      * A joint-life product covers a second insured as well - both
      * must be on the customer master, both are aged the same way,
      * and both must fall inside the product's issue ages. The
      * second life is ignored (stored as zero) on a single-life
      * product.

       01 SECOND-CUSTOMER-DOB    PIC 9(08) VALUE ZERO.
       01 SECOND-INSURED-AGE     PIC 9(03) VALUE ZERO.
       01 JOINT-LIFE-SWITCH      PIC X(01) VALUE "N".
           88 PRODUCT-IS-JOINT-LIFE        VALUE "Y".
       01 SECOND-LIFE-SWITCH     PIC X(01) VALUE "N".
           88 SECOND-LIFE-OK               VALUE "Y".
       01 SECOND-LIFE-REASON     PIC X(60).
       01 SECOND-CUSTOMER-NAME   PIC X(30).
       01 PRODUCT-FOUND-SWITCH   PIC X(01) VALUE "N".
           88 PRODUCT-FOUND                VALUE "Y".
       01 AGENT-FOUND-SWITCH     PIC X(01) VALUE "N".
       01 REFERRED-SWITCH        PIC X(01) VALUE "N".
           88 APPLICATION-REFERRED         VALUE "Y".

      * Both lives and every beneficiary on the application are
      * screened against the regulator's watch list before issue.
      * A possible match goes to the exception queue with the
      * compliance review number - once compliance clears it the
      * repair workbench resubmits.

       01 SCREEN-PARTY-TYPE      PIC X(12) VALUE "CUSTOMER".
       01 SCREEN-PARTY-KEY       PIC X(20).
       01 SCREEN-PARTY-NAME      PIC X(30).
       01 SCREEN-SOURCE          PIC X(14) VALUE "POLICYENGINE".
       01 SCREEN-RESULT          PIC X(01).
           88 SCREEN-HELD                  VALUE "H".
       01 SCREEN-REVIEW-ID       PIC 9(09).

      * A conversion carries the quote's premium, not today's rate.

       01 QUOTE-NUMBER           PIC 9(09).
       01 SNAP-SOURCE          PIC X(12) VALUE "NEWBUS".
       01 SNAP-USER            PIC X(20) VALUE "POLICYENGINE".

      * The policy schedule the customer is sent - POLICYDOC prints
      * it from the version just snapped and records it for reprint.

       01 PDC-POLICY-ID        PIC 9(06).
       01 PDC-DOC-REASON       PIC X(10) VALUE "NEWBUS".
       01 PDC-REPRINT-OF       PIC 9(09) VALUE ZERO.
       01 PDC-USER             PIC X(20).
       01 PDC-DOC-ID           PIC 9(09).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-POLICY-ID       PIC 9(6).
       01 DB-CUSTOMER-ID     PIC 9(6).
       01 DB-BEN-RELATIONSHIP PIC X(15).
       01 DB-BEN-SHARE       PIC 9(3)V99.
       01 DB-CUSTOMER-DOB    PIC 9(08).
       01 DB-SECOND-CUSTOMER-ID PIC 9(6).
       01 DB-SECOND-INSURED-AGE PIC 9(03).
       01 DB-JOINT-LIFE      PIC X(01).
       01 DB-MIN-ISSUE-AGE   PIC 9(03).
       01 DB-MAX-ISSUE-AGE   PIC 9(03).
       01 DB-EXCEPTION-ID    PIC 9(09).
                DISPLAY "POLICY CREATED"
                DISPLAY "POLICY ID: " POLICY-ID
                DISPLAY "CUSTOMER: " CUSTOMER-NAME
                IF SECOND-CUSTOMER-ID NOT = ZERO
                     DISPLAY "SECOND INSURED: " SECOND-CUSTOMER-ID
                END-IF
                DISPLAY "PRODUCT: " PRODUCT-CODE
                DISPLAY "TOTAL PREMIUM: " TOTAL-PREMIUM
                DISPLAY "------------------------------"
           DISPLAY "ENTER PRODUCT CODE:"
           ACCEPT PRODUCT-CODE

           PERFORM CAPTURE-SECOND-INSURED

           DISPLAY "ENTER BASE PREMIUM:"
           ACCEPT BASE-PREMIUM


           PERFORM CAPTURE-RIDERS.

       CAPTURE-SECOND-INSURED.

           MOVE ZERO TO SECOND-CUSTOMER-ID

           PERFORM VALIDATE-PRODUCT-CODE

           IF PRODUCT-IS-JOINT-LIFE
               DISPLAY "JOINT-LIFE PRODUCT - ENTER SECOND INSURED "
                       "CUSTOMER ID:"
               ACCEPT SECOND-CUSTOMER-ID
           END-IF.

       LOAD-QUOTE.

      * Only an OPEN quote inside its 30-day shelf life converts -
                      IFNULL(CURRENCY_CODE, 'USD'),
                      IFNULL(BILLING_FREQUENCY, 'ANNUAL'),
                      IFNULL(COVERAGE_AMOUNT, 0),
                      TOTAL_PREMIUM, EXPIRY_DATE,
                      IFNULL(SECOND_CUSTOMER_ID, 0)
               INTO :DB-CUSTOMER-ID, :DB-PRODUCT-CODE,
                    :DB-BASE-PREMIUM, :DB-QUOTE-RIDER-TYPE,
                    :DB-QUOTE-RIDER-PREM, :DB-AGENT-ID,
                    :DB-EFFECTIVE-DATE, :DB-CURRENCY-CODE,
                    :DB-BILLING-FREQUENCY, :DB-COVERAGE-AMOUNT,
                    :DB-QUOTED-PREMIUM, :DB-QUOTE-EXPIRY,
                    :DB-SECOND-CUSTOMER-ID
               FROM QUOTE
               WHERE QUOTE_ID = :DB-QUOTE-ID
                 AND STATUS = 'OPEN'
           MOVE DB-CURRENCY-CODE   TO CURRENCY-CODE
           MOVE DB-BILLING-FREQUENCY TO BILLING-FREQUENCY
           MOVE DB-COVERAGE-AMOUNT TO COVERAGE-AMOUNT
           MOVE DB-SECOND-CUSTOMER-ID TO SECOND-CUSTOMER-ID

           PERFORM LOOKUP-CUSTOMER-NAME

           MOVE BATCH-BILLING-FREQ   TO BILLING-FREQUENCY
           MOVE BATCH-COVERAGE-AMOUNT TO COVERAGE-AMOUNT

      * The second insured sits at the end of the detail record - a
      * source system that never sends one leaves it blank.

           IF BATCH-SECOND-CUSTOMER-ID IS NUMERIC
               MOVE BATCH-SECOND-CUSTOMER-ID TO SECOND-CUSTOMER-ID
           ELSE
               MOVE ZERO TO SECOND-CUSTOMER-ID
           END-IF

           IF CURRENCY-CODE = SPACES
               MOVE DEFAULT-CURRENCY-CODE TO CURRENCY-CODE
           END-IF
                                BASE-PREMIUM
                                RIDER-PREMIUM-TOTAL
                                INSURED-AGE
                                SECOND-INSURED-AGE
                                EFFECTIVE-DATE
                                POLICY-ID
                                TOTAL-PREMIUM
                                BASE-PREMIUM
                                RIDER-PREMIUM-TOTAL
                                INSURED-AGE
                                SECOND-INSURED-AGE
                                EFFECTIVE-DATE
                                POLICY-ID
                                TOTAL-PREMIUM
           MOVE BILLING-FREQUENCY TO DB-BILLING-FREQUENCY
           MOVE COVERAGE-AMOUNT   TO DB-COVERAGE-AMOUNT
           MOVE INSURED-AGE       TO DB-INSURED-AGE
           MOVE SECOND-CUSTOMER-ID TO DB-SECOND-CUSTOMER-ID
           MOVE SECOND-INSURED-AGE TO DB-SECOND-INSURED-AGE
           MOVE REJECT-REASON     TO DB-REJECT-REASON
           MOVE AUDIT-DATE        TO DB-CHANGED-DATE

                    RIDER_PREMIUM, AGENT_ID, EFFECTIVE_DATE,
                    CURRENCY_CODE, BILLING_FREQUENCY,
                    COVERAGE_AMOUNT, INSURED_AGE, REASON, STATUS,
                    CREATED_DATE, SECOND_CUSTOMER_ID,
                    SECOND_INSURED_AGE)
               VALUES
                   (:DB-REFERRAL-ID, :DB-POLICY-ID, :DB-CUSTOMER-ID,
                    :DB-PRODUCT-CODE, :DB-BASE-PREMIUM,
                    :DB-AGENT-ID, :DB-EFFECTIVE-DATE,
                    :DB-CURRENCY-CODE, :DB-BILLING-FREQUENCY,
                    :DB-COVERAGE-AMOUNT, :DB-INSURED-AGE,
                    :DB-REJECT-REASON, 'OPEN', :DB-CHANGED-DATE,
                    :DB-SECOND-CUSTOMER-ID, :DB-SECOND-INSURED-AGE)
           END-EXEC

           IF SQLCODE NOT = 0

           PERFORM VALIDATE-PRODUCT-CODE
           PERFORM VALIDATE-AGENT-ID
           PERFORM VALIDATE-SECOND-INSURED
           PERFORM COMPUTE-INSURED-AGE
           PERFORM COMPUTE-SECOND-INSURED-AGE
           PERFORM CHECK-ISSUE-AGE

           IF NOT CUSTOMER-FOUND
                    DELIMITED BY SIZE INTO REJECT-REASON
           ELSE
                IF NOT PRODUCT-FOUND
                     STRING "PRODUCT NOT ON FILE OR NOT ACTIVE: "
                         PRODUCT-CODE
                         DELIMITED BY SIZE INTO REJECT-REASON
                ELSE
                     IF NOT AGENT-FOUND
                           STRING "AGENT NOT ACTIVE: " AGENT-ID
                               DELIMITED BY SIZE INTO REJECT-REASON
                      ELSE
                       IF NOT SECOND-LIFE-OK
                            MOVE SECOND-LIFE-REASON TO REJECT-REASON
                       ELSE
                        IF NOT ISSUE-AGE-OK
                             SET APPLICATION-REFERRED TO TRUE
                             IF SECOND-CUSTOMER-ID = ZERO
                                  STRING "INSURED AGE " INSURED-AGE
                                      " OUTSIDE ISSUE AGES FOR: "
                                      PRODUCT-CODE
                                      DELIMITED BY SIZE
                                      INTO REJECT-REASON
                             ELSE
                                  STRING "INSURED AGES " INSURED-AGE
                                      "/" SECOND-INSURED-AGE
                                      " OUTSIDE ISSUE AGES FOR: "
                                      PRODUCT-CODE
                                      DELIMITED BY SIZE
                                      INTO REJECT-REASON
                             END-IF
                        ELSE
                         IF RIDER-COUNT > 0
                            AND DB-RIDER-ELIGIBLE NOT = "Y"
                              STRING "PRODUCT NOT RIDER-ELIGIBLE: "
                                  PRODUCT-CODE
                                  DELIMITED BY SIZE INTO REJECT-REASON
                         ELSE
                              SET REFERENCES-VALID TO TRUE
                         END-IF
                        END-IF
                       END-IF
                      END-IF
                     END-IF
                END-IF
           END-IF

           IF REFERENCES-VALID OR APPLICATION-REFERRED
                PERFORM SCREEN-POLICY-PARTIES
           END-IF.

       SCREEN-POLICY-PARTIES.

           MOVE "CUSTOMER"    TO SCREEN-PARTY-TYPE
           MOVE CUSTOMER-ID   TO SCREEN-PARTY-KEY
           MOVE CUSTOMER-NAME TO SCREEN-PARTY-NAME
           PERFORM SCREEN-ONE-PARTY

           IF NOT SCREEN-HELD AND SECOND-CUSTOMER-ID NOT = ZERO
                MOVE SECOND-CUSTOMER-ID   TO SCREEN-PARTY-KEY
                MOVE SECOND-CUSTOMER-NAME TO SCREEN-PARTY-NAME
                PERFORM SCREEN-ONE-PARTY
           END-IF

           IF NOT SCREEN-HELD
                MOVE "BENEFICIARY" TO SCREEN-PARTY-TYPE
                PERFORM SCREEN-APPLICATION-BENEFICIARY
                    VARYING BENEFICIARY-IDX FROM 1 BY 1
                    UNTIL BENEFICIARY-IDX > BENEFICIARY-COUNT
                       OR SCREEN-HELD
           END-IF

           IF SCREEN-HELD
                MOVE "N" TO REFERENCE-VALID-SWITCH
                MOVE "N" TO REFERRED-SWITCH
                MOVE SPACES TO REJECT-REASON
                STRING "WATCH LIST MATCH HELD FOR COMPLIANCE REVIEW: "
                    SCREEN-REVIEW-ID
                    DELIMITED BY SIZE INTO REJECT-REASON
           END-IF.

       SCREEN-APPLICATION-BENEFICIARY.

           MOVE POLICY-ID TO SCREEN-PARTY-KEY
           MOVE BEN-NAME (BENEFICIARY-IDX) TO SCREEN-PARTY-NAME
           PERFORM SCREEN-ONE-PARTY.

       SCREEN-ONE-PARTY.

           CALL "WATCHSCREEN"
                USING SCREEN-PARTY-TYPE
                      SCREEN-PARTY-KEY
                      SCREEN-PARTY-NAME
                      SCREEN-SOURCE
                      SCREEN-RESULT
                      SCREEN-REVIEW-ID.

       COMPUTE-INSURED-AGE.

           MOVE ZERO TO INSURED-AGE
               END-IF
           END-IF.

       VALIDATE-SECOND-INSURED.

           MOVE "N" TO SECOND-LIFE-SWITCH
           MOVE SPACES TO SECOND-LIFE-REASON
           MOVE ZERO TO SECOND-CUSTOMER-DOB
           MOVE SPACES TO SECOND-CUSTOMER-NAME

           IF NOT PRODUCT-IS-JOINT-LIFE
               MOVE ZERO TO SECOND-CUSTOMER-ID
               SET SECOND-LIFE-OK TO TRUE
           ELSE
               IF SECOND-CUSTOMER-ID = ZERO
                   STRING "SECOND INSURED REQUIRED FOR: "
                       PRODUCT-CODE
                       DELIMITED BY SIZE INTO SECOND-LIFE-REASON
               ELSE
                   IF SECOND-CUSTOMER-ID = CUSTOMER-ID
                       STRING "SECOND INSURED SAME AS FIRST: "
                           SECOND-CUSTOMER-ID
                           DELIMITED BY SIZE INTO SECOND-LIFE-REASON
                   ELSE
                       PERFORM LOOKUP-SECOND-INSURED
                   END-IF
               END-IF
           END-IF.

       LOOKUP-SECOND-INSURED.

           MOVE SECOND-CUSTOMER-ID TO DB-SECOND-CUSTOMER-ID
           MOVE ZERO TO DB-CUSTOMER-DOB
           MOVE SPACES TO DB-CUSTOMER-NAME

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT CUSTOMER_NAME, IFNULL(DATE_OF_BIRTH, 0)
               INTO :DB-CUSTOMER-NAME, :DB-CUSTOMER-DOB
               FROM CUSTOMER
               WHERE CUSTOMER_ID = :DB-SECOND-CUSTOMER-ID
           END-EXEC

           IF SQLCODE = 0
               MOVE DB-CUSTOMER-DOB TO SECOND-CUSTOMER-DOB
               MOVE DB-CUSTOMER-NAME TO SECOND-CUSTOMER-NAME
               SET SECOND-LIFE-OK TO TRUE
           ELSE
               STRING "SECOND INSURED NOT ON FILE: "
                   SECOND-CUSTOMER-ID
                   DELIMITED BY SIZE INTO SECOND-LIFE-REASON
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

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

       CHECK-ISSUE-AGE.

      * A product with both limits at zero has no age rule. An
                       OR INSURED-AGE <= DB-MAX-ISSUE-AGE)
                   SET ISSUE-AGE-OK TO TRUE
               END-IF
               IF SECOND-CUSTOMER-ID NOT = ZERO
                  AND (SECOND-INSURED-AGE < DB-MIN-ISSUE-AGE
                       OR (DB-MAX-ISSUE-AGE NOT = ZERO
                           AND SECOND-INSURED-AGE > DB-MAX-ISSUE-AGE))
                   MOVE "N" TO AGE-VALID-SWITCH
               END-IF
           END-IF.

       VALIDATE-AGENT-ID.

           MOVE ZERO TO DB-MIN-ISSUE-AGE
           MOVE ZERO TO DB-MAX-ISSUE-AGE
           MOVE "N" TO DB-JOINT-LIFE

           EXEC SQL
               SELECT RIDER_ELIGIBLE, IFNULL(MIN_ISSUE_AGE, 0),
                      IFNULL(MAX_ISSUE_AGE, 0),
                      IFNULL(JOINT_LIFE, 'N')
               INTO :DB-RIDER-ELIGIBLE, :DB-MIN-ISSUE-AGE,
                    :DB-MAX-ISSUE-AGE, :DB-JOINT-LIFE
               FROM PRODUCT
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND IFNULL(STATUS, 'ACTIVE') = 'ACTIVE'
           END-EXEC

           IF SQLCODE = 0
               SET PRODUCT-FOUND TO TRUE
           ELSE
               MOVE "N" TO DB-JOINT-LIFE
           END-IF

           MOVE DB-JOINT-LIFE TO JOINT-LIFE-SWITCH

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       WRITE-POLICY-EXCEPTION.
           MOVE CURRENCY-CODE    TO DB-CURRENCY-CODE
           MOVE BILLING-FREQUENCY TO DB-BILLING-FREQUENCY
           MOVE COVERAGE-AMOUNT  TO DB-COVERAGE-AMOUNT
           MOVE SECOND-CUSTOMER-ID TO DB-SECOND-CUSTOMER-ID
           MOVE REJECT-REASON    TO DB-REJECT-REASON
           MOVE AUDIT-DATE       TO DB-CHANGED-DATE

                    CUSTOMER_ID, PRODUCT_CODE, BASE_PREMIUM,
                    RIDER_TYPE, RIDER_PREMIUM, AGENT_ID,
                    EFFECTIVE_DATE, CURRENCY_CODE, BILLING_FREQUENCY,
                    COVERAGE_AMOUNT, REASON, STATUS, CREATED_DATE,
                    SECOND_CUSTOMER_ID)
               VALUES
                   (:DB-EXCEPTION-ID, 'POLICY', :DB-POLICY-ID,
                    :DB-CUSTOMER-ID, :DB-PRODUCT-CODE,
                    :DB-EXC-RIDER-PREM, :DB-AGENT-ID,
                    :DB-EFFECTIVE-DATE, :DB-CURRENCY-CODE,
                    :DB-BILLING-FREQUENCY, :DB-COVERAGE-AMOUNT,
                    :DB-REJECT-REASON, 'OPEN', :DB-CHANGED-DATE,
                    :DB-SECOND-CUSTOMER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
           MOVE CURRENCY-CODE  TO DB-CURRENCY-CODE
           MOVE BILLING-FREQUENCY TO DB-BILLING-FREQUENCY
           MOVE COVERAGE-AMOUNT   TO DB-COVERAGE-AMOUNT
           MOVE SECOND-CUSTOMER-ID TO DB-SECOND-CUSTOMER-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

                   (POLICY_ID, STATUS, CUSTOMER_ID, CUSTOMER_NAME,
                    PRODUCT_CODE, BASE_PREMIUM, RIDER_PREMIUM, AGENT_ID,
                    EFFECTIVE_DATE, EXPIRY_DATE, CURRENCY_CODE,
                    BILLING_FREQUENCY, COVERAGE_AMOUNT,
                    SECOND_CUSTOMER_ID)
               VALUES
                   (:DB-POLICY-ID, :DB-STATUS, :DB-CUSTOMER-ID,
                    :DB-CUSTOMER-NAME, :DB-PRODUCT-CODE,
                    :DB-BASE-PREMIUM, :DB-RIDER-PREMIUM, :DB-AGENT-ID,
                    :DB-EFFECTIVE-DATE, :DB-EXPIRY-DATE,
                    :DB-CURRENCY-CODE, :DB-BILLING-FREQUENCY,
                    :DB-COVERAGE-AMOUNT, :DB-SECOND-CUSTOMER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
      * so every later before-image has a baseline to stand on.

           MOVE DB-POLICY-ID TO SNAP-POLICY-ID
           PERFORM SNAPSHOT-POLICY

           MOVE DB-POLICY-ID TO PDC-POLICY-ID
           PERFORM ISSUE-POLICY-SCHEDULE.

       GENERATE-INSTALLMENT-SCHEDULE.

                USING SNAP-POLICY-ID
                      SNAP-SOURCE
                      SNAP-USER.

       ISSUE-POLICY-SCHEDULE.

           MOVE DB-AUDIT-USER TO PDC-USER

           CALL "POLICYDOC"
                USING PDC-POLICY-ID
                      PDC-DOC-REASON
                      PDC-REPRINT-OF
                      PDC-USER
                      PDC-DOC-ID.
