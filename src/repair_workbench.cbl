      * them.

       01 NEW-CUSTOMER-ID      PIC 9(06).
       01 NEW-SECOND-CUSTOMER-ID PIC 9(06).
       01 NEW-PRODUCT-CODE     PIC X(10).
       01 NEW-AGENT-ID         PIC 9(06).
       01 NEW-POLICY-ID        PIC 9(06).
       01 NEW-CLAIM-TYPE       PIC X(20).
       01 NEW-CLAIM-AMOUNT     PIC 9(7)V99.
       01 NEW-LOSS-DATE        PIC 9(08).

       01 TOTAL-PREMIUM        PIC 9(7)V99.
       01 NO-RIDER-TYPE        PIC X(10) VALUE SPACES.
       01 INSURED-AGE          PIC 9(03).
       01 SECOND-INSURED-AGE   PIC 9(03).
       01 DOB-INTEGER          PIC 9(09).
       01 EFFECTIVE-INTEGER    PIC 9(09).
       01 AGE-EDIT-RESULT      PIC S9(04) COMP.
           88 AGENT-IS-ACTIVE            VALUE "Y".
       01 AGE-VALID-SWITCH     PIC X(01) VALUE "N".
           88 ISSUE-AGE-OK               VALUE "Y".
       01 SECOND-LIFE-VALID-SWITCH PIC X(01) VALUE "N".
           88 SECOND-LIFE-OK             VALUE "Y".

       01 AUDIT-DATE           PIC 9(08).
       01 AUDIT-TIME           PIC 9(06).
       01 DB-CREATED-DATE      PIC X(08).
       01 DB-CUSTOMER-NAME     PIC X(30).
       01 DB-CUSTOMER-DOB      PIC 9(08).
       01 DB-SECOND-CUSTOMER-ID PIC 9(06).
       01 DB-SECOND-CUSTOMER-DOB PIC 9(08).
       01 DB-JOINT-LIFE        PIC X(01).
       01 DB-RIDER-ELIGIBLE    PIC X(01).
       01 DB-MIN-ISSUE-AGE     PIC 9(03).
       01 DB-MAX-ISSUE-AGE     PIC 9(03).
       01 DB-EXC-CLAIM-ID      PIC 9(10).
       01 DB-EXC-CLAIM-TYPE    PIC X(20).
       01 DB-EXC-CLAIM-AMOUNT  PIC 9(7)V99.
       01 DB-EXC-LOSS-DATE     PIC 9(08).
       01 DB-TERM-YEARS        PIC 9(03).
       01 DB-AUDIT-USER        PIC X(20)
                              VALUE "REPAIRWB".
                      PRODUCT_CODE, BASE_PREMIUM, RIDER_TYPE,
                      RIDER_PREMIUM, AGENT_ID, EFFECTIVE_DATE,
                      CURRENCY_CODE, BILLING_FREQUENCY,
                      COVERAGE_AMOUNT, REASON,
                      IFNULL(SECOND_CUSTOMER_ID, 0)
               INTO :DB-SOURCE-SYSTEM, :DB-POLICY-ID,
                    :DB-CUSTOMER-ID, :DB-PRODUCT-CODE,
                    :DB-BASE-PREMIUM, :DB-RIDER-TYPE,
                    :DB-RIDER-PREMIUM, :DB-AGENT-ID,
                    :DB-EFFECTIVE-DATE, :DB-CURRENCY-CODE,
                    :DB-BILLING-FREQUENCY, :DB-COVERAGE-AMOUNT,
                    :DB-REASON, :DB-SECOND-CUSTOMER-ID
               FROM EXCEPTION_QUEUE
               WHERE EXCEPTION_ID = :DB-EXCEPTION-ID
                 AND STATUS = 'OPEN'
                   MOVE NEW-CLAIM-AMOUNT TO DB-EXC-CLAIM-AMOUNT
               END-IF

               DISPLAY "ENTER CORRECTED DATE OF LOSS (0 TO KEEP):"
               ACCEPT NEW-LOSS-DATE

               PERFORM RESUBMIT-REPAIRED-CLAIM
           END-IF.

       RESUBMIT-REPAIRED-CLAIM.

      * Cover is judged as at the date of loss when the claim
      * re-adjudicates, so a policy that has lapsed since is no bar
      * here - the policy only has to be on file.

           MOVE SPACES TO DB-STATUS

           EXEC SQL
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "POLICY " DB-POLICY-ID
                       " NOT ON FILE, ITEM LEFT OPEN"
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE ZERO TO DB-EXC-LOSS-DATE

               EXEC SQL
                   SELECT IFNULL(LOSS_DATE, 0)
                   INTO :DB-EXC-LOSS-DATE
                   FROM CLAIM_HISTORY
                   WHERE CLAIM_ID = :DB-EXC-CLAIM-ID
               END-EXEC

               MOVE ZERO TO SQLCODE

               IF NEW-LOSS-DATE NOT = ZERO
                   MOVE NEW-LOSS-DATE TO DB-EXC-LOSS-DATE
               END-IF

               EXEC SQL
                   UPDATE CLAIM_HISTORY
                   SET POLICY_ID = :DB-POLICY-ID,
                       CLAIM_TYPE = :DB-EXC-CLAIM-TYPE,
                       CLAIM_AMOUNT = :DB-EXC-CLAIM-AMOUNT,
                       LOSS_DATE = :DB-EXC-LOSS-DATE
                   WHERE CLAIM_ID = :DB-EXC-CLAIM-ID
               END-EXEC

                   "  CUSTOMER " DB-CUSTOMER-ID
                   "  PRODUCT " DB-PRODUCT-CODE
                   "  AGENT " DB-AGENT-ID
                   "  SECOND LIFE " DB-SECOND-CUSTOMER-ID

           DISPLAY "ENTER CORRECTED CUSTOMER ID (0 TO KEEP):"
           ACCEPT NEW-CUSTOMER-ID
               MOVE NEW-CUSTOMER-ID TO DB-CUSTOMER-ID
           END-IF

           DISPLAY "ENTER CORRECTED SECOND LIFE CUSTOMER ID "
                   "(0 TO KEEP):"
           ACCEPT NEW-SECOND-CUSTOMER-ID
           IF NEW-SECOND-CUSTOMER-ID NOT = ZERO
               MOVE NEW-SECOND-CUSTOMER-ID TO DB-SECOND-CUSTOMER-ID
           END-IF

           DISPLAY "ENTER CORRECTED PRODUCT CODE (BLANK TO KEEP):"
           ACCEPT NEW-PRODUCT-CODE
           IF NEW-PRODUCT-CODE NOT = SPACES
           MOVE SPACES TO DB-RIDER-ELIGIBLE
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
               DISPLAY "PRODUCT STILL NOT ON FILE OR NOT ACTIVE: "
                       DB-PRODUCT-CODE
               MOVE ZERO TO SQLCODE
           END-IF

               MOVE ZERO TO SQLCODE
           END-IF

           PERFORM CHECK-REPAIRED-SECOND-LIFE
           PERFORM CHECK-REPAIRED-ISSUE-AGE

           IF CUSTOMER-FOUND AND PRODUCT-FOUND
              AND AGENT-IS-ACTIVE AND ISSUE-AGE-OK
              AND SECOND-LIFE-OK
               IF DB-RIDER-TYPE NOT = SPACES
                  AND DB-RIDER-ELIGIBLE NOT = "Y"
                   DISPLAY "PRODUCT NOT RIDER-ELIGIBLE: "
               END-IF
           END-IF.

       CHECK-REPAIRED-SECOND-LIFE.

      * A joint-life product needs its second insured on file and
      * distinct from the first. Any second customer sent in on a
      * single-life product is simply dropped.

           MOVE "N" TO SECOND-LIFE-VALID-SWITCH
           MOVE ZERO TO DB-SECOND-CUSTOMER-DOB

           IF DB-JOINT-LIFE NOT = "Y"
               MOVE ZERO TO DB-SECOND-CUSTOMER-ID
               SET SECOND-LIFE-OK TO TRUE
           ELSE
               IF DB-SECOND-CUSTOMER-ID = ZERO
                  OR DB-SECOND-CUSTOMER-ID = DB-CUSTOMER-ID
                   DISPLAY "JOINT-LIFE PRODUCT NEEDS A SEPARATE "
                           "SECOND INSURED"
               ELSE
                   EXEC SQL
                       SELECT IFNULL(DATE_OF_BIRTH, 0)
                       INTO :DB-SECOND-CUSTOMER-DOB
                       FROM CUSTOMER
                       WHERE CUSTOMER_ID = :DB-SECOND-CUSTOMER-ID
                   END-EXEC

                   IF SQLCODE = 0
                       SET SECOND-LIFE-OK TO TRUE
                   ELSE
                       DISPLAY "SECOND INSURED NOT ON FILE: "
                               DB-SECOND-CUSTOMER-ID
                       MOVE ZERO TO SQLCODE
                   END-IF
               END-IF
           END-IF.

       CHECK-REPAIRED-ISSUE-AGE.

           MOVE ZERO TO INSURED-AGE
               END-IF
           END-IF

           MOVE ZERO TO SECOND-INSURED-AGE
           MOVE DB-SECOND-CUSTOMER-DOB TO CUSTOMER-DOB

           IF CUSTOMER-DOB NOT = ZERO
               COMPUTE AGE-EDIT-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD (CUSTOMER-DOB)
               IF AGE-EDIT-RESULT = ZERO
                   COMPUTE DOB-INTEGER =
                           FUNCTION INTEGER-OF-DATE (CUSTOMER-DOB)
                   COMPUTE EFFECTIVE-INTEGER =
                           FUNCTION INTEGER-OF-DATE
                               (DB-EFFECTIVE-DATE)
                   COMPUTE SECOND-INSURED-AGE =
                           (EFFECTIVE-INTEGER - DOB-INTEGER)
                           / 365.25
               END-IF
           END-IF

           IF DB-MIN-ISSUE-AGE = ZERO AND DB-MAX-ISSUE-AGE = ZERO
               SET ISSUE-AGE-OK TO TRUE
           ELSE
                   DISPLAY "INSURED AGE " INSURED-AGE
                           " STILL OUTSIDE ISSUE AGES"
               END-IF
               IF DB-SECOND-CUSTOMER-ID NOT = ZERO
                  AND (SECOND-INSURED-AGE < DB-MIN-ISSUE-AGE
                       OR (DB-MAX-ISSUE-AGE NOT = ZERO
                           AND SECOND-INSURED-AGE > DB-MAX-ISSUE-AGE))
                   MOVE "N" TO AGE-VALID-SWITCH
                   DISPLAY "SECOND INSURED AGE " SECOND-INSURED-AGE
                           " STILL OUTSIDE ISSUE AGES"
               END-IF
           END-IF.

       SAVE-REPAIRED-POLICY.
                          BASE-PREMIUM
                          RIDER-PREMIUM-TOTAL
                          INSURED-AGE
                          SECOND-INSURED-AGE
                          EFFECTIVE-DATE
                          DB-POLICY-ID
                          TOTAL-PREMIUM
                          BASE-PREMIUM
                          RIDER-PREMIUM-TOTAL
                          INSURED-AGE
                          SECOND-INSURED-AGE
                          EFFECTIVE-DATE
                          DB-POLICY-ID
                          TOTAL-PREMIUM
                    PRODUCT_CODE, BASE_PREMIUM, RIDER_PREMIUM,
                    AGENT_ID, EFFECTIVE_DATE, EXPIRY_DATE,
                    CURRENCY_CODE, BILLING_FREQUENCY,
                    COVERAGE_AMOUNT, SECOND_CUSTOMER_ID)
               VALUES
                   (:DB-POLICY-ID, :DB-STATUS, :DB-CUSTOMER-ID,
                    :DB-CUSTOMER-NAME, :DB-PRODUCT-CODE,
                    :DB-BASE-PREMIUM, :DB-RIDER-PREMIUM,
                    :DB-AGENT-ID, :DB-EFFECTIVE-DATE,
                    :DB-EXPIRY-DATE, :DB-CURRENCY-CODE,
                    :DB-BILLING-FREQUENCY, :DB-COVERAGE-AMOUNT,
                    :DB-SECOND-CUSTOMER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
