       01 DB-STATUS                 PIC X(10).
       01 DB-CUSTOMER-ID            PIC 9(06).
       01 DB-CUSTOMER-NAME          PIC X(30).
       01 DB-SECOND-CUSTOMER-ID     PIC 9(06).
       01 DB-FIRST-DEATH-CUSTOMER-ID PIC 9(06).
       01 DB-CUSTOMER-NAME-SEARCH   PIC X(30).
       01 DB-PRODUCT-CODE           PIC X(10).
       01 DB-BASE-PREMIUM           PIC 9(7)V99.
           EXEC SQL
               SELECT STATUS, CUSTOMER_ID, CUSTOMER_NAME,
                      PRODUCT_CODE, BASE_PREMIUM, EFFECTIVE_DATE,
                      EXPIRY_DATE, AGENT_ID, CURRENCY_CODE,
                      IFNULL(SECOND_CUSTOMER_ID, 0),
                      IFNULL(FIRST_DEATH_CUSTOMER_ID, 0)
               INTO :DB-STATUS, :DB-CUSTOMER-ID, :DB-CUSTOMER-NAME,
                    :DB-PRODUCT-CODE, :DB-BASE-PREMIUM,
                    :DB-EFFECTIVE-DATE, :DB-EXPIRY-DATE,
                    :DB-AGENT-ID, :DB-CURRENCY-CODE,
                    :DB-SECOND-CUSTOMER-ID,
                    :DB-FIRST-DEATH-CUSTOMER-ID
               FROM POLICY
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC
               DISPLAY "STATUS: " DB-STATUS
               DISPLAY "CUSTOMER ID: " DB-CUSTOMER-ID
               DISPLAY "CUSTOMER NAME: " DB-CUSTOMER-NAME
               IF DB-SECOND-CUSTOMER-ID NOT = ZERO
                   DISPLAY "SECOND INSURED ID: " DB-SECOND-CUSTOMER-ID
               END-IF
               IF DB-FIRST-DEATH-CUSTOMER-ID NOT = ZERO
                   DISPLAY "FIRST DEATH RECORDED: "
                           DB-FIRST-DEATH-CUSTOMER-ID
               END-IF
               DISPLAY "PRODUCT CODE: " DB-PRODUCT-CODE
               DISPLAY "BASE PREMIUM: " DB-BASE-PREMIUM
               DISPLAY "RIDER PREMIUM: " DB-RIDER-PREMIUM
