       01 NO-RIDER-TYPE        PIC X(10) VALUE SPACES.
       01 NO-POLICY-ID         PIC 9(06) VALUE ZERO.
       01 INSURED-AGE          PIC 9(03).
       01 SECOND-INSURED-AGE   PIC 9(03).

       01 TERM-LENGTH-DAYS     PIC 9(05) VALUE 365.
       01 TERM-BILL-YEARS      PIC 9(03) VALUE 1.
       01 SNAP-SOURCE          PIC X(12) VALUE "NEWBUS".
       01 SNAP-USER            PIC X(20) VALUE "UWREVIEW".

      * The policy schedule the customer is sent - POLICYDOC prints
      * it from the version just snapped and records it for reprint.

       01 PDC-POLICY-ID        PIC 9(06).
       01 PDC-DOC-REASON       PIC X(10) VALUE "UWISSUE".
       01 PDC-REPRINT-OF       PIC 9(09) VALUE ZERO.
       01 PDC-USER             PIC X(20).
       01 PDC-DOC-ID           PIC 9(09).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-REFERRAL-ID       PIC 9(09).
       01 DB-POLICY-ID         PIC 9(06).
       01 DB-BILLING-FREQUENCY PIC X(10).
       01 DB-COVERAGE-AMOUNT   PIC 9(9)V99.
       01 DB-INSURED-AGE       PIC 9(03).
       01 DB-SECOND-CUSTOMER-ID PIC 9(06).
       01 DB-SECOND-INSURED-AGE PIC 9(03).
       01 DB-REASON            PIC X(60).
       01 DB-CREATED-DATE      PIC 9(08).
       01 DB-STATUS            PIC X(10).
           EXEC SQL
               DECLARE open_ref_cursor CURSOR FOR
               SELECT REFERRAL_ID, POLICY_ID, PRODUCT_CODE,
                      INSURED_AGE, IFNULL(SECOND_INSURED_AGE, 0),
                      REASON
               FROM UNDERWRITING_QUEUE
               WHERE STATUS = 'OPEN'
               ORDER BY REFERRAL_ID
                   FETCH open_ref_cursor
                   INTO :DB-REFERRAL-ID, :DB-POLICY-ID,
                        :DB-PRODUCT-CODE, :DB-INSURED-AGE,
                        :DB-SECOND-INSURED-AGE, :DB-REASON
               END-EXEC
               IF SQLCODE = 0
                   SET LISTED-ANY TO TRUE
                           " POLICY " DB-POLICY-ID
                           " PRODUCT " DB-PRODUCT-CODE
                           " AGE " DB-INSURED-AGE
                   IF DB-SECOND-INSURED-AGE NOT = ZERO
                       DISPLAY "     SECOND INSURED AGE "
                               DB-SECOND-INSURED-AGE
                   END-IF
                   DISPLAY "     " DB-REASON
               END-IF
           END-PERFORM.
                      BASE_PREMIUM, RIDER_TYPE, RIDER_PREMIUM,
                      AGENT_ID, EFFECTIVE_DATE, CURRENCY_CODE,
                      BILLING_FREQUENCY, COVERAGE_AMOUNT,
                      IFNULL(INSURED_AGE, 0),
                      IFNULL(SECOND_CUSTOMER_ID, 0),
                      IFNULL(SECOND_INSURED_AGE, 0)
               INTO :DB-POLICY-ID, :DB-CUSTOMER-ID,
                    :DB-PRODUCT-CODE, :DB-BASE-PREMIUM,
                    :DB-RIDER-TYPE, :DB-RIDER-PREMIUM,
                    :DB-AGENT-ID, :DB-EFFECTIVE-DATE,
                    :DB-CURRENCY-CODE, :DB-BILLING-FREQUENCY,
                    :DB-COVERAGE-AMOUNT, :DB-INSURED-AGE,
                    :DB-SECOND-CUSTOMER-ID, :DB-SECOND-INSURED-AGE
               FROM UNDERWRITING_QUEUE
               WHERE REFERRAL_ID = :DB-REFERRAL-ID
                 AND STATUS = 'OPEN'
      * remember.

           MOVE DB-INSURED-AGE TO INSURED-AGE
           MOVE DB-SECOND-INSURED-AGE TO SECOND-INSURED-AGE

           IF DB-RIDER-TYPE = SPACES
               CALL "RATINGENGINE"
                          DB-BASE-PREMIUM
                          DB-RIDER-PREMIUM
                          INSURED-AGE
                          SECOND-INSURED-AGE
                          DB-EFFECTIVE-DATE
                          NO-POLICY-ID
                          TOTAL-PREMIUM
                          DB-BASE-PREMIUM
                          DB-RIDER-PREMIUM
                          INSURED-AGE
                          SECOND-INSURED-AGE
                          DB-EFFECTIVE-DATE
                          NO-POLICY-ID
                          TOTAL-PREMIUM
                    AGENT_ID, EFFECTIVE_DATE, EXPIRY_DATE,
                    CURRENCY_CODE, BILLING_FREQUENCY,
                    COVERAGE_AMOUNT, PREMIUM_LOADING_PCT,
                    EXCLUSION_TEXT, SECOND_CUSTOMER_ID)
               VALUES
                   (:DB-POLICY-ID, :DB-STATUS, :DB-CUSTOMER-ID,
                    :DB-CUSTOMER-NAME, :DB-PRODUCT-CODE,
                    :DB-AGENT-ID, :DB-EFFECTIVE-DATE,
                    :DB-EXPIRY-DATE, :DB-CURRENCY-CODE,
                    :DB-BILLING-FREQUENCY, :DB-COVERAGE-AMOUNT,
                    :DB-LOADING-PCT, :DB-EXCLUSION-TEXT,
                    :DB-SECOND-CUSTOMER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE DB-POLICY-ID TO SNAP-POLICY-ID
               PERFORM SNAPSHOT-POLICY

               MOVE DB-POLICY-ID TO PDC-POLICY-ID
               PERFORM ISSUE-POLICY-SCHEDULE

               DISPLAY "POLICY " DB-POLICY-ID " WRITTEN AT LOADING "
                       LOADING-PERCENT " PCT, TOTAL PREMIUM: "
                       LOADED-PREMIUM
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
