      * it, the caller sends the row through here and the full
      * image lands in POLICY_VERSION under the next version
      * number. POLICYINQUIRY's as-at option reads these back. The
      * after-images are NEWBUS, taken right after the policy is
      * first written, so version 1 is always the issue state, and
      * SCHEDULE, taken by POLICYDOC after an endorsement so the
      * schedule sent has a version to reprint from. A SCHEDULE
      * image always follows its own ENDORSE before-image on the
      * same day, so the as-at rule still finds the right terms.

       01 SNAP-DATE            PIC 9(08).
       01 SNAP-TIME            PIC 9(06).
                    AGENT_ID, CURRENCY_CODE, BILLING_FREQUENCY,
                    COVERAGE_AMOUNT, PREMIUM_LOADING_PCT,
                    EXCLUSION_TEXT, SECOND_AGENT_ID, SPLIT_PERCENT,
                    OWNER_CUSTOMER_ID, SECOND_CUSTOMER_ID,
                    FIRST_DEATH_CUSTOMER_ID, PAYOR_ID,
                    SNAPPED_DATE, SNAPPED_TIME, CHANGE_SOURCE,
                    SNAPPED_BY)
               SELECT P.POLICY_ID,
                      IFNULL(P.EXCLUSION_TEXT, ' '),
                      IFNULL(P.SECOND_AGENT_ID, 0),
                      IFNULL(P.SPLIT_PERCENT, 0),
                      IFNULL(P.OWNER_CUSTOMER_ID, 0),
                      IFNULL(P.SECOND_CUSTOMER_ID, 0),
                      IFNULL(P.FIRST_DEATH_CUSTOMER_ID, 0),
                      IFNULL(P.PAYOR_ID, 0),
                      :DB-SNAPPED-DATE, :DB-SNAPPED-TIME,
                      :DB-CHANGE-SOURCE, :DB-SNAPPED-BY
               FROM POLICY P
