      * age-band factor. No date of birth on file rates age-neutral.

       01 INSURED-AGE              PIC 9(03).
       01 SECOND-INSURED-AGE       PIC 9(03).
       01 DOB-INTEGER              PIC 9(09).
       01 RATING-DATE-INTEGER      PIC 9(09).
       01 AGE-EDIT-RESULT          PIC S9(04) COMP.

       01 JRN-SOURCE-CODE      PIC X(10) VALUE "BILLING".
       01 JRN-POLICY-ID        PIC 9(06).
       01 JRN-INVOICE-ID       PIC 9(10).
       01 JRN-ACCOUNT-CODE     PIC X(04).
       01 JRN-DEBIT-CREDIT     PIC X(01).
       01 JRN-AMOUNT           PIC 9(9)V99.

           PERFORM SUM-RIDER-PREMIUMS-FOR-POLICY
           PERFORM LOOKUP-INSURED-AGE
           PERFORM LOOKUP-SECOND-INSURED-AGE

           CALL "RATINGENGINE"
                USING DB-PRODUCT-CODE
                      DB-PREMIUM
                      RIDER-PREMIUM-TOTAL
                      INSURED-AGE
                      SECOND-INSURED-AGE
                      BILLING-DATE
                      DB-POLICY-ID
                      TOTAL-PREMIUM

           PERFORM SUM-RIDER-PREMIUMS-FOR-POLICY
           PERFORM LOOKUP-INSURED-AGE
           PERFORM LOOKUP-SECOND-INSURED-AGE

           CALL "RATINGENGINE"
                USING DB-PRODUCT-CODE
                      DB-PREMIUM
                      RIDER-PREMIUM-TOTAL
                      INSURED-AGE
                      SECOND-INSURED-AGE
                      BILLING-DATE
                      DB-POLICY-ID
                      TOTAL-PREMIUM
               END-IF
           END-IF.

       LOOKUP-SECOND-INSURED-AGE.

      * A joint-life policy's second insured is aged the same way.
      * A single-life policy has no second customer and comes
      * back zero.

           MOVE ZERO TO SECOND-INSURED-AGE
           MOVE ZERO TO DB-CUSTOMER-DOB

           EXEC SQL
               SELECT IFNULL(C.DATE_OF_BIRTH, 0)
               INTO :DB-CUSTOMER-DOB
               FROM CUSTOMER C, POLICY P
               WHERE P.POLICY_ID = :DB-POLICY-ID
                 AND C.CUSTOMER_ID = P.SECOND_CUSTOMER_ID
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
                   COMPUTE RATING-DATE-INTEGER =
                           FUNCTION INTEGER-OF-DATE (BILLING-DATE)
                   COMPUTE SECOND-INSURED-AGE =
                           (RATING-DATE-INTEGER - DOB-INTEGER)
                           / 365.25
               END-IF
           END-IF.

       SUM-RIDER-PREMIUMS-FOR-POLICY.

           EXEC SQL
