       01 NO-RIDER-TYPE            PIC X(10) VALUE SPACES.

       01 INSURED-AGE              PIC 9(03).
       01 SECOND-INSURED-AGE       PIC 9(03).
       01 DOB-INTEGER              PIC 9(09).
       01 RATING-DATE-INTEGER      PIC 9(09).
       01 AGE-EDIT-RESULT          PIC S9(04) COMP.

           PERFORM SUM-RIDER-PREMIUMS-FOR-POLICY
           PERFORM LOOKUP-INSURED-AGE
           PERFORM LOOKUP-SECOND-INSURED-AGE

      * Before: the rate in force today. After: the rate the
      * pending version will put in force - the very call renewal
                      DB-BASE-PREMIUM
                      RIDER-PREMIUM-TOTAL
                      INSURED-AGE
                      SECOND-INSURED-AGE
                      TODAY-DATE
                      DB-POLICY-ID
                      PREMIUM-BEFORE
                      DB-BASE-PREMIUM
                      RIDER-PREMIUM-TOTAL
                      INSURED-AGE
                      SECOND-INSURED-AGE
                      PENDING-RATE-DATE
                      DB-POLICY-ID
                      PREMIUM-AFTER
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
                           FUNCTION INTEGER-OF-DATE
                               (PENDING-RATE-DATE)
                   COMPUTE SECOND-INSURED-AGE =
                           (RATING-DATE-INTEGER - DOB-INTEGER)
                           / 365.25
               END-IF
           END-IF.

       CONVERT-TO-HOUSE-CURRENCY.

      * The rate in force at the run date converts both premiums
