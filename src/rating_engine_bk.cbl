
       01 AGE-RATE-FACTOR        PIC 9V999.

      * A joint-life product rates both lives. Paying on the first
      * death it carries nearly the cost of two single-life covers -
      * both age factors added, less a share for the one policy.
      * Paying on the second death it is cheaper than either life
      * alone - the lower of the two factors, scaled down. A second
      * age of zero (no date of birth on file) is age-neutral, as it
      * is for the first life.

       01 FIRST-AGE-FACTOR       PIC 9V999.
       01 SECOND-AGE-FACTOR      PIC 9V999.
       01 RATING-AGE             PIC 9(03).
       01 JOINT-FIRST-DEATH-PCT  PIC 9V999 VALUE 0.900.
       01 JOINT-SECOND-DEATH-PCT PIC 9V999 VALUE 0.600.
       01 JOINT-LIFE-FLAG        PIC X(01) VALUE "N".
           88 PRODUCT-IS-JOINT-LIFE       VALUE "Y".
       01 JOINT-PAYS-ON          PIC X(06) VALUE "FIRST".
           88 JOINT-PAYS-ON-SECOND        VALUE "SECOND".

       01 VERSION-FOUND-SWITCH   PIC X(01) VALUE "N".
           88 RATE-VERSION-FOUND          VALUE "Y".
       01 RIDER-ELIGIBLE-FLAG    PIC X(01) VALUE "Y".
       01 DB-VERSION-RATE        PIC 9V999.
       01 DB-POLICY-ID           PIC 9(06).
       01 DB-LOADING-PCT         PIC 9(3)V99.
       01 DB-JOINT-LIFE          PIC X(01).
       01 DB-JOINT-PAYS-ON       PIC X(06).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                PIC S9(9) COMP VALUE 0.

       01 BASE-PREMIUM           PIC 9(7)V99.
       01 RIDER-PREMIUM          PIC 9(7)V99.
       01 INSURED-AGE            PIC 9(03).
       01 SECOND-INSURED-AGE     PIC 9(03).
       01 RATING-DATE            PIC 9(08).
       01 POLICY-ID              PIC 9(06).
       01 TOTAL-PREMIUM          PIC 9(7)V99.
                                 BASE-PREMIUM
                                 RIDER-PREMIUM
                                 INSURED-AGE
                                 SECOND-INSURED-AGE
                                 RATING-DATE
                                 POLICY-ID
                                 TOTAL-PREMIUM.

       LOOKUP-AGE-RATE-FACTOR.

           MOVE INSURED-AGE TO RATING-AGE
           PERFORM LOOKUP-AGE-BAND

           IF PRODUCT-IS-JOINT-LIFE
               MOVE AGE-RATE-FACTOR TO FIRST-AGE-FACTOR
               MOVE SECOND-INSURED-AGE TO RATING-AGE
               PERFORM LOOKUP-AGE-BAND
               MOVE AGE-RATE-FACTOR TO SECOND-AGE-FACTOR

               IF JOINT-PAYS-ON-SECOND
                   IF SECOND-AGE-FACTOR < FIRST-AGE-FACTOR
                       MOVE SECOND-AGE-FACTOR TO FIRST-AGE-FACTOR
                   END-IF
                   COMPUTE AGE-RATE-FACTOR ROUNDED =
                           FIRST-AGE-FACTOR * JOINT-SECOND-DEATH-PCT
               ELSE
                   COMPUTE AGE-RATE-FACTOR ROUNDED =
                           (FIRST-AGE-FACTOR + SECOND-AGE-FACTOR)
                           * JOINT-FIRST-DEATH-PCT
               END-IF
           END-IF.

       LOOKUP-AGE-BAND.

           EVALUATE TRUE
               WHEN RATING-AGE = ZERO
                   MOVE 1.000 TO AGE-RATE-FACTOR
               WHEN RATING-AGE < 30
                   MOVE 0.950 TO AGE-RATE-FACTOR
               WHEN RATING-AGE < 45
                   MOVE 1.000 TO AGE-RATE-FACTOR
               WHEN RATING-AGE < 60
                   MOVE 1.150 TO AGE-RATE-FACTOR
               WHEN RATING-AGE < 70
                   MOVE 1.350 TO AGE-RATE-FACTOR
               WHEN OTHER
                   MOVE 1.600 TO AGE-RATE-FACTOR
      * in force when it took effect, not whatever PRODUCTMAINT has
      * keyed since. PRODUCT.BASE_RATE_FACTOR remains the fallback
      * for a product with no versions, and the built-in table the
      * fallback after that. A product still PENDING approval has no
      * rate versions and is not rated from the PRODUCT row either.

           SET RATE-FOUND-SWITCH TO "N"
           MOVE "N" TO VERSION-FOUND-SWITCH
           MOVE "Y" TO RIDER-ELIGIBLE-FLAG
           MOVE "N" TO JOINT-LIFE-FLAG
           MOVE "FIRST" TO JOINT-PAYS-ON
           MOVE PRODUCT-CODE TO DB-PRODUCT-CODE
           MOVE RATING-DATE  TO DB-RATING-DATE

           END-IF

           EXEC SQL
               SELECT BASE_RATE_FACTOR, RIDER_ELIGIBLE,
                      IFNULL(JOINT_LIFE, 'N'),
                      IFNULL(JOINT_PAYS_ON, 'FIRST')
               INTO :DB-RATE-FACTOR, :DB-RIDER-ELIGIBLE,
                    :DB-JOINT-LIFE, :DB-JOINT-PAYS-ON
               FROM PRODUCT
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND IFNULL(STATUS, 'ACTIVE') = 'ACTIVE'
           END-EXEC

           IF SQLCODE = 0
                MOVE DB-RIDER-ELIGIBLE TO RIDER-ELIGIBLE-FLAG
                MOVE DB-JOINT-LIFE     TO JOINT-LIFE-FLAG
                MOVE DB-JOINT-PAYS-ON  TO JOINT-PAYS-ON
                IF NOT RATE-VERSION-FOUND
                     MOVE DB-RATE-FACTOR TO RATE-FACTOR-USED
                     SET RATE-FOUND-SWITCH TO "Y"
