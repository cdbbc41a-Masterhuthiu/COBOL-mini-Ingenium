      * rates age-neutral.

       01 INSURED-AGE           PIC 9(03).
       01 SECOND-INSURED-AGE    PIC 9(03).
       01 DOB-INTEGER           PIC 9(09).
       01 RATING-DATE-INTEGER   PIC 9(09).
       01 AGE-EDIT-RESULT       PIC S9(04) COMP.
       01 SNAP-SOURCE          PIC X(12) VALUE "ENDORSE".
       01 SNAP-USER            PIC X(20) VALUE "POLICYENDORSE".

      * The policy schedule the customer is sent - POLICYDOC takes
      * the after-image, prints from it and records it for reprint.

       01 PDC-POLICY-ID        PIC 9(06).
       01 PDC-DOC-REASON       PIC X(10) VALUE "ENDORSE".
       01 PDC-REPRINT-OF       PIC 9(09) VALUE ZERO.
       01 PDC-USER             PIC X(20).
       01 PDC-DOC-ID           PIC 9(09).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-POLICY-ID             PIC 9(06).
       01 DB-STATUS                PIC X(10).
       01 DB-WINDOW-STATUS         PIC X(10).
       01 DB-SECOND-AGENT          PIC 9(06).
       01 DB-SPLIT-PERCENT         PIC 9(3)V99.
       01 DB-BASIS-CHANGE-COUNT    PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

               MOVE OLD-PRODUCT-CODE TO NEW-PRODUCT-CODE
           END-IF

           IF NEW-PRODUCT-CODE NOT = OLD-PRODUCT-CODE
               PERFORM CHECK-JOINT-LIFE-CHANGE
           END-IF

           DISPLAY "ENTER NEW BASE PREMIUM (0 TO KEEP CURRENT):"
           ACCEPT NEW-BASE-PREMIUM

               PERFORM CAPTURE-NEW-RIDER
           END-IF.

       CHECK-JOINT-LIFE-CHANGE.

      * The lives covered are fixed at issue - an endorsement cannot
      * move a policy between single-life and joint-life cover, or
      * between paying on the first and on the second death.

           MOVE OLD-PRODUCT-CODE TO DB-OLD-PRODUCT-CODE
           MOVE NEW-PRODUCT-CODE TO DB-NEW-PRODUCT-CODE
           MOVE ZERO TO DB-BASIS-CHANGE-COUNT

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :DB-BASIS-CHANGE-COUNT
               FROM PRODUCT O, PRODUCT N
               WHERE O.PRODUCT_CODE = :DB-OLD-PRODUCT-CODE
                 AND N.PRODUCT_CODE = :DB-NEW-PRODUCT-CODE
                 AND (IFNULL(O.JOINT_LIFE, 'N')
                          <> IFNULL(N.JOINT_LIFE, 'N')
                      OR (IFNULL(O.JOINT_LIFE, 'N') = 'Y'
                          AND IFNULL(O.JOINT_PAYS_ON, 'FIRST')
                              <> IFNULL(N.JOINT_PAYS_ON, 'FIRST')))
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-BASIS-CHANGE-COUNT
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF DB-BASIS-CHANGE-COUNT > ZERO
               DISPLAY "PRODUCT " NEW-PRODUCT-CODE
                       " COVERS LIVES ON A DIFFERENT BASIS, "
                       "KEEPING " OLD-PRODUCT-CODE
               MOVE OLD-PRODUCT-CODE TO NEW-PRODUCT-CODE
           END-IF.

       CAPTURE-NEW-RIDER.

           DISPLAY "ENTER RIDER TYPE:"
       RE-RATE-AND-APPLY-ENDORSEMENT.

           PERFORM LOOKUP-INSURED-AGE
           PERFORM LOOKUP-SECOND-INSURED-AGE

           CALL "RATINGENGINE"
                USING OLD-PRODUCT-CODE
                      OLD-BASE-PREMIUM
                      OLD-RIDER-PREMIUM-TOTAL
                      INSURED-AGE
                      SECOND-INSURED-AGE
                      TODAY-DATE
                      POLICY-ID
                      OLD-TOTAL-PREMIUM
                      NEW-BASE-PREMIUM
                      RIDER-PREMIUM-TOTAL
                      INSURED-AGE
                      SECOND-INSURED-AGE
                      TODAY-DATE
                      POLICY-ID
                      NEW-TOTAL-PREMIUM
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           MOVE DB-POLICY-ID TO PDC-POLICY-ID
           PERFORM ISSUE-POLICY-SCHEDULE

           DISPLAY "------------------------------"
           DISPLAY "POLICY " POLICY-ID " ENDORSED"
           DISPLAY "NEW PRODUCT: " NEW-PRODUCT-CODE
               END-IF
           END-IF.

       LOOKUP-SECOND-INSURED-AGE.

      * A joint-life policy's second insured is aged the same way.
      * A single-life policy has no second customer and comes
      * back zero.

           MOVE ZERO TO SECOND-INSURED-AGE
           MOVE ZERO TO DB-CUSTOMER-DOB

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT IFNULL(C.DATE_OF_BIRTH, 0)
               INTO :DB-CUSTOMER-DOB
               FROM CUSTOMER C, POLICY P
               WHERE P.POLICY_ID = :DB-POLICY-ID
                 AND C.CUSTOMER_ID = P.SECOND_CUSTOMER_ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-CUSTOMER-DOB
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF DB-CUSTOMER-DOB NOT = ZERO
               COMPUTE AGE-EDIT-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD (DB-CUSTOMER-DOB)
               IF AGE-EDIT-RESULT = ZERO
                   COMPUTE DOB-INTEGER =
                           FUNCTION INTEGER-OF-DATE (DB-CUSTOMER-DOB)
                   COMPUTE RATING-DATE-INTEGER =
                           FUNCTION INTEGER-OF-DATE (TODAY-DATE)
                   COMPUTE SECOND-INSURED-AGE =
                           (RATING-DATE-INTEGER - DOB-INTEGER)
                           / 365.25
               END-IF
           END-IF.

       RAISE-ENDORSEMENT-ADJUSTMENT.

      * The difference between the old and new total premium is
                USING SNAP-POLICY-ID
                      SNAP-SOURCE
                      SNAP-USER.

       ISSUE-POLICY-SCHEDULE.

           MOVE SIGNON-USER-ID TO PDC-USER

           CALL "POLICYDOC"
                USING PDC-POLICY-ID
                      PDC-DOC-REASON
                      PDC-REPRINT-OF
                      PDC-USER
                      PDC-DOC-ID.
