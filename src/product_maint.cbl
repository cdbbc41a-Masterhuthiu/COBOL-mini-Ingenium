       01 MIN-ISSUE-AGE        PIC 9(03).
       01 MAX-ISSUE-AGE        PIC 9(03).
       01 TERM-YEARS           PIC 9(03).
       01 RPU-ELIGIBLE-FLAG    PIC X(01).
       01 JOINT-LIFE-FLAG      PIC X(01).
       01 JOINT-PAYS-ON        PIC X(06).
       01 INDEXABLE-FLAG       PIC X(01).
       01 RATE-EFFECTIVE-DATE  PIC 9(08).
       01 HISTORY-FOUND-SWITCH PIC X(01) VALUE "N".
           88 HISTORY-FOUND              VALUE "Y".
       01 PRODUCT-ADDED-SWITCH PIC X(01) VALUE "N".
           88 PRODUCT-ADDED              VALUE "Y".
       01 PRODUCT-FOUND-SWITCH PIC X(01) VALUE "N".
           88 PRODUCT-FOUND              VALUE "Y".

      * Claim payout rules live next to the rates they belong to -
      * percentage, flat deductible, and per-claim maximum by claim
       01 SCALE-LOSS-RATIO     PIC 9(05).
       01 SCALE-FACTOR         PIC 9V999.

      * New products, rates, payout rules, coverage, surrender
      * charges and the experience scale are not changed from this
      * screen directly - each change is held for a second user to
      * approve in REFAPPROVE, and only goes live then.

       01 REFDATA-CHANGE-FIELDS.
           05 RFQ-TABLE-NAME       PIC X(20).
           05 RFQ-CHANGE-ACTION    PIC X(06).
           05 RFQ-KEY-1            PIC X(20).
           05 RFQ-KEY-2            PIC X(20).
           05 RFQ-KEY-3            PIC X(20).
           05 RFQ-KEY-NUMBER-1     PIC 9(05).
           05 RFQ-KEY-NUMBER-2     PIC 9(05).
           05 RFQ-EFFECTIVE-DATE   PIC 9(08).
           05 RFQ-VALUE-1          PIC 9(9)V999.
           05 RFQ-VALUE-2          PIC 9(9)V999.
           05 RFQ-VALUE-3          PIC 9(9)V999.
           05 RFQ-KEYED-BY         PIC X(20).
           05 RFQ-CHANGE-ID        PIC 9(09).

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".

       01 DB-MIN-ISSUE-AGE       PIC 9(03).
       01 DB-MAX-ISSUE-AGE       PIC 9(03).
       01 DB-TERM-YEARS          PIC 9(03).
       01 DB-RPU-ELIGIBLE        PIC X(01).
       01 DB-JOINT-LIFE          PIC X(01).
       01 DB-JOINT-PAYS-ON       PIC X(06).
       01 DB-INDEXABLE           PIC X(01).
       01 DB-PRODUCT-STATUS      PIC X(08).
       01 DB-RATE-EFFECTIVE      PIC 9(08).
       01 DB-RULE-CLAIM-TYPE     PIC X(20).
       01 DB-COVERAGE-KEY        PIC X(10).
           DISPLAY "10. LIST SURRENDER CHARGE SCHEDULE"
           DISPLAY "11. ADD EXPERIENCE SCALE STEP"
           DISPLAY "12. LIST EXPERIENCE SCALE"
           DISPLAY "13. CHANGE PRODUCT FLAGS"
           DISPLAY "14. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

               WHEN 12
                   PERFORM LIST-EXPERIENCE-SCALE
               WHEN 13
                   PERFORM CHANGE-PRODUCT-FLAGS
               WHEN 14
                   SET DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           DISPLAY "ENTER FACTOR (E.G. 1150 = 1.150):"
           ACCEPT SCALE-FACTOR

           INITIALIZE REFDATA-CHANGE-FIELDS
           MOVE "EXPERIENCE_SCALE" TO RFQ-TABLE-NAME
           MOVE "SET"              TO RFQ-CHANGE-ACTION
           MOVE SCALE-CLAIM-COUNT  TO RFQ-KEY-NUMBER-1
           MOVE SCALE-LOSS-RATIO   TO RFQ-KEY-NUMBER-2
           MOVE SCALE-FACTOR       TO RFQ-VALUE-1

           PERFORM QUEUE-FOR-APPROVAL.

       LIST-EXPERIENCE-SCALE.

           DISPLAY "ENTER CHARGE PERCENT (E.G. 2500 = 25.00):"
           ACCEPT SCHEDULE-CHARGE-PCT

           INITIALIZE REFDATA-CHANGE-FIELDS
           MOVE "SURRENDER_CHARGE"   TO RFQ-TABLE-NAME
           MOVE "SET"                TO RFQ-CHANGE-ACTION
           MOVE PRODUCT-CODE         TO RFQ-KEY-1
           MOVE SCHEDULE-POLICY-YEAR TO RFQ-KEY-NUMBER-1
           MOVE SCHEDULE-CHARGE-PCT  TO RFQ-VALUE-1

           PERFORM QUEUE-FOR-APPROVAL.

       LIST-SURRENDER-SCHEDULE.

           DISPLAY "ENTER CLAIM TYPE COVERED:"
           ACCEPT RULE-CLAIM-TYPE

           INITIALIZE REFDATA-CHANGE-FIELDS
           MOVE "COVERAGE_MAP"  TO RFQ-TABLE-NAME
           MOVE "SET"           TO RFQ-CHANGE-ACTION
           MOVE COVERAGE-KEY    TO RFQ-KEY-1
           MOVE RULE-CLAIM-TYPE TO RFQ-KEY-2

           PERFORM QUEUE-FOR-APPROVAL.

       LIST-COVERAGE-MAP.

           DISPLAY "ENTER PER-CLAIM MAXIMUM (0 FOR NONE):"
           ACCEPT RULE-MAX-PAYOUT

           INITIALIZE REFDATA-CHANGE-FIELDS
           MOVE "CLAIM_PAYOUT_RULE" TO RFQ-TABLE-NAME
           MOVE "SET"               TO RFQ-CHANGE-ACTION
           MOVE PRODUCT-CODE        TO RFQ-KEY-1
           MOVE RULE-CLAIM-TYPE     TO RFQ-KEY-2
           MOVE RATE-EFFECTIVE-DATE TO RFQ-EFFECTIVE-DATE
           MOVE RULE-PAYOUT-PERCENT TO RFQ-VALUE-1
           MOVE RULE-DEDUCTIBLE     TO RFQ-VALUE-2
           MOVE RULE-MAX-PAYOUT     TO RFQ-VALUE-3

           PERFORM QUEUE-FOR-APPROVAL.

       LIST-PAYOUT-RULES.

           DISPLAY "ENTER TERM YEARS (0 FOR WHOLE OF LIFE):"
           ACCEPT TERM-YEARS

      * A product with real accumulated value is converted to reduced
      * paid-up by LAPSEBATCH instead of being lapsed - anything not
      * answered Y is treated as N.

           DISPLAY "REDUCED PAID-UP ELIGIBLE? (Y/N):"
           ACCEPT RPU-ELIGIBLE-FLAG
           IF RPU-ELIGIBLE-FLAG NOT = "Y"
               MOVE "N" TO RPU-ELIGIBLE-FLAG
           END-IF

      * A joint-life product covers two lives and pays either on the
      * first death (the policy then ends) or only on the second
      * (the first death is recorded and the policy runs on for the
      * survivor). Anything but SECOND is treated as FIRST.

           DISPLAY "JOINT LIFE? (Y/N):"
           ACCEPT JOINT-LIFE-FLAG
           MOVE "FIRST" TO JOINT-PAYS-ON
           IF JOINT-LIFE-FLAG = "Y"
               DISPLAY "PAYS ON FIRST OR SECOND DEATH "
                       "(FIRST/SECOND, BLANK FOR FIRST):"
               ACCEPT JOINT-PAYS-ON
               IF JOINT-PAYS-ON NOT = "SECOND"
                   MOVE "FIRST" TO JOINT-PAYS-ON
               END-IF
           ELSE
               MOVE "N" TO JOINT-LIFE-FLAG
           END-IF

      * An indexable product is offered a cover increase on every
      * policy anniversary by INDEXBATCH - anything not answered Y is
      * treated as N.

           DISPLAY "INDEXED ANNUALLY? (Y/N):"
           ACCEPT INDEXABLE-FLAG
           IF INDEXABLE-FLAG NOT = "Y"
               MOVE "N" TO INDEXABLE-FLAG
           END-IF

           MOVE PRODUCT-CODE        TO DB-PRODUCT-CODE
           MOVE PRODUCT-DESCRIPTION TO DB-PRODUCT-DESCRIPTION
           MOVE BASE-RATE-FACTOR    TO DB-BASE-RATE-FACTOR
           MOVE MIN-ISSUE-AGE       TO DB-MIN-ISSUE-AGE
           MOVE MAX-ISSUE-AGE       TO DB-MAX-ISSUE-AGE
           MOVE TERM-YEARS          TO DB-TERM-YEARS
           MOVE RPU-ELIGIBLE-FLAG   TO DB-RPU-ELIGIBLE
           MOVE JOINT-LIFE-FLAG     TO DB-JOINT-LIFE
           MOVE JOINT-PAYS-ON       TO DB-JOINT-PAYS-ON
           MOVE INDEXABLE-FLAG      TO DB-INDEXABLE

      * A new product goes on file PENDING, so nothing can be quoted
      * or issued on it, and is held for a second user to approve in
      * REFAPPROVE with its opening rate. Approval makes it ACTIVE
      * and starts its rate history on the date it was keyed.

           ACCEPT RATE-EFFECTIVE-DATE FROM DATE YYYYMMDD
           MOVE "N" TO PRODUCT-ADDED-SWITCH

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

               INSERT INTO PRODUCT
                   (PRODUCT_CODE, DESCRIPTION, BASE_RATE_FACTOR,
                    RIDER_ELIGIBLE, COMMISSION_RATE, MIN_ISSUE_AGE,
                    MAX_ISSUE_AGE, TERM_YEARS, RPU_ELIGIBLE,
                    JOINT_LIFE, JOINT_PAYS_ON, INDEXABLE, STATUS)
               VALUES
                   (:DB-PRODUCT-CODE, :DB-PRODUCT-DESCRIPTION,
                    :DB-BASE-RATE-FACTOR, :DB-RIDER-ELIGIBLE,
                    :DB-COMMISSION-RATE, :DB-MIN-ISSUE-AGE,
                    :DB-MAX-ISSUE-AGE, :DB-TERM-YEARS,
                    :DB-RPU-ELIGIBLE, :DB-JOINT-LIFE,
                    :DB-JOINT-PAYS-ON, :DB-INDEXABLE, 'PENDING')
           END-EXEC

           IF SQLCODE = 0
               SET PRODUCT-ADDED TO TRUE
               EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "ERROR ADDING PRODUCT, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               EXEC SQL ROLLBACK END-EXEC
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF PRODUCT-ADDED
               INITIALIZE REFDATA-CHANGE-FIELDS
               MOVE "PRODUCT"           TO RFQ-TABLE-NAME
               MOVE "ADD"               TO RFQ-CHANGE-ACTION
               MOVE PRODUCT-CODE        TO RFQ-KEY-1
               MOVE RATE-EFFECTIVE-DATE TO RFQ-EFFECTIVE-DATE
               MOVE BASE-RATE-FACTOR    TO RFQ-VALUE-1
               PERFORM QUEUE-FOR-APPROVAL
               IF RFQ-CHANGE-ID = ZERO
                   PERFORM REMOVE-UNQUEUED-PRODUCT
               ELSE
                   DISPLAY "PRODUCT ADDED AS PENDING"
               END-IF
           END-IF.

       REMOVE-UNQUEUED-PRODUCT.

      * A pending product with no change awaiting approval could
      * never be made active, and would block the code being keyed
      * again - so it comes back off.

           MOVE PRODUCT-CODE TO DB-PRODUCT-CODE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DELETE FROM PRODUCT
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND STATUS = 'PENDING'
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               MOVE ZERO TO SQLCODE
               EXEC SQL ROLLBACK END-EXEC
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

           DISPLAY "PRODUCT NOT ADDED - IT COULD NOT BE HELD FOR "
                   "APPROVAL".

       CHANGE-PRODUCT-FLAGS.

      * Reduced paid-up, annual indexation and, on a joint-life
      * product, which death it pays on can be changed on a product
      * already on file, held for approval like any other product
      * change. Whether a product covers one life or two cannot -
      * the policies already written on it were taken on one or two
      * lives and cannot follow the product across.
      *
      * The flags travel on the change as numbers: VALUE-1 is 1 for
      * reduced paid-up eligible, VALUE-2 is 1 for indexed, VALUE-3
      * is 2 for paying on the second death, 1 for the first.

           DISPLAY "ENTER PRODUCT CODE:"
           ACCEPT PRODUCT-CODE

           MOVE PRODUCT-CODE TO DB-PRODUCT-CODE
           MOVE "N" TO PRODUCT-FOUND-SWITCH

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT IFNULL(RPU_ELIGIBLE, 'N'),
                      IFNULL(INDEXABLE, 'N'),
                      IFNULL(JOINT_LIFE, 'N'),
                      IFNULL(JOINT_PAYS_ON, 'FIRST')
               INTO :DB-RPU-ELIGIBLE, :DB-INDEXABLE,
                    :DB-JOINT-LIFE, :DB-JOINT-PAYS-ON
               FROM PRODUCT
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
           END-EXEC

           IF SQLCODE = 0
               SET PRODUCT-FOUND TO TRUE
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF NOT PRODUCT-FOUND
               DISPLAY "PRODUCT NOT FOUND: " PRODUCT-CODE
           ELSE
               DISPLAY "REDUCED PAID-UP ELIGIBLE NOW: " DB-RPU-ELIGIBLE
               DISPLAY "REDUCED PAID-UP ELIGIBLE? (Y/N):"
               ACCEPT RPU-ELIGIBLE-FLAG
               IF RPU-ELIGIBLE-FLAG NOT = "Y"
                   MOVE "N" TO RPU-ELIGIBLE-FLAG
               END-IF

               DISPLAY "INDEXED ANNUALLY NOW: " DB-INDEXABLE
               DISPLAY "INDEXED ANNUALLY? (Y/N):"
               ACCEPT INDEXABLE-FLAG
               IF INDEXABLE-FLAG NOT = "Y"
                   MOVE "N" TO INDEXABLE-FLAG
               END-IF

               MOVE DB-JOINT-PAYS-ON TO JOINT-PAYS-ON
               IF DB-JOINT-LIFE = "Y"
                   DISPLAY "PAYS ON " DB-JOINT-PAYS-ON " DEATH NOW"
                   DISPLAY "PAYS ON FIRST OR SECOND DEATH "
                           "(FIRST/SECOND, BLANK FOR FIRST):"
                   ACCEPT JOINT-PAYS-ON
                   IF JOINT-PAYS-ON NOT = "SECOND"
                       MOVE "FIRST" TO JOINT-PAYS-ON
                   END-IF
               END-IF

               INITIALIZE REFDATA-CHANGE-FIELDS
               MOVE "PRODUCT"    TO RFQ-TABLE-NAME
               MOVE "SET"        TO RFQ-CHANGE-ACTION
               MOVE PRODUCT-CODE TO RFQ-KEY-1
               ACCEPT RFQ-EFFECTIVE-DATE FROM DATE YYYYMMDD
               IF RPU-ELIGIBLE-FLAG = "Y"
                   MOVE 1 TO RFQ-VALUE-1
               END-IF
               IF INDEXABLE-FLAG = "Y"
                   MOVE 1 TO RFQ-VALUE-2
               END-IF
               IF JOINT-PAYS-ON = "SECOND"
                   MOVE 2 TO RFQ-VALUE-3
               ELSE
                   MOVE 1 TO RFQ-VALUE-3
               END-IF

               PERFORM QUEUE-FOR-APPROVAL
           END-IF.

       ADD-RATE-VERSION.

           DISPLAY "ENTER PRODUCT CODE:"
           ACCEPT PRODUCT-CODE

           DISPLAY "ENTER RATE EFFECTIVE DATE (YYYYMMDD):"
           ACCEPT RATE-EFFECTIVE-DATE

           DISPLAY "ENTER BASE RATE FACTOR (E.G. 1050):"
           ACCEPT BASE-RATE-FACTOR

      * On approval REFAPPROVE also moves the PRODUCT row's
      * fallback rate when this version is the latest.

           INITIALIZE REFDATA-CHANGE-FIELDS
           MOVE "PRODUCT_RATE"      TO RFQ-TABLE-NAME
           MOVE "SET"               TO RFQ-CHANGE-ACTION
           MOVE PRODUCT-CODE        TO RFQ-KEY-1
           MOVE RATE-EFFECTIVE-DATE TO RFQ-EFFECTIVE-DATE
           MOVE BASE-RATE-FACTOR    TO RFQ-VALUE-1

           PERFORM QUEUE-FOR-APPROVAL.

       LIST-RATE-HISTORY.

           DISPLAY "ENTER PRODUCT CODE:"
               SELECT DESCRIPTION, BASE_RATE_FACTOR, RIDER_ELIGIBLE,
                      COMMISSION_RATE, IFNULL(MIN_ISSUE_AGE, 0),
                      IFNULL(MAX_ISSUE_AGE, 0),
                      IFNULL(TERM_YEARS, 1),
                      IFNULL(RPU_ELIGIBLE, 'N'),
                      IFNULL(JOINT_LIFE, 'N'),
                      IFNULL(JOINT_PAYS_ON, 'FIRST'),
                      IFNULL(INDEXABLE, 'N'),
                      IFNULL(STATUS, 'ACTIVE')
               INTO :DB-PRODUCT-DESCRIPTION, :DB-BASE-RATE-FACTOR,
                    :DB-RIDER-ELIGIBLE, :DB-COMMISSION-RATE,
                    :DB-MIN-ISSUE-AGE, :DB-MAX-ISSUE-AGE,
                    :DB-TERM-YEARS, :DB-RPU-ELIGIBLE,
                    :DB-JOINT-LIFE, :DB-JOINT-PAYS-ON,
                    :DB-INDEXABLE, :DB-PRODUCT-STATUS
               FROM PRODUCT
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
           END-EXEC
               ELSE
                   DISPLAY "TERM YEARS: " DB-TERM-YEARS
               END-IF
               DISPLAY "REDUCED PAID-UP ELIGIBLE: " DB-RPU-ELIGIBLE
               IF DB-JOINT-LIFE = "Y"
                   DISPLAY "JOINT LIFE, PAYS ON " DB-JOINT-PAYS-ON
                           " DEATH"
               END-IF
               DISPLAY "INDEXED ANNUALLY: " DB-INDEXABLE
               DISPLAY "STATUS: " DB-PRODUCT-STATUS
               DISPLAY "------------------------------"
           ELSE
               DISPLAY "PRODUCT NOT FOUND, SQLCODE: " SQLCODE

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       QUEUE-FOR-APPROVAL.

           MOVE SIGNON-USER-ID TO RFQ-KEYED-BY

           CALL "REFQUEUE"
                USING RFQ-TABLE-NAME
                      RFQ-CHANGE-ACTION
                      RFQ-KEY-1
                      RFQ-KEY-2
                      RFQ-KEY-3
                      RFQ-KEY-NUMBER-1
                      RFQ-KEY-NUMBER-2
                      RFQ-EFFECTIVE-DATE
                      RFQ-VALUE-1
                      RFQ-VALUE-2
                      RFQ-VALUE-3
                      RFQ-KEYED-BY
                      RFQ-CHANGE-ID

           IF RFQ-CHANGE-ID NOT = ZERO
               DISPLAY "CHANGE " RFQ-CHANGE-ID " HELD FOR APPROVAL - "
                       "NOT IN FORCE UNTIL ANOTHER USER APPROVES IT"
           END-IF.

       SIGN-ON-USER.

           CALL "USERSIGNON"
