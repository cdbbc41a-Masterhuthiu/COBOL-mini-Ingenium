       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDEXBATCH.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFER-NOTICE-FILE ASSIGN TO "INDEXNOTICE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFER-NOTICE-FILE.
       01  OFFER-NOTICE-RECORD.
           05 ION-POLICY-ID           PIC ZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 ION-CUSTOMER-NAME       PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 ION-ANNIVERSARY-DATE    PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 ION-INDEX-PERCENT       PIC ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 ION-OLD-COVERAGE        PIC ZZZZZZZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 ION-NEW-COVERAGE        PIC ZZZZZZZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 ION-EXTRA-PREMIUM       PIC ZZZZZZ9.99.

       WORKING-STORAGE SECTION.

       01 RUN-MODE                 PIC X(10).
       01 MENU-CHOICE              PIC 9(01).
       01 POLICY-ID                PIC 9(06).

      * A policy on an indexable product is offered a cover increase
      * on every anniversary, by the published index percentage, so
      * the sum assured keeps its real value. The premium for the
      * extra cover is rated at the insured's age on the anniversary
      * and the offer notice goes out this many days ahead. Unless
      * the customer opts out before the anniversary, the increase
      * is applied on the day as an INDEX endorsement. After this
      * many declines in a row no further offers are made. Term end
      * is RENEWALBATCH's - an anniversary on or after the expiry
      * date is never offered.

       01 INDEX-PERCENT            PIC 9(3)V99 VALUE 3.00.
       01 INDEX-LEAD-DAYS          PIC 9(03) VALUE 45.
       01 INDEX-MAX-DECLINES       PIC 9(03) VALUE 2.

       01 TODAY-DATE               PIC 9(08).
       01 TODAY-PARTS REDEFINES TODAY-DATE.
           05 TODAY-YEAR           PIC 9(04).
           05 TODAY-MONTH-DAY      PIC 9(04).
       01 TODAY-INTEGER            PIC 9(09).
       01 CUTOFF-INTEGER           PIC 9(09).
       01 CUTOFF-DATE              PIC 9(08).

      * The anniversary is the policy's effective month and day in
      * the first year it falls after today; 29 February falls back
      * to the 28th in a year without one.

       01 EFFECTIVE-DATE-WORK      PIC 9(08).
       01 EFFECTIVE-PARTS REDEFINES EFFECTIVE-DATE-WORK.
           05 EFFECTIVE-YEAR       PIC 9(04).
           05 EFFECTIVE-MONTH      PIC 9(02).
           05 EFFECTIVE-DAY        PIC 9(02).
       01 ANNIVERSARY-DATE         PIC 9(08).
       01 ANNIVERSARY-PARTS REDEFINES ANNIVERSARY-DATE.
           05 ANNIVERSARY-YEAR     PIC 9(04).
           05 ANNIVERSARY-MONTH    PIC 9(02).
           05 ANNIVERSARY-DAY      PIC 9(02).

       01 RIDER-PREMIUM-TOTAL      PIC 9(7)V99.
       01 NO-RIDER-PREMIUM         PIC 9(7)V99 VALUE ZERO.
       01 NO-RIDER-TYPE            PIC X(10) VALUE SPACES.
       01 EXTRA-BASE-PREMIUM       PIC 9(7)V99.
       01 EXTRA-PREMIUM            PIC 9(7)V99.
       01 NEW-BASE-PREMIUM         PIC 9(7)V99.
       01 NEW-COVERAGE-AMOUNT      PIC 9(9)V99.
       01 OLD-TOTAL-PREMIUM        PIC 9(7)V99.
       01 NEW-TOTAL-PREMIUM        PIC 9(7)V99.

       01 INSURED-AGE              PIC 9(03).
       01 SECOND-INSURED-AGE       PIC 9(03).
       01 DOB-INTEGER              PIC 9(09).
       01 RATING-DATE-INTEGER      PIC 9(09).
       01 AGE-EDIT-RESULT          PIC S9(04) COMP.

       01 OFFERS-MADE              PIC 9(9) COMP VALUE ZERO.
       01 OFFERS-APPLIED           PIC 9(9) COMP VALUE ZERO.
       01 OFFERS-WITHDRAWN         PIC 9(9) COMP VALUE ZERO.
       01 NOTICES-SUPPRESSED       PIC 9(9) COMP VALUE ZERO.

      * Each offer notice is logged on the correspondence register
      * before it is printed. A customer whose mail has been coming
      * back is not sent another one - CORRLOG logs it suppressed and
      * puts it on the address trace list instead.

       01 COR-DOC-TYPE             PIC X(12) VALUE "INDEX-OFFER".
       01 COR-SOURCE-PROGRAM       PIC X(14) VALUE "INDEXBATCH".
       01 COR-DOC-REF              PIC X(12).
       01 COR-POLICY-ID            PIC 9(06).
       01 COR-CUSTOMER-ID          PIC 9(06) VALUE ZERO.
       01 COR-AGENT-ID             PIC 9(06) VALUE ZERO.
       01 COR-RESULT               PIC X(01).
           88 COR-SUPPRESSED                 VALUE "X".
       01 COR-CORR-ID              PIC 9(09).

       01 AUDIT-DATE               PIC 9(08).
       01 AUDIT-TIME               PIC 9(06).

       01 DONE-SWITCH              PIC X(01) VALUE "N".
           88 DONE                           VALUE "Y".
       01 WINDOW-BLOCKED-SWITCH    PIC X(01) VALUE "N".
           88 BATCH-WINDOW-IN-PROGRESS        VALUE "Y".


      * Run-start values for the business parameters this program
      * uses come from SYSTEM_PARAMETER, so a change staged for
      * month-start lands on its effective date - the compiled
      * figures above are only the fallback when no row is on file.

       01 PARAM-RUN-DATE       PIC 9(08).
       01 PARAM-FOUND-SWITCH   PIC X(01) VALUE "N".
           88 PARAM-FOUND                VALUE "Y".


      * Shared sign-on: every session starts with a verified user
      * id from the user master - free-typed names no longer drive
      * anything sensitive.

       01 SIGNON-ROLE-REQUIRED PIC X(10) VALUE SPACES.
       01 SIGNON-USER-ID       PIC X(20).
       01 SIGNON-OK-FLAG       PIC X(01).
           88 SIGNED-ON                  VALUE "Y".


      * The night's counts go to the step-metrics table as well as
      * the console, so the window performance report can compare
      * tonight against the recent average.

       01 MET-STEP-NAME        PIC X(20) VALUE "INDEXATION".
       01 MET-METRIC-NAME      PIC X(20).
       01 MET-METRIC-VALUE     PIC 9(11).


      * Every in-place change to the POLICY row is preceded by a
      * full before-image snapshot into POLICY_VERSION, so a claim
      * dispute can always ask what the terms were on a given day.

       01 SNAP-POLICY-ID       PIC 9(06).
       01 SNAP-SOURCE          PIC X(12) VALUE "INDEXATION".
       01 SNAP-USER            PIC X(20) VALUE "INDEXBATCH".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-POLICY-ID             PIC 9(06).
       01 DB-STATUS                PIC X(10).
       01 DB-PRODUCT-CODE          PIC X(10).
       01 DB-BASE-PREMIUM          PIC 9(7)V99.
       01 DB-COVERAGE-AMOUNT       PIC 9(9)V99.
       01 DB-EFFECTIVE-DATE        PIC 9(08).
       01 DB-EXPIRY-DATE           PIC 9(08).
       01 DB-CUSTOMER-NAME         PIC X(30).
       01 DB-CUSTOMER-DOB          PIC 9(08).
       01 DB-RIDER-PREMIUM         PIC 9(7)V99.
       01 DB-ANNIVERSARY-DATE      PIC 9(08).
       01 DB-INDEX-PERCENT         PIC 9(3)V99.
       01 DB-NEW-COVERAGE          PIC 9(9)V99.
       01 DB-NEW-BASE-PREMIUM      PIC 9(7)V99.
       01 DB-EXTRA-PREMIUM         PIC 9(7)V99.
       01 DB-INSURED-AGE           PIC 9(03).
       01 DB-RUN-DATE              PIC 9(08).
       01 DB-OFFER-COUNT           PIC 9(05).
       01 DB-DECLINE-COUNT         PIC 9(05).
       01 DB-PENDING-COUNT         PIC 9(05).
       01 DB-PREMIUM-RATIO         PIC 9(3)V9(6).
       01 DB-OLD-TOTAL-PREMIUM     PIC 9(7)V99.
       01 DB-NEW-TOTAL-PREMIUM     PIC 9(7)V99.
       01 DB-ENDORSED-DATE         PIC 9(08).
       01 DB-ENDORSED-TIME         PIC 9(06).
       01 DB-WINDOW-STATUS         PIC X(10).
       01 DB-PARAM-KEY             PIC X(20).
       01 DB-PARAM-VALUE           PIC 9(9)V99.
       01 DB-PARAM-DATE            PIC 9(08).
       01 DB-AUDIT-USER            PIC X(20)
                                  VALUE "INDEXBATCH".
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-INDEXATION.

      * BATCH runs the nightly offer and apply passes; anything else
      * opens the small menu the service desk uses to record a
      * customer's opt-out - the same dual personality RENEWALNOTICE
      * has.

           ACCEPT RUN-MODE FROM COMMAND-LINE

           IF RUN-MODE = "BATCH"
                PERFORM RUN-INDEXATION-PASSES
                GOBACK
           END-IF

           DISPLAY "=============================="
           DISPLAY " MINI INGENIUM INDEXATION DESK"
           DISPLAY "=============================="

           PERFORM SIGN-ON-USER

           IF NOT SIGNED-ON
               STOP RUN
           END-IF

           PERFORM SHOW-MENU UNTIL DONE

           STOP RUN.

       SHOW-MENU.

           DISPLAY "1. RECORD CUSTOMER OPT-OUT"
           DISPLAY "2. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

           EVALUATE MENU-CHOICE
               WHEN 1
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM RECORD-CUSTOMER-OPT-OUT
                   END-IF
               WHEN 2
                   SET DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.

       CHECK-BATCH-WINDOW.

      * No update goes through while BATCHDRIVER's window is closed
      * - an interactive change landing between the night's
      * checkpoint commits is how data gets quietly corrupted. A
      * missing status row is treated as an open window.

           MOVE "N" TO WINDOW-BLOCKED-SWITCH

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT WINDOW_STATUS INTO :DB-WINDOW-STATUS
               FROM SYSTEM_STATUS
               WHERE STATUS_KEY = 'ONLINE'
           END-EXEC

           IF SQLCODE = 0 AND DB-WINDOW-STATUS = "CLOSED"
               SET BATCH-WINDOW-IN-PROGRESS TO TRUE
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       RUN-INDEXATION-PASSES.

           DISPLAY "--- INDEXATION BATCH START ---"

           PERFORM LOAD-RUN-PARAMETERS

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (TODAY-DATE)
           COMPUTE CUTOFF-INTEGER =
                   TODAY-INTEGER + INDEX-LEAD-DAYS
           COMPUTE CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER (CUTOFF-INTEGER)
           MOVE TODAY-DATE TO DB-RUN-DATE

           OPEN OUTPUT OFFER-NOTICE-FILE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

      * Offers that have reached their anniversary are applied
      * before tonight's new offers are made, so a policy whose
      * offer lands today is never offered twice.

           PERFORM APPLY-DUE-OFFERS
           PERFORM MAKE-NEW-OFFERS

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           CLOSE OFFER-NOTICE-FILE

           DISPLAY "INDEXATION OFFERS MADE: " OFFERS-MADE
           DISPLAY "INDEXATION INCREASES APPLIED: " OFFERS-APPLIED
           DISPLAY "OFFERS WITHDRAWN, POLICY NOT IN FORCE: "
                   OFFERS-WITHDRAWN
           DISPLAY "OFFERS WITHDRAWN, BAD ADDRESS: "
                   NOTICES-SUPPRESSED
           PERFORM RECORD-STEP-METRICS

           DISPLAY "--- INDEXATION BATCH FINISHED ---"
           MOVE ZERO TO RETURN-CODE.

       MAKE-NEW-OFFERS.

           EXEC SQL
               DECLARE offer_cursor CURSOR FOR
               SELECT P.POLICY_ID, P.PRODUCT_CODE, P.BASE_PREMIUM,
                      IFNULL(P.COVERAGE_AMOUNT, 0),
                      P.EFFECTIVE_DATE,
                      IFNULL(P.EXPIRY_DATE, '00000000'),
                      P.CUSTOMER_NAME
               FROM POLICY P, PRODUCT R
               WHERE R.PRODUCT_CODE = P.PRODUCT_CODE
                 AND IFNULL(R.INDEXABLE, 'N') = 'Y'
                 AND P.STATUS = 'ACTIVE'
                 AND IFNULL(P.COVERAGE_AMOUNT, 0) > 0
               ORDER BY P.POLICY_ID
           END-EXEC.

           EXEC SQL OPEN offer_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH offer_cursor
                   INTO :DB-POLICY-ID, :DB-PRODUCT-CODE,
                        :DB-BASE-PREMIUM, :DB-COVERAGE-AMOUNT,
                        :DB-EFFECTIVE-DATE, :DB-EXPIRY-DATE,
                        :DB-CUSTOMER-NAME
               END-EXEC
               IF SQLCODE = 0
                   PERFORM OFFER-ONE-POLICY
                       THRU OFFER-ONE-POLICY-EXIT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE offer_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       OFFER-ONE-POLICY.

           PERFORM FIND-NEXT-ANNIVERSARY

           IF ANNIVERSARY-DATE > CUTOFF-DATE
              OR ANNIVERSARY-DATE NOT > DB-EFFECTIVE-DATE
               GO TO OFFER-ONE-POLICY-EXIT
           END-IF

           IF DB-EXPIRY-DATE NOT = ZERO
              AND ANNIVERSARY-DATE NOT < DB-EXPIRY-DATE
               GO TO OFFER-ONE-POLICY-EXIT
           END-IF

           MOVE ANNIVERSARY-DATE TO DB-ANNIVERSARY-DATE
           MOVE ZERO TO DB-OFFER-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-OFFER-COUNT
               FROM INDEXATION_OFFER
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND ANNIVERSARY_DATE = :DB-ANNIVERSARY-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-OFFER-COUNT
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-OFFER-COUNT > ZERO
               GO TO OFFER-ONE-POLICY-EXIT
           END-IF

           PERFORM COUNT-DECLINES-IN-A-ROW

           IF DB-DECLINE-COUNT NOT < INDEX-MAX-DECLINES
               GO TO OFFER-ONE-POLICY-EXIT
           END-IF

      * The extra cover carries the same share of the base premium
      * as it adds to the cover, and is rated on its own at the age
      * the insured will be on the anniversary - loading and all.

           COMPUTE NEW-COVERAGE-AMOUNT ROUNDED =
                   DB-COVERAGE-AMOUNT * (100 + INDEX-PERCENT) / 100
           COMPUTE EXTRA-BASE-PREMIUM ROUNDED =
                   DB-BASE-PREMIUM * INDEX-PERCENT / 100
           COMPUTE NEW-BASE-PREMIUM =
                   DB-BASE-PREMIUM + EXTRA-BASE-PREMIUM

           PERFORM LOOKUP-INSURED-AGE
           PERFORM LOOKUP-SECOND-INSURED-AGE

           CALL "RATINGENGINE"
                USING DB-PRODUCT-CODE
                      NO-RIDER-TYPE
                      EXTRA-BASE-PREMIUM
                      NO-RIDER-PREMIUM
                      INSURED-AGE
                      SECOND-INSURED-AGE
                      ANNIVERSARY-DATE
                      DB-POLICY-ID
                      EXTRA-PREMIUM

           MOVE INDEX-PERCENT       TO DB-INDEX-PERCENT
           MOVE NEW-COVERAGE-AMOUNT TO DB-NEW-COVERAGE
           MOVE NEW-BASE-PREMIUM    TO DB-NEW-BASE-PREMIUM
           MOVE EXTRA-PREMIUM       TO DB-EXTRA-PREMIUM
           MOVE INSURED-AGE         TO DB-INSURED-AGE

           EXEC SQL
               INSERT INTO INDEXATION_OFFER
                   (POLICY_ID, ANNIVERSARY_DATE, INDEX_PERCENT,
                    OLD_COVERAGE, NEW_COVERAGE, OLD_BASE_PREMIUM,
                    NEW_BASE_PREMIUM, EXTRA_PREMIUM, INSURED_AGE,
                    OFFERED_DATE, STATUS, DECLINED_DATE,
                    APPLIED_DATE, CHANGED_BY)
               VALUES
                   (:DB-POLICY-ID, :DB-ANNIVERSARY-DATE,
                    :DB-INDEX-PERCENT, :DB-COVERAGE-AMOUNT,
                    :DB-NEW-COVERAGE, :DB-BASE-PREMIUM,
                    :DB-NEW-BASE-PREMIUM, :DB-EXTRA-PREMIUM,
                    :DB-INSURED-AGE, :DB-RUN-DATE, 'OFFERED',
                    ' ', ' ', :DB-AUDIT-USER)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR SAVING INDEXATION OFFER FOR POLICY "
                       DB-POLICY-ID ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               GO TO OFFER-ONE-POLICY-EXIT
           END-IF

           PERFORM LOG-OFFER-NOTICE

      * The increase goes through unless the customer opts out, so
      * an offer that cannot reach them is withdrawn rather than
      * applied unseen. It still stands for this anniversary, so the
      * policy is not offered again every night of the lead time.

           IF COR-SUPPRESSED
               PERFORM WITHDRAW-UNSENT-OFFER
               GO TO OFFER-ONE-POLICY-EXIT
           END-IF

           MOVE DB-POLICY-ID        TO ION-POLICY-ID
           MOVE DB-CUSTOMER-NAME    TO ION-CUSTOMER-NAME
           MOVE ANNIVERSARY-DATE    TO ION-ANNIVERSARY-DATE
           MOVE INDEX-PERCENT       TO ION-INDEX-PERCENT
           MOVE DB-COVERAGE-AMOUNT  TO ION-OLD-COVERAGE
           MOVE NEW-COVERAGE-AMOUNT TO ION-NEW-COVERAGE
           MOVE EXTRA-PREMIUM       TO ION-EXTRA-PREMIUM
           WRITE OFFER-NOTICE-RECORD

           ADD 1 TO OFFERS-MADE.

       OFFER-ONE-POLICY-EXIT.
           EXIT.

       LOG-OFFER-NOTICE.

           MOVE DB-POLICY-ID TO COR-DOC-REF
           MOVE DB-POLICY-ID TO COR-POLICY-ID

           CALL "CORRLOG"
                USING COR-DOC-TYPE
                      COR-SOURCE-PROGRAM
                      COR-DOC-REF
                      COR-POLICY-ID
                      COR-CUSTOMER-ID
                      COR-AGENT-ID
                      COR-RESULT
                      COR-CORR-ID.

       WITHDRAW-UNSENT-OFFER.

           EXEC SQL
               UPDATE INDEXATION_OFFER
               SET STATUS = 'WITHDRAWN',
                   CHANGED_BY = :DB-AUDIT-USER
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND ANNIVERSARY_DATE = :DB-ANNIVERSARY-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WITHDRAWING INDEXATION OFFER FOR "
                       "POLICY " DB-POLICY-ID ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           DISPLAY "POLICY " DB-POLICY-ID " INDEXATION OFFER "
                   "WITHDRAWN, ADDRESS MARKED BAD"

           ADD 1 TO NOTICES-SUPPRESSED.

       FIND-NEXT-ANNIVERSARY.

           MOVE DB-EFFECTIVE-DATE TO EFFECTIVE-DATE-WORK
           MOVE TODAY-YEAR TO ANNIVERSARY-YEAR
           PERFORM SET-ANNIVERSARY-MONTH-DAY

           IF ANNIVERSARY-DATE NOT > TODAY-DATE
               ADD 1 TO ANNIVERSARY-YEAR
               PERFORM SET-ANNIVERSARY-MONTH-DAY
           END-IF.

       SET-ANNIVERSARY-MONTH-DAY.

           MOVE EFFECTIVE-MONTH TO ANNIVERSARY-MONTH
           MOVE EFFECTIVE-DAY   TO ANNIVERSARY-DAY

           PERFORM PULL-BACK-TO-MONTH-END
               UNTIL FUNCTION TEST-DATE-YYYYMMDD (ANNIVERSARY-DATE)
                     = ZERO.

       PULL-BACK-TO-MONTH-END.

           SUBTRACT 1 FROM ANNIVERSARY-DAY.

       COUNT-DECLINES-IN-A-ROW.

      * Declines since the last increase that was applied - one
      * accepted increase starts the count again.

           MOVE ZERO TO DB-DECLINE-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-DECLINE-COUNT
               FROM INDEXATION_OFFER O
               WHERE O.POLICY_ID = :DB-POLICY-ID
                 AND O.STATUS = 'DECLINED'
                 AND O.ANNIVERSARY_DATE >
                     IFNULL((SELECT MAX(A.ANNIVERSARY_DATE)
                             FROM INDEXATION_OFFER A
                             WHERE A.POLICY_ID = O.POLICY_ID
                               AND A.STATUS = 'APPLIED'),
                            '00000000')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-DECLINE-COUNT
               MOVE ZERO TO SQLCODE
           END-IF.

       APPLY-DUE-OFFERS.

      * An offer still OFFERED on its anniversary was not opted out
      * of, and is applied now against the policy as it stands
      * today - an endorsement since the offer went out is indexed
      * too, not overwritten.

           EXEC SQL
               DECLARE due_offer_cursor CURSOR FOR
               SELECT O.POLICY_ID, O.ANNIVERSARY_DATE,
                      O.INDEX_PERCENT, P.STATUS, P.PRODUCT_CODE,
                      P.BASE_PREMIUM, IFNULL(P.COVERAGE_AMOUNT, 0)
               FROM INDEXATION_OFFER O, POLICY P
               WHERE P.POLICY_ID = O.POLICY_ID
                 AND O.STATUS = 'OFFERED'
                 AND O.ANNIVERSARY_DATE <= :DB-RUN-DATE
               ORDER BY O.POLICY_ID
           END-EXEC.

           EXEC SQL OPEN due_offer_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH due_offer_cursor
                   INTO :DB-POLICY-ID, :DB-ANNIVERSARY-DATE,
                        :DB-INDEX-PERCENT, :DB-STATUS,
                        :DB-PRODUCT-CODE, :DB-BASE-PREMIUM,
                        :DB-COVERAGE-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   IF DB-STATUS = "ACTIVE"
                       PERFORM APPLY-ONE-OFFER
                   ELSE
                       PERFORM WITHDRAW-ONE-OFFER
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE due_offer_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       APPLY-ONE-OFFER.

           MOVE DB-ANNIVERSARY-DATE TO ANNIVERSARY-DATE

           COMPUTE NEW-COVERAGE-AMOUNT ROUNDED =
                   DB-COVERAGE-AMOUNT * (100 + DB-INDEX-PERCENT) / 100
           COMPUTE EXTRA-BASE-PREMIUM ROUNDED =
                   DB-BASE-PREMIUM * DB-INDEX-PERCENT / 100
           COMPUTE NEW-BASE-PREMIUM =
                   DB-BASE-PREMIUM + EXTRA-BASE-PREMIUM

           PERFORM SUM-RIDER-PREMIUMS-FOR-POLICY
           PERFORM LOOKUP-INSURED-AGE
           PERFORM LOOKUP-SECOND-INSURED-AGE

           CALL "RATINGENGINE"
                USING DB-PRODUCT-CODE
                      NO-RIDER-TYPE
                      DB-BASE-PREMIUM
                      RIDER-PREMIUM-TOTAL
                      INSURED-AGE
                      SECOND-INSURED-AGE
                      ANNIVERSARY-DATE
                      DB-POLICY-ID
                      OLD-TOTAL-PREMIUM

           CALL "RATINGENGINE"
                USING DB-PRODUCT-CODE
                      NO-RIDER-TYPE
                      NEW-BASE-PREMIUM
                      RIDER-PREMIUM-TOTAL
                      INSURED-AGE
                      SECOND-INSURED-AGE
                      ANNIVERSARY-DATE
                      DB-POLICY-ID
                      NEW-TOTAL-PREMIUM

           MOVE DB-POLICY-ID TO SNAP-POLICY-ID
           PERFORM SNAPSHOT-POLICY

           MOVE NEW-COVERAGE-AMOUNT TO DB-NEW-COVERAGE
           MOVE NEW-BASE-PREMIUM    TO DB-NEW-BASE-PREMIUM

           EXEC SQL
               UPDATE POLICY
               SET COVERAGE_AMOUNT = :DB-NEW-COVERAGE,
                   BASE_PREMIUM = :DB-NEW-BASE-PREMIUM
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR INDEXING POLICY " DB-POLICY-ID
                       ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM WRITE-INDEX-ENDORSEMENT
               PERFORM REPRICE-PENDING-INSTALLMENTS

               EXEC SQL
                   UPDATE INDEXATION_OFFER
                   SET STATUS = 'APPLIED',
                       APPLIED_DATE = :DB-RUN-DATE,
                       OLD_COVERAGE = :DB-COVERAGE-AMOUNT,
                       NEW_COVERAGE = :DB-NEW-COVERAGE,
                       OLD_BASE_PREMIUM = :DB-BASE-PREMIUM,
                       NEW_BASE_PREMIUM = :DB-NEW-BASE-PREMIUM,
                       CHANGED_BY = :DB-AUDIT-USER
                   WHERE POLICY_ID = :DB-POLICY-ID
                     AND ANNIVERSARY_DATE = :DB-ANNIVERSARY-DATE
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "ERROR CLOSING INDEXATION OFFER FOR "
                           "POLICY " DB-POLICY-ID ", SQLCODE: "
                           SQLCODE
                   MOVE ZERO TO SQLCODE
               END-IF

               DISPLAY "POLICY " DB-POLICY-ID " INDEXED BY "
                       DB-INDEX-PERCENT " PCT, COVER "
                       NEW-COVERAGE-AMOUNT
               ADD 1 TO OFFERS-APPLIED
           END-IF.

       WITHDRAW-ONE-OFFER.

      * A policy no longer in force on its anniversary has nothing
      * to index - the offer is closed without counting as a
      * decline.

           EXEC SQL
               UPDATE INDEXATION_OFFER
               SET STATUS = 'WITHDRAWN',
                   CHANGED_BY = :DB-AUDIT-USER
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND ANNIVERSARY_DATE = :DB-ANNIVERSARY-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WITHDRAWING INDEXATION OFFER FOR "
                       "POLICY " DB-POLICY-ID ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               ADD 1 TO OFFERS-WITHDRAWN
           END-IF.

       WRITE-INDEX-ENDORSEMENT.

           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME

           MOVE OLD-TOTAL-PREMIUM TO DB-OLD-TOTAL-PREMIUM
           MOVE NEW-TOTAL-PREMIUM TO DB-NEW-TOTAL-PREMIUM
           MOVE AUDIT-DATE        TO DB-ENDORSED-DATE
           MOVE AUDIT-TIME        TO DB-ENDORSED-TIME

           EXEC SQL
               INSERT INTO ENDORSEMENT_HISTORY
                   (POLICY_ID, ENDORSEMENT_TYPE, OLD_PRODUCT_CODE,
                    NEW_PRODUCT_CODE, OLD_BASE_PREMIUM,
                    NEW_BASE_PREMIUM, OLD_TOTAL_PREMIUM,
                    NEW_TOTAL_PREMIUM, OLD_COVERAGE_AMOUNT,
                    NEW_COVERAGE_AMOUNT, ENDORSED_DATE,
                    ENDORSED_TIME)
               VALUES
                   (:DB-POLICY-ID, 'INDEX', :DB-PRODUCT-CODE,
                    :DB-PRODUCT-CODE, :DB-BASE-PREMIUM,
                    :DB-NEW-BASE-PREMIUM, :DB-OLD-TOTAL-PREMIUM,
                    :DB-NEW-TOTAL-PREMIUM, :DB-COVERAGE-AMOUNT,
                    :DB-NEW-COVERAGE, :DB-ENDORSED-DATE,
                    :DB-ENDORSED-TIME)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING ENDORSEMENT HISTORY, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       REPRICE-PENDING-INSTALLMENTS.

      * An annual payer's next invoice is rated off the new base
      * premium anyway. A monthly or quarterly payer's schedule was
      * priced in advance, so the installments still to be billed
      * from the anniversary on go up in the same proportion as the
      * rated premium.

           IF OLD-TOTAL-PREMIUM > ZERO
              AND NEW-TOTAL-PREMIUM NOT = OLD-TOTAL-PREMIUM
               MOVE ZERO TO DB-PENDING-COUNT

               EXEC SQL
                   SELECT COUNT(*) INTO :DB-PENDING-COUNT
                   FROM INSTALLMENT_SCHEDULE
                   WHERE POLICY_ID = :DB-POLICY-ID
                     AND STATUS = 'PENDING'
                     AND DUE_DATE >= :DB-ANNIVERSARY-DATE
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE ZERO TO DB-PENDING-COUNT
                   MOVE ZERO TO SQLCODE
               END-IF

               IF DB-PENDING-COUNT > ZERO
                   COMPUTE DB-PREMIUM-RATIO ROUNDED =
                           NEW-TOTAL-PREMIUM / OLD-TOTAL-PREMIUM

                   EXEC SQL
                       UPDATE INSTALLMENT_SCHEDULE
                       SET AMOUNT = ROUND(AMOUNT * :DB-PREMIUM-RATIO,
                                          2)
                       WHERE POLICY_ID = :DB-POLICY-ID
                         AND STATUS = 'PENDING'
                         AND DUE_DATE >= :DB-ANNIVERSARY-DATE
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "ERROR REPRICING INSTALLMENTS FOR "
                               "POLICY " DB-POLICY-ID ", SQLCODE: "
                               SQLCODE
                       MOVE ZERO TO SQLCODE
                   END-IF
               END-IF
           END-IF.

       RECORD-CUSTOMER-OPT-OUT.

      * An opt-out counts only if it reaches us before the
      * anniversary - on the day itself the increase has already
      * been applied.

           DISPLAY "ENTER POLICY ID:"
           ACCEPT POLICY-ID

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           MOVE POLICY-ID  TO DB-POLICY-ID
           MOVE TODAY-DATE TO DB-RUN-DATE
           MOVE SIGNON-USER-ID TO DB-AUDIT-USER

           PERFORM LOAD-RUN-PARAMETERS

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT ANNIVERSARY_DATE, NEW_COVERAGE
               INTO :DB-ANNIVERSARY-DATE, :DB-NEW-COVERAGE
               FROM INDEXATION_OFFER
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'OFFERED'
                 AND ANNIVERSARY_DATE > :DB-RUN-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "NO OPEN INDEXATION OFFER FOR POLICY "
                       POLICY-ID " BEFORE ITS ANNIVERSARY"
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL
                   UPDATE INDEXATION_OFFER
                   SET STATUS = 'DECLINED',
                       DECLINED_DATE = :DB-RUN-DATE,
                       CHANGED_BY = :DB-AUDIT-USER
                   WHERE POLICY_ID = :DB-POLICY-ID
                     AND ANNIVERSARY_DATE = :DB-ANNIVERSARY-DATE
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "ERROR RECORDING OPT-OUT, SQLCODE: "
                           SQLCODE
                   MOVE ZERO TO SQLCODE
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY "OPT-OUT RECORDED - POLICY " POLICY-ID
                           " STAYS AT ITS CURRENT COVER ON "
                           DB-ANNIVERSARY-DATE
                   PERFORM COUNT-DECLINES-IN-A-ROW
                   IF DB-DECLINE-COUNT NOT < INDEX-MAX-DECLINES
                       DISPLAY "DECLINED " DB-DECLINE-COUNT
                               " OFFERS IN A ROW - NO FURTHER "
                               "OFFERS WILL BE MADE"
                   END-IF
               END-IF
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       SUM-RIDER-PREMIUMS-FOR-POLICY.

           EXEC SQL
               SELECT IFNULL(SUM(rider_premium), 0)
               INTO :DB-RIDER-PREMIUM
               FROM rider
               WHERE policy_id = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-RIDER-PREMIUM
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE DB-RIDER-PREMIUM TO RIDER-PREMIUM-TOTAL.

       LOOKUP-INSURED-AGE.

      * Age on the anniversary, the day the extra cover starts.

           MOVE ZERO TO INSURED-AGE
           MOVE ZERO TO DB-CUSTOMER-DOB

           EXEC SQL
               SELECT IFNULL(C.DATE_OF_BIRTH, 0)
               INTO :DB-CUSTOMER-DOB
               FROM CUSTOMER C, POLICY P
               WHERE P.POLICY_ID = :DB-POLICY-ID
                 AND C.CUSTOMER_ID = P.CUSTOMER_ID
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
                           FUNCTION INTEGER-OF-DATE (ANNIVERSARY-DATE)
                   COMPUTE INSURED-AGE =
                           (RATING-DATE-INTEGER - DOB-INTEGER)
                           / 365.25
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
                           FUNCTION INTEGER-OF-DATE (ANNIVERSARY-DATE)
                   COMPUTE SECOND-INSURED-AGE =
                           (RATING-DATE-INTEGER - DOB-INTEGER)
                           / 365.25
               END-IF
           END-IF.

       LOAD-RUN-PARAMETERS.

      * The value in force at today's date applies for the whole
      * run - a key with no row on file keeps its compiled default.

           ACCEPT PARAM-RUN-DATE FROM DATE YYYYMMDD
           MOVE PARAM-RUN-DATE TO DB-PARAM-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           MOVE "INDEX-PERCENT" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO INDEX-PERCENT
           END-IF

           MOVE "INDEX-LEAD-DAYS" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO INDEX-LEAD-DAYS
           END-IF

           MOVE "INDEX-MAX-DECLINES" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO INDEX-MAX-DECLINES
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       FETCH-ONE-PARAMETER.

           MOVE "N" TO PARAM-FOUND-SWITCH

           EXEC SQL
               SELECT PARAM_VALUE INTO :DB-PARAM-VALUE
               FROM SYSTEM_PARAMETER
               WHERE PARAM_KEY = :DB-PARAM-KEY
                 AND EFFECTIVE_DATE <= :DB-PARAM-DATE
               ORDER BY EFFECTIVE_DATE DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE = 0
               SET PARAM-FOUND TO TRUE
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

       RECORD-STEP-METRICS.

           MOVE "INDEX-OFFERS" TO MET-METRIC-NAME
           MOVE OFFERS-MADE TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "INDEX-APPLIED" TO MET-METRIC-NAME
           MOVE OFFERS-APPLIED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "NOTICES-SUPPRESSED" TO MET-METRIC-NAME
           MOVE NOTICES-SUPPRESSED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE.

       SIGN-ON-USER.

           CALL "USERSIGNON"
                USING SIGNON-ROLE-REQUIRED
                      SIGNON-USER-ID
                      SIGNON-OK-FLAG.

       SNAPSHOT-POLICY.

           CALL "POLICYSNAP"
                USING SNAP-POLICY-ID
                      SNAP-SOURCE
                      SNAP-USER.
