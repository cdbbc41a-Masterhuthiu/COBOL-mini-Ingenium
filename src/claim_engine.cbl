      * Every CLAIMIN record leads with a one-byte type - H for the
      * file header, D for a claim detail, T for the control trailer
      * - the same controls POLICYIN carries, verified before a
      * single claim loads. The TPA sends the date of loss on every
      * detail alongside the claim itself.

       FD  CLAIM-BATCH-FILE.
       01  CLAIM-BATCH-RECORD.
           05 CBATCH-POLICY-ID       PIC 9(06).
           05 CBATCH-CLAIM-TYPE      PIC X(20).
           05 CBATCH-CLAIM-AMOUNT    PIC 9(7)V99.
           05 CBATCH-LOSS-DATE       PIC 9(08).
           05 CBATCH-DECEASED-CUSTOMER-ID PIC 9(06).
       01  CLAIM-BATCH-HEADER.
           05 FILLER                 PIC X(01).
           05 CBATCH-SOURCE-SYSTEM   PIC X(10).
       01 DUPLICATE-SWITCH       PIC X(01) VALUE "N".
           88 DUPLICATE-CLAIM-FOUND       VALUE "Y".

      * Every claim the policy covers is screened against the red
      * flags below before anything is decided, each flag found is
      * written to CLAIM_FRAUD_FLAG with its points, and the total
      * lands on the claim as FRAUD_SCORE - the documented screen
      * our reinsurer asks to see. A claim scoring at or over the
      * SIU-REFER-SCORE parameter is held for special
      * investigations instead of being approved or sent to the
      * supervisor queue. The windows and points are the house
      * values the SIU team agreed; the referral score is the dial.

       01 FRAUD-SCORE            PIC 9(05) VALUE ZERO.
       01 SCREENED-DATE          PIC 9(08) VALUE ZERO.
       01 SIU-REFER-SCORE        PIC 9(05) VALUE 50.
       01 SIU-SWITCH             PIC X(01) VALUE "N".
           88 SIU-REFERRAL-REQUIRED       VALUE "Y".

       01 EARLY-LOSS-DAYS        PIC 9(03) VALUE 90.
       01 EARLY-LOSS-POINTS      PIC 9(03) VALUE 30.
       01 COVER-INCREASE-DAYS    PIC 9(03) VALUE 180.
       01 COVER-INCREASE-POINTS  PIC 9(03) VALUE 25.
       01 REINSTATEMENT-DAYS     PIC 9(03) VALUE 180.
       01 REINSTATEMENT-POINTS   PIC 9(03) VALUE 25.
       01 BANK-CHANGE-DAYS       PIC 9(03) VALUE 60.
       01 BANK-CHANGE-POINTS     PIC 9(03) VALUE 20.
       01 CLAIM-FREQUENCY-DAYS   PIC 9(03) VALUE 365.
       01 CLAIM-FREQUENCY-LIMIT  PIC 9(03) VALUE 2.
       01 CLAIM-FREQUENCY-POINTS PIC 9(03) VALUE 20.

       01 FLAG-POINTS            PIC 9(03).
       01 POLICY-AGE-DAYS        PIC S9(09).

      * A claim the SIU team has cleared comes back through the
      * reopen path - it is not screened and referred a second time.

       01 REOPEN-FROM-STATUS     PIC X(16).

      * Cover is decided as at the date of loss, not the day the
      * claim is keyed. The policy's terms on that day come from
      * POLICY_VERSION - the earliest before-image taken after it -
      * or from the current row when nothing has changed since. A
      * loss while lapsed stays declined after a reinstatement; a
      * loss while in force is paid even if the policy has lapsed
      * since. A claim reported more than LATE-NOTIFY-DAYS after
      * the loss is marked late-notified on its history row.

       01 LOSS-DATE              PIC 9(08) VALUE ZERO.
       01 REPORT-DATE            PIC 9(08) VALUE ZERO.
       01 LOSS-INTEGER           PIC 9(09).
       01 REPORT-INTEGER         PIC 9(09).
       01 NOTIFY-LAG-DAYS        PIC S9(09).
       01 LATE-NOTIFY-DAYS       PIC 9(03) VALUE 90.
       01 LATE-NOTIFIED-FLAG     PIC X(01) VALUE "N".
           88 LATE-NOTIFIED               VALUE "Y".
       01 LOSS-DATE-SWITCH       PIC X(01) VALUE "N".
           88 LOSS-DATE-VALID             VALUE "Y".
       01 COVER-AT-LOSS-SWITCH   PIC X(01) VALUE "N".
           88 IN-FORCE-AT-LOSS            VALUE "Y".
       01 LOSS-POLICY-STATUS     PIC X(10).
       01 LOSS-EFFECTIVE-DATE    PIC 9(08).
       01 LOSS-EXPIRY-DATE       PIC 9(08).
       01 LOSS-COVERAGE-AMOUNT   PIC 9(9)V99.

      * A claim left open on any hold is put on an adjuster's desk
      * by ADJASSIGN the moment it is written, so nothing sits in a
      * queue that nobody owns.

       01 ADJUSTER-ID            PIC X(20).

      * A claim held in PENDING-REVIEW or DUPLICATE-REVIEW is a
      * liability even before anyone decides it - a case reserve is
      * booked the moment the claim is held, and released when the
           88 DEATH-HOLD-FILE-OK          VALUE "00".
       01 POLICIES-HELD          PIC 9(05) VALUE ZERO.

      * A joint-life policy covers two lives. A DEATH claim names the
      * life that died - zero means the main insured - and a policy
      * that pays only on the second death records the first one
      * and carries on covering the survivor.

       01 DECEASED-CUSTOMER-ID   PIC 9(06) VALUE ZERO.
       01 FIRST-DEATH-CUSTOMER-ID PIC 9(06) VALUE ZERO.
       01 JOINT-LIFE-SWITCH      PIC X(01) VALUE "N".
           88 POLICY-IS-JOINT-LIFE        VALUE "Y".
       01 JOINT-PAYS-ON          PIC X(06) VALUE "FIRST".
           88 JOINT-PAYS-ON-SECOND        VALUE "SECOND".
       01 DECEASED-LIFE-SWITCH   PIC X(01) VALUE "Y".
           88 DECEASED-LIFE-VALID         VALUE "Y".
       01 FIRST-DEATH-SWITCH     PIC X(01) VALUE "N".
           88 FIRST-DEATH-ONLY            VALUE "Y".

       01 TERM-DAYS              PIC S9(09).
       01 REMAINING-DAYS         PIC S9(09).
       01 EFFECTIVE-INTEGER      PIC 9(09).
       01 SNAP-SOURCE          PIC X(12) VALUE "CLAIM".
       01 SNAP-USER            PIC X(20) VALUE "CLAIMENGINE".

      * Opening and releasing a case reserve is journaled through
      * CLAIMRSVGL, so the ledger's reserve account moves with
      * CLAIM_RESERVE.

       01 RSV-ACTION           PIC X(10).
       01 RSV-CLAIM-ID         PIC 9(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-POLICY-ID        PIC 9(6).
       01 DB-STATUS           PIC X(10).
       01 DB-BEN-COUNT        PIC 9(05).
       01 DB-BEN-SHARE-TOTAL  PIC 9(5)V99.
       01 DB-CUSTOMER-ID      PIC 9(06).
       01 DB-SECOND-CUSTOMER-ID PIC 9(06).
       01 DB-FIRST-DEATH-CUSTOMER-ID PIC 9(06).
       01 DB-DECEASED-CUSTOMER-ID PIC 9(06).
       01 DB-JOINT-LIFE       PIC X(01).
       01 DB-JOINT-PAYS-ON    PIC X(06).
       01 DB-OTHER-POLICY-ID  PIC 9(06).
       01 DB-HELD-STATUS      PIC X(10).
       01 DB-WINDOW-STATUS    PIC X(10).
       01 DB-PARAM-DATE       PIC 9(08).
       01 DB-SECOND-AGENT     PIC 9(06).
       01 DB-SPLIT-PERCENT    PIC 9(3)V99.
       01 DB-REQUEST-ID         PIC 9(09).
       01 DB-PAYOUT-TYPE        PIC X(10).
       01 DB-FRAUD-SCORE        PIC 9(05).
       01 DB-SCREENED-DATE      PIC 9(08).
       01 DB-FLAG-CODE          PIC X(12).
       01 DB-FLAG-POINTS        PIC 9(03).
       01 DB-FLAG-DETAIL        PIC X(40).
       01 DB-WINDOW-START       PIC 9(08).
       01 DB-FLAG-COUNT         PIC 9(05).
       01 DB-LOSS-DATE          PIC 9(08).
       01 DB-LATE-NOTIFIED      PIC X(01).
       01 DB-VERSION-NO         PIC 9(05).
       01 DB-AUDIT-USER        PIC X(20)
                              VALUE "CLAIMENGINE".
       EXEC SQL END DECLARE SECTION END-EXEC.
           DISPLAY "ENTER CLAIM TYPE:"
           ACCEPT CLAIM-TYPE

           MOVE ZERO TO DECEASED-CUSTOMER-ID

           IF CLAIM-TYPE = "DEATH"
                DISPLAY "ENTER DECEASED CUSTOMER ID "
                        "(0 FOR THE MAIN INSURED):"
                ACCEPT DECEASED-CUSTOMER-ID
           END-IF

           DISPLAY "ENTER DATE OF LOSS (YYYYMMDD):"
           ACCEPT LOSS-DATE

           DISPLAY "ENTER CLAIM AMOUNT:"
           ACCEPT CLAIM-AMOUNT

           MOVE ZERO TO CEDED-AMOUNT
           MOVE ZERO TO PAYOUT-RULE-DATE
           MOVE SPACES TO CLAIM-REJECT-REASON
           MOVE ZERO TO FRAUD-SCORE
           MOVE ZERO TO SCREENED-DATE
           MOVE "N" TO SIU-SWITCH
           MOVE "N" TO LATE-NOTIFIED-FLAG

           ACCEPT REPORT-DATE FROM DATE YYYYMMDD

           PERFORM LOOKUP-POLICY

      * Step 2: Validate policy - as it stood on the date of loss,
      * which has to be a real date no later than today.

           DISPLAY "STEP 2 - VALIDATE POLICY"

           PERFORM VALIDATE-LOSS-DATE

           IF NOT LOSS-DATE-VALID
                DISPLAY CLAIM-REJECT-REASON
                MOVE "REJECTED" TO CLAIM-STATUS
                GO TO CLAIM-END
           END-IF

           PERFORM CHECK-COVER-AT-LOSS-DATE
               THRU CHECK-COVER-AT-LOSS-DATE-EXIT

           IF IN-FORCE-AT-LOSS
                DISPLAY "POLICY VALID AT DATE OF LOSS " LOSS-DATE
           ELSE
                DISPLAY CLAIM-REJECT-REASON
                MOVE "REJECTED" TO CLAIM-STATUS
                GO TO CLAIM-END
           END-IF

                GO TO CLAIM-END
           END-IF

      * A DEATH claim must name a life the policy actually covers.

           PERFORM CHECK-DECEASED-LIFE

           IF NOT DECEASED-LIFE-VALID
                DISPLAY CLAIM-REJECT-REASON
                MOVE "REJECTED" TO CLAIM-STATUS
                GO TO CLAIM-END
           END-IF

      * Step 2B: every covered claim is scored against the fraud
      * red flags at intake, whatever happens to it afterwards.

           PERFORM SCREEN-CLAIM-FOR-FRAUD

      * Step 2A: Screen for a duplicate/repeat claim before any
      * payout is calculated for this one.

                GO TO CLAIM-END
           END-IF

      * The first death on a second-death policy pays nothing - it
      * is recorded against the policy, which stays in force.

           IF FIRST-DEATH-ONLY
                PERFORM RECORD-FIRST-DEATH
                GO TO CLAIM-END
           END-IF

      * Step 3: Calculate payout

           DISPLAY "STEP 3 - CALCULATE CLAIM PAYOUT"
                GO TO CLAIM-END
           END-IF

      * Step 3D: a claim whose fraud score reached the referral
      * score goes to special investigations - not to approval and
      * not to the supervisor queue - until SIU clears or declines
      * it on the SIU workbench.

           IF SIU-REFERRAL-REQUIRED
                DISPLAY "FRAUD SCORE " FRAUD-SCORE
                        " - CLAIM REFERRED TO SPECIAL INVESTIGATIONS"
                MOVE "SIU-REVIEW" TO CLAIM-STATUS
                PERFORM QUEUE-FOR-SIU
                GO TO CLAIM-END
           END-IF

      * Step 4: Approve claim, or hold it for supervisor sign-off

           IF APPROVED-AMOUNT > CLAIM-REVIEW-THRESHOLD
      * Step 5: Update policy - a claim still awaiting supervisor
      * sign-off has not been decided yet, so the policy is left
      * alone until SUPERVISORREVIEW settles it one way or the other.
      * Cover is judged at the date of loss, so the policy may have
      * been terminated since - it is not terminated twice.

           IF CLAIM-STATUS = "APPROVED"
                DISPLAY "STEP 5 - UPDATE POLICY STATUS"
                MOVE POLICY-STATUS TO OLD-POLICY-STATUS

                IF CLAIM-TYPE = "DEATH"
                   AND POLICY-STATUS NOT = "TERMINATED"
                     MOVE "TERMINATED" TO POLICY-STATUS
                     PERFORM UPDATE-POLICY-STATUS
                     PERFORM COMPUTE-TERMINATION-REFUND

       CLAIM-END.

           PERFORM WRITE-CLAIM-HISTORY

           PERFORM ASSIGN-HELD-CLAIM.

       PROCESS-ONE-CLAIM-EXIT.
           EXIT.
           MOVE CBATCH-POLICY-ID    TO POLICY-ID
           MOVE CBATCH-CLAIM-TYPE   TO CLAIM-TYPE
           MOVE CBATCH-CLAIM-AMOUNT TO CLAIM-AMOUNT
           MOVE CBATCH-LOSS-DATE    TO LOSS-DATE

      * The deceased life sits at the end of the detail - a TPA
      * that never sends one leaves it blank, the main insured.

           IF CBATCH-DECEASED-CUSTOMER-ID IS NUMERIC
               MOVE CBATCH-DECEASED-CUSTOMER-ID
                   TO DECEASED-CUSTOMER-ID
           ELSE
               MOVE ZERO TO DECEASED-CUSTOMER-ID
           END-IF

           DISPLAY "PROCESSING CLAIM " CLAIM-ID
                   " FOR POLICY " POLICY-ID

      * A REJECTED claim isn't necessarily final - if the policy
      * status was corrected afterward, or the customer appeals, this
      * re-runs STEP 2 and STEP 3 instead of making them file a
      * brand-new claim - cover is judged as at the claim's date of
      * loss, exactly as at intake. A DEATH claim held at
      * PENDING-PAYEE resumes through the same path once the
      * beneficiaries have been sorted out in maintenance, and a
      * claim held at AWAITING-DOCS resumes once the paperwork has
           MOVE ZERO TO NET-RETAINED-AMOUNT
           MOVE ZERO TO CEDED-AMOUNT
           MOVE ZERO TO PAYOUT-RULE-DATE
           MOVE "N" TO SIU-SWITCH
           MOVE "N" TO LATE-NOTIFIED-FLAG

           DISPLAY "ENTER CLAIM ID TO REOPEN:"
           ACCEPT CLAIM-ID
           PERFORM LOOKUP-REJECTED-CLAIM

           IF NOT REOPEN-CLAIM-FOUND
                DISPLAY "NO REJECTED, PAYEE-HELD, DOCS-HELD OR "
                        "SIU-CLEARED CLAIM ON FILE FOR CLAIM ID: "
                        CLAIM-ID
           ELSE
                PERFORM LOOKUP-POLICY

                DISPLAY "STEP 2 - VALIDATE POLICY"

                PERFORM VALIDATE-LOSS-DATE

                IF LOSS-DATE-VALID
                     PERFORM CHECK-COVER-AT-LOSS-DATE
                         THRU CHECK-COVER-AT-LOSS-DATE-EXIT
                ELSE
                     MOVE "N" TO COVER-AT-LOSS-SWITCH
                END-IF

                IF IN-FORCE-AT-LOSS
                     DISPLAY "POLICY VALID AT DATE OF LOSS " LOSS-DATE

      * An appeal re-runs the coverage check too - reopening is not
      * a way to pay a claim type the policy never covered.
                          MOVE "REJECTED" TO CLAIM-STATUS
                          MOVE ZERO TO APPROVED-AMOUNT
                     ELSE
                          IF REOPEN-FROM-STATUS NOT = "SIU-CLEARED"
                               PERFORM SCREEN-CLAIM-FOR-FRAUD
                          END-IF

                          DISPLAY "STEP 3 - CALCULATE CLAIM PAYOUT"

                          PERFORM CALCULATE-CLAIM-PAYOUT
                          END-IF
                     END-IF
                ELSE
                     DISPLAY CLAIM-REJECT-REASON ", APPEAL DENIED"
                     MOVE "REJECTED" TO CLAIM-STATUS
                END-IF

                PERFORM UPDATE-REOPENED-CLAIM

                PERFORM ASSIGN-HELD-CLAIM
           END-IF

           DISPLAY "================================="

       SETTLE-REOPENED-PAYOUT.

      * The appeal re-checks the life named on a DEATH claim, and a
      * first death on a second-death policy is recorded, not paid.

           PERFORM CHECK-DECEASED-LIFE

           IF NOT DECEASED-LIFE-VALID
                DISPLAY CLAIM-REJECT-REASON ", APPEAL DENIED"
                MOVE "REJECTED" TO CLAIM-STATUS
                MOVE ZERO TO APPROVED-AMOUNT
           ELSE
                IF FIRST-DEATH-ONLY
                     PERFORM RECORD-FIRST-DEATH
                ELSE
                     PERFORM SETTLE-REOPENED-HOLDS
                END-IF
           END-IF.

       SETTLE-REOPENED-HOLDS.

           SET PAYEE-RESOLVED TO TRUE

           IF CLAIM-TYPE = "DEATH"
                     MOVE APPROVED-AMOUNT TO RESERVE-AMOUNT
                     PERFORM ESTABLISH-CASE-RESERVE
                ELSE
                     IF SIU-REFERRAL-REQUIRED
                          DISPLAY "FRAUD SCORE " FRAUD-SCORE
                                  " - CLAIM REFERRED TO SPECIAL "
                                  "INVESTIGATIONS"
                          MOVE "SIU-REVIEW" TO CLAIM-STATUS
                          PERFORM QUEUE-FOR-SIU
                     ELSE
                          PERFORM SETTLE-REOPENED-PAYOUT-RESOLVED
                     END-IF
                END-IF
           END-IF.

                MOVE POLICY-STATUS TO OLD-POLICY-STATUS

                IF CLAIM-TYPE = "DEATH"
                   AND POLICY-STATUS NOT = "TERMINATED"
                     MOVE "TERMINATED" TO POLICY-STATUS
                     PERFORM UPDATE-POLICY-STATUS
                     PERFORM COMPUTE-TERMINATION-REFUND

      * Prior APPROVED and PAID claims have already consumed their
      * share of the coverage - this claim can only be paid out of
      * what is left. The ceiling is the coverage amount in force
      * on the date of loss. A policy written before coverage
      * amounts were captured carries zero and is left uncapped.

           MOVE "N" TO COVERAGE-SWITCH
           MOVE POLICY-ID TO DB-POLICY-ID
           MOVE CLAIM-ID  TO DB-CLAIM-ID
           MOVE LOSS-COVERAGE-AMOUNT TO DB-COVERAGE-AMOUNT

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT IFNULL(SUM(APPROVED_AMOUNT), 0)
               INTO :DB-PRIOR-CLAIMS-TOTAL
               FROM CLAIM_HISTORY
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND CLAIM_ID <> :DB-CLAIM-ID
                 AND STATUS IN ('APPROVED', 'PAID', 'IN-PAYMENT')
           END-EXEC

           IF SQLCODE NOT = 0

           EXEC SQL
               SELECT POLICY_ID, CLAIM_TYPE, CLAIM_AMOUNT,
                      CLAIM_DATE, STATUS, IFNULL(FRAUD_SCORE, 0),
                      IFNULL(SCREENED_DATE, 0),
                      IFNULL(LOSS_DATE, CLAIM_DATE),
                      IFNULL(DECEASED_CUSTOMER_ID, 0)
               INTO :DB-POLICY-ID, :DB-CLAIM-TYPE, :DB-CLAIM-AMOUNT,
                    :DB-ORIG-CLAIM-DATE, :DB-CLAIM-STATUS,
                    :DB-FRAUD-SCORE, :DB-SCREENED-DATE,
                    :DB-LOSS-DATE, :DB-DECEASED-CUSTOMER-ID
               FROM CLAIM_HISTORY
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND STATUS IN ('REJECTED', 'PENDING-PAYEE',
                                'AWAITING-DOCS', 'SIU-CLEARED')
           END-EXEC

           IF SQLCODE = 0
               MOVE DB-POLICY-ID  TO POLICY-ID
               MOVE DB-CLAIM-TYPE TO CLAIM-TYPE
               MOVE DB-CLAIM-AMOUNT TO CLAIM-AMOUNT
               MOVE DB-CLAIM-STATUS TO REOPEN-FROM-STATUS
               MOVE DB-FRAUD-SCORE TO FRAUD-SCORE
               MOVE DB-SCREENED-DATE TO SCREENED-DATE
               MOVE DB-DECEASED-CUSTOMER-ID TO DECEASED-CUSTOMER-ID

      * The appeal re-rates at the rule in force when the claim was
      * originally filed - not at whatever is in force today. A
      * claim taken before the date of loss was recorded is treated
      * as lost on the day it was reported, and late notification
      * is always measured to that original report date.

               MOVE DB-ORIG-CLAIM-DATE TO PAYOUT-RULE-DATE
               MOVE DB-ORIG-CLAIM-DATE TO REPORT-DATE
               MOVE DB-LOSS-DATE       TO LOSS-DATE
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.
           MOVE CEDED-AMOUNT        TO DB-CEDED-AMOUNT
           MOVE REOPENED-BY         TO DB-REOPENED-BY
           MOVE CLAIM-DATE          TO DB-REOPENED-DATE
           MOVE FRAUD-SCORE         TO DB-FRAUD-SCORE
           MOVE SCREENED-DATE       TO DB-SCREENED-DATE
           MOVE LATE-NOTIFIED-FLAG  TO DB-LATE-NOTIFIED
           MOVE DECEASED-CUSTOMER-ID TO DB-DECEASED-CUSTOMER-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

                   NET_RETAINED_AMOUNT = :DB-NET-RETAINED-AMOUNT,
                   CEDED_AMOUNT = :DB-CEDED-AMOUNT,
                   REOPENED_BY = :DB-REOPENED-BY,
                   REOPENED_DATE = :DB-REOPENED-DATE,
                   FRAUD_SCORE = :DB-FRAUD-SCORE,
                   SCREENED_DATE = :DB-SCREENED-DATE,
                   LATE_NOTIFIED = :DB-LATE-NOTIFIED,
                   DECEASED_CUSTOMER_ID = :DB-DECEASED-CUSTOMER-ID
               WHERE CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

      * has just had its reserve refreshed by the hold path.

           IF CLAIM-STATUS = "APPROVED" OR CLAIM-STATUS = "REJECTED"
              OR CLAIM-STATUS = "FIRST-DEATH"
               PERFORM RELEASE-REOPENED-RESERVE
           END-IF

           MOVE "CLOSED"   TO DB-RESERVE-STATUS
           MOVE CLAIM-DATE TO DB-CLOSED-DATE

           MOVE "RELEASE"   TO RSV-ACTION
           MOVE DB-CLAIM-ID TO RSV-CLAIM-ID
           PERFORM JOURNAL-CASE-RESERVE

           EXEC SQL
               UPDATE CLAIM_RESERVE
               SET STATUS = :DB-RESERVE-STATUS,
           MOVE "OPEN"              TO DB-RESERVE-STATUS
           MOVE CLAIM-DATE          TO DB-ESTABLISHED-DATE

      * A reserve still open from an earlier hold comes off the
      * ledger before its row is cleared; the fresh one goes on
      * once it is committed.

           MOVE "RELEASE"   TO RSV-ACTION
           MOVE CLAIM-ID    TO RSV-CLAIM-ID
           PERFORM JOURNAL-CASE-RESERVE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

      * A reopened appeal that is held again would otherwise trip
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           MOVE "ESTABLISH" TO RSV-ACTION
           MOVE CLAIM-ID    TO RSV-CLAIM-ID
           PERFORM JOURNAL-CASE-RESERVE.

       CHECK-DUPLICATE-CLAIM.

      * A prior claim of the same type on the same policy, filed
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND CLAIM_TYPE = :DB-CLAIM-TYPE
                 AND CLAIM_ID <> :DB-CLAIM-ID
                 AND STATUS NOT IN ('REJECTED', 'FIRST-DEATH')
           END-EXEC

           IF SQLCODE = 0 AND DB-PRIOR-CLAIM-DATE NOT = ZERO

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       SCREEN-CLAIM-FOR-FRAUD.

      * The screen is re-run from scratch each time - a reopened
      * claim's earlier flags are cleared first, so CLAIM_FRAUD_FLAG
      * always shows the screen behind the score on the claim.

           MOVE ZERO TO FRAUD-SCORE
           MOVE "N" TO SIU-SWITCH

           ACCEPT SCREENED-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (SCREENED-DATE)

           MOVE CLAIM-ID      TO DB-CLAIM-ID
           MOVE POLICY-ID     TO DB-POLICY-ID
           MOVE SCREENED-DATE TO DB-SCREENED-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DELETE FROM CLAIM_FRAUD_FLAG
               WHERE CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

           MOVE ZERO TO SQLCODE

           PERFORM CHECK-EARLY-LOSS-FLAG
           PERFORM CHECK-COVER-INCREASE-FLAG
           PERFORM CHECK-REINSTATEMENT-FLAG
           PERFORM CHECK-BANK-CHANGE-FLAG
           PERFORM CHECK-CLAIM-FREQUENCY-FLAG

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           DISPLAY "FRAUD SCREEN SCORE: " FRAUD-SCORE

           IF FRAUD-SCORE >= SIU-REFER-SCORE
               SET SIU-REFERRAL-REQUIRED TO TRUE
           END-IF.

       CHECK-EARLY-LOSS-FLAG.

      * A loss soon after the policy went on risk - the classic
      * buy-cover-for-a-loss-already-coming pattern.

           EXEC SQL
               SELECT EFFECTIVE_DATE INTO :DB-EFFECTIVE-DATE
               FROM POLICY
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE = 0 AND DB-EFFECTIVE-DATE NOT = ZERO
               COMPUTE EFFECTIVE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (DB-EFFECTIVE-DATE)
               COMPUTE LOSS-INTEGER =
                       FUNCTION INTEGER-OF-DATE (LOSS-DATE)
               COMPUTE POLICY-AGE-DAYS =
                       LOSS-INTEGER - EFFECTIVE-INTEGER
               IF POLICY-AGE-DAYS >= ZERO
                  AND POLICY-AGE-DAYS <= EARLY-LOSS-DAYS
                   MOVE "EARLY-LOSS" TO DB-FLAG-CODE
                   MOVE EARLY-LOSS-POINTS TO FLAG-POINTS
                   MOVE "LOSS SOON AFTER POLICY EFFECTIVE DATE"
                       TO DB-FLAG-DETAIL
                   PERFORM RECORD-FRAUD-FLAG
               END-IF
           END-IF

           MOVE ZERO TO SQLCODE.

       CHECK-COVER-INCREASE-FLAG.

      * An endorsement that raised the premium - more cover bought -
      * shortly before the claim.

           COMPUTE DB-WINDOW-START = FUNCTION DATE-OF-INTEGER
                   (TODAY-INTEGER - COVER-INCREASE-DAYS)
           MOVE ZERO TO DB-FLAG-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-FLAG-COUNT
               FROM ENDORSEMENT_HISTORY
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND ENDORSED_DATE >= :DB-WINDOW-START
                 AND NEW_TOTAL_PREMIUM > OLD_TOTAL_PREMIUM
           END-EXEC

           IF SQLCODE = 0 AND DB-FLAG-COUNT > ZERO
               MOVE "COVER-UP" TO DB-FLAG-CODE
               MOVE COVER-INCREASE-POINTS TO FLAG-POINTS
               MOVE "COVERAGE INCREASED SHORTLY BEFORE CLAIM"
                   TO DB-FLAG-DETAIL
               PERFORM RECORD-FRAUD-FLAG
           END-IF

           MOVE ZERO TO SQLCODE.

       CHECK-REINSTATEMENT-FLAG.

      * A lapsed policy brought back to ACTIVE shortly before the
      * claim - POLICYREINSTATE audits every such transition.

           COMPUTE DB-WINDOW-START = FUNCTION DATE-OF-INTEGER
                   (TODAY-INTEGER - REINSTATEMENT-DAYS)
           MOVE ZERO TO DB-FLAG-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-FLAG-COUNT
               FROM POLICY_AUDIT
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND OLD_STATUS = 'LAPSED'
                 AND NEW_STATUS = 'ACTIVE'
                 AND CHANGED_DATE >= :DB-WINDOW-START
           END-EXEC

           IF SQLCODE = 0 AND DB-FLAG-COUNT > ZERO
               MOVE "REINSTATED" TO DB-FLAG-CODE
               MOVE REINSTATEMENT-POINTS TO FLAG-POINTS
               MOVE "POLICY REINSTATED SHORTLY BEFORE CLAIM"
                   TO DB-FLAG-DETAIL
               PERFORM RECORD-FRAUD-FLAG
           END-IF

           MOVE ZERO TO SQLCODE.

       CHECK-BANK-CHANGE-FLAG.

      * The policyholder's bank account - where the money would go -
      * changed shortly before the claim.

           COMPUTE DB-WINDOW-START = FUNCTION DATE-OF-INTEGER
                   (TODAY-INTEGER - BANK-CHANGE-DAYS)
           MOVE ZERO TO DB-FLAG-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-FLAG-COUNT
               FROM POLICY P, CUSTOMER C
               WHERE P.POLICY_ID = :DB-POLICY-ID
                 AND C.CUSTOMER_ID = P.CUSTOMER_ID
                 AND IFNULL(C.BANK_CHANGED_DATE, '00000000')
                     >= :DB-WINDOW-START
           END-EXEC

           IF SQLCODE = 0 AND DB-FLAG-COUNT > ZERO
               MOVE "BANK-CHANGE" TO DB-FLAG-CODE
               MOVE BANK-CHANGE-POINTS TO FLAG-POINTS
               MOVE "BANK ACCOUNT CHANGED SHORTLY BEFORE CLAIM"
                   TO DB-FLAG-DETAIL
               PERFORM RECORD-FRAUD-FLAG
           END-IF

           MOVE ZERO TO SQLCODE.

       CHECK-CLAIM-FREQUENCY-FLAG.

      * Several claims across all of the same customer's policies
      * inside the window, whatever their type - the duplicate check
      * only looks at one policy and one claim type.

           COMPUTE DB-WINDOW-START = FUNCTION DATE-OF-INTEGER
                   (TODAY-INTEGER - CLAIM-FREQUENCY-DAYS)
           MOVE ZERO TO DB-FLAG-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-FLAG-COUNT
               FROM CLAIM_HISTORY H, POLICY P, POLICY Q
               WHERE Q.POLICY_ID = :DB-POLICY-ID
                 AND P.CUSTOMER_ID = Q.CUSTOMER_ID
                 AND H.POLICY_ID = P.POLICY_ID
                 AND H.CLAIM_ID <> :DB-CLAIM-ID
                 AND H.CLAIM_TYPE <> 'SURRENDER'
                 AND H.CLAIM_DATE >= :DB-WINDOW-START
           END-EXEC

           IF SQLCODE = 0 AND DB-FLAG-COUNT >= CLAIM-FREQUENCY-LIMIT
               MOVE "FREQUENCY" TO DB-FLAG-CODE
               MOVE CLAIM-FREQUENCY-POINTS TO FLAG-POINTS
               MOVE "SEVERAL RECENT CLAIMS ACROSS CUSTOMER POLICIES"
                   TO DB-FLAG-DETAIL
               PERFORM RECORD-FRAUD-FLAG
           END-IF

           MOVE ZERO TO SQLCODE.

       RECORD-FRAUD-FLAG.

           ADD FLAG-POINTS TO FRAUD-SCORE
           MOVE FLAG-POINTS TO DB-FLAG-POINTS

           DISPLAY "RED FLAG " DB-FLAG-CODE " (" FLAG-POINTS
                   " POINTS): " DB-FLAG-DETAIL

           EXEC SQL
               INSERT INTO CLAIM_FRAUD_FLAG
                   (CLAIM_ID, FLAG_CODE, POINTS, FLAG_DETAIL,
                    SCREENED_DATE)
               VALUES
                   (:DB-CLAIM-ID, :DB-FLAG-CODE, :DB-FLAG-POINTS,
                    :DB-FLAG-DETAIL, :DB-SCREENED-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RECORDING RED FLAG, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       QUEUE-FOR-SIU.

           ACCEPT CLAIM-DATE FROM DATE YYYYMMDD

           MOVE CLAIM-ID         TO DB-CLAIM-ID
           MOVE POLICY-ID        TO DB-POLICY-ID
           MOVE CLAIM-TYPE       TO DB-CLAIM-TYPE
           MOVE CLAIM-AMOUNT     TO DB-CLAIM-AMOUNT
           MOVE APPROVED-AMOUNT  TO DB-APPROVED-AMOUNT
           MOVE FRAUD-SCORE      TO DB-FRAUD-SCORE
           MOVE CLAIM-DATE       TO DB-QUEUED-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

      * A reopened claim referred again replaces its earlier queue
      * row, the same way QUEUE-FOR-SUPERVISOR clears a stale one.

           EXEC SQL
               DELETE FROM SIU_QUEUE
               WHERE CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

           EXEC SQL
               INSERT INTO SIU_QUEUE
                   (CLAIM_ID, POLICY_ID, CLAIM_TYPE, CLAIM_AMOUNT,
                    APPROVED_AMOUNT, FRAUD_SCORE, STATUS, QUEUED_DATE)
               VALUES
                   (:DB-CLAIM-ID, :DB-POLICY-ID, :DB-CLAIM-TYPE,
                    :DB-CLAIM-AMOUNT, :DB-APPROVED-AMOUNT,
                    :DB-FRAUD-SCORE, 'PENDING', :DB-QUEUED-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR QUEUEING CLAIM FOR SIU, SQLCODE: "
                       SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

      * Under investigation the claim is still a liability at its
      * calculated payout, the same as a supervisor hold.

           MOVE APPROVED-AMOUNT TO RESERVE-AMOUNT
           PERFORM ESTABLISH-CASE-RESERVE.

       VALIDATE-LOSS-DATE.

      * The date of loss has to be a real calendar date on or before
      * the day the claim was reported. Once it is, the gap between
      * the two decides whether the claim was notified late.

           MOVE "N" TO LOSS-DATE-SWITCH
           MOVE "N" TO LATE-NOTIFIED-FLAG

           IF LOSS-DATE NOT NUMERIC
                MOVE ZERO TO LOSS-DATE
           END-IF

           IF LOSS-DATE = ZERO
              OR FUNCTION TEST-DATE-YYYYMMDD (LOSS-DATE) NOT = ZERO
              OR LOSS-DATE > REPORT-DATE
                MOVE "DATE OF LOSS MISSING, INVALID OR IN THE FUTURE"
                    TO CLAIM-REJECT-REASON
           ELSE
                SET LOSS-DATE-VALID TO TRUE

                COMPUTE LOSS-INTEGER =
                        FUNCTION INTEGER-OF-DATE (LOSS-DATE)
                COMPUTE REPORT-INTEGER =
                        FUNCTION INTEGER-OF-DATE (REPORT-DATE)
                COMPUTE NOTIFY-LAG-DAYS =
                        REPORT-INTEGER - LOSS-INTEGER

                IF NOTIFY-LAG-DAYS > LATE-NOTIFY-DAYS
                     SET LATE-NOTIFIED TO TRUE
                     DISPLAY "LATE NOTIFIED - REPORTED "
                             NOTIFY-LAG-DAYS " DAYS AFTER THE LOSS"
                END-IF
           END-IF.

       CHECK-COVER-AT-LOSS-DATE.

      * The terms in force on the date of loss are the earliest
      * POLICY_VERSION before-image snapped after it - the same rule
      * POLICYINQUIRY's as-at option uses - or the current row when
      * the policy has not changed since. The policy had to be
      * ACTIVE that day and the loss inside its term.

           MOVE "N" TO COVER-AT-LOSS-SWITCH
           MOVE POLICY-STATUS TO LOSS-POLICY-STATUS
           MOVE ZERO TO LOSS-EFFECTIVE-DATE
           MOVE ZERO TO LOSS-EXPIRY-DATE
           MOVE ZERO TO LOSS-COVERAGE-AMOUNT

           IF POLICY-STATUS = "NOTFOUND"
                MOVE "POLICY NOT FOUND" TO CLAIM-REJECT-REASON
                GO TO CHECK-COVER-AT-LOSS-DATE-EXIT
           END-IF

           MOVE POLICY-ID TO DB-POLICY-ID
           MOVE LOSS-DATE TO DB-LOSS-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT VERSION_NO, STATUS, PRODUCT_CODE,
                      IFNULL(EFFECTIVE_DATE, 0),
                      IFNULL(EXPIRY_DATE, 0),
                      IFNULL(COVERAGE_AMOUNT, 0)
               INTO :DB-VERSION-NO, :DB-STATUS, :DB-PRODUCT-CODE,
                    :DB-EFFECTIVE-DATE, :DB-EXPIRY-DATE,
                    :DB-COVERAGE-AMOUNT
               FROM POLICY_VERSION
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND SNAPPED_DATE > :DB-LOSS-DATE
               ORDER BY VERSION_NO ASC
               LIMIT 1
           END-EXEC

           IF SQLCODE = 0
                DISPLAY "TERMS AT DATE OF LOSS FROM POLICY VERSION "
                        DB-VERSION-NO
           ELSE
                MOVE ZERO TO SQLCODE

                EXEC SQL
                    SELECT STATUS, PRODUCT_CODE,
                           IFNULL(EFFECTIVE_DATE, 0),
                           IFNULL(EXPIRY_DATE, 0),
                           IFNULL(COVERAGE_AMOUNT, 0)
                    INTO :DB-STATUS, :DB-PRODUCT-CODE,
                         :DB-EFFECTIVE-DATE, :DB-EXPIRY-DATE,
                         :DB-COVERAGE-AMOUNT
                    FROM POLICY
                    WHERE POLICY_ID = :DB-POLICY-ID
                END-EXEC
           END-IF

           IF SQLCODE = 0
                MOVE DB-STATUS          TO LOSS-POLICY-STATUS
                MOVE DB-PRODUCT-CODE    TO PRODUCT-CODE
                MOVE DB-EFFECTIVE-DATE  TO LOSS-EFFECTIVE-DATE
                MOVE DB-EXPIRY-DATE     TO LOSS-EXPIRY-DATE
                MOVE DB-COVERAGE-AMOUNT TO LOSS-COVERAGE-AMOUNT
           ELSE
                MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF LOSS-POLICY-STATUS NOT = "ACTIVE"
              AND LOSS-POLICY-STATUS NOT = "PAID-UP"
                MOVE "POLICY NOT ACTIVE AT DATE OF LOSS"
                    TO CLAIM-REJECT-REASON
                GO TO CHECK-COVER-AT-LOSS-DATE-EXIT
           END-IF

           IF LOSS-EFFECTIVE-DATE NOT = ZERO
              AND LOSS-DATE < LOSS-EFFECTIVE-DATE
                MOVE "LOSS BEFORE POLICY EFFECTIVE DATE"
                    TO CLAIM-REJECT-REASON
                GO TO CHECK-COVER-AT-LOSS-DATE-EXIT
           END-IF

           IF LOSS-EXPIRY-DATE NOT = ZERO
              AND LOSS-DATE > LOSS-EXPIRY-DATE
                MOVE "LOSS AFTER POLICY EXPIRY DATE"
                    TO CLAIM-REJECT-REASON
                GO TO CHECK-COVER-AT-LOSS-DATE-EXIT
           END-IF

           SET IN-FORCE-AT-LOSS TO TRUE.

       CHECK-COVER-AT-LOSS-DATE-EXIT.
           EXIT.

       LOOKUP-POLICY.

      * Pull the real, current policy status from the POLICY table

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           MOVE ZERO TO DB-CUSTOMER-ID
           MOVE ZERO TO DB-SECOND-CUSTOMER-ID
           MOVE ZERO TO DB-FIRST-DEATH-CUSTOMER-ID
           MOVE "N" TO JOINT-LIFE-SWITCH
           MOVE "FIRST" TO JOINT-PAYS-ON

           EXEC SQL
               SELECT STATUS, CURRENCY_CODE, PRODUCT_CODE,
                      IFNULL(CUSTOMER_ID, 0),
                      IFNULL(SECOND_CUSTOMER_ID, 0),
                      IFNULL(FIRST_DEATH_CUSTOMER_ID, 0)
               INTO :DB-STATUS, :DB-CURRENCY-CODE, :DB-PRODUCT-CODE,
                    :DB-CUSTOMER-ID, :DB-SECOND-CUSTOMER-ID,
                    :DB-FIRST-DEATH-CUSTOMER-ID
               FROM POLICY
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC
           IF SQLCODE = 0
               MOVE DB-STATUS TO POLICY-STATUS
               MOVE DB-PRODUCT-CODE TO PRODUCT-CODE
               MOVE DB-CUSTOMER-ID TO CUSTOMER-ID
               MOVE DB-SECOND-CUSTOMER-ID TO SECOND-CUSTOMER-ID
               MOVE DB-FIRST-DEATH-CUSTOMER-ID
                   TO FIRST-DEATH-CUSTOMER-ID
               PERFORM LOOKUP-PRODUCT-LIVES
               IF DB-CURRENCY-CODE = SPACES
                   MOVE DEFAULT-CURRENCY-CODE TO CLAIM-CURRENCY-CODE
               ELSE
               DISPLAY "POLICY NOT FOUND, SQLCODE: " SQLCODE
               MOVE "NOTFOUND" TO POLICY-STATUS
               MOVE DEFAULT-CURRENCY-CODE TO CLAIM-CURRENCY-CODE
               MOVE ZERO TO CUSTOMER-ID
               MOVE ZERO TO SECOND-CUSTOMER-ID
               MOVE ZERO TO FIRST-DEATH-CUSTOMER-ID
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       LOOKUP-PRODUCT-LIVES.

           MOVE "N" TO DB-JOINT-LIFE
           MOVE "FIRST" TO DB-JOINT-PAYS-ON

           EXEC SQL
               SELECT IFNULL(JOINT_LIFE, 'N'),
                      IFNULL(JOINT_PAYS_ON, 'FIRST')
               INTO :DB-JOINT-LIFE, :DB-JOINT-PAYS-ON
               FROM PRODUCT
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "N" TO DB-JOINT-LIFE
               MOVE "FIRST" TO DB-JOINT-PAYS-ON
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE DB-JOINT-LIFE    TO JOINT-LIFE-SWITCH
           MOVE DB-JOINT-PAYS-ON TO JOINT-PAYS-ON.

       CHECK-DECEASED-LIFE.

      * The deceased has to be one of the lives the policy covers -
      * the main insured, or the second insured on a joint-life
      * policy - and a life whose death is already on record cannot
      * be claimed for again. On a policy that pays on the second
      * death, the first death is only recorded.

           SET DECEASED-LIFE-VALID TO TRUE
           MOVE "N" TO FIRST-DEATH-SWITCH

           IF CLAIM-TYPE NOT = "DEATH"
                MOVE ZERO TO DECEASED-CUSTOMER-ID
           ELSE
                IF DECEASED-CUSTOMER-ID = ZERO
                     MOVE CUSTOMER-ID TO DECEASED-CUSTOMER-ID
                END-IF

                EVALUATE TRUE
                    WHEN DECEASED-CUSTOMER-ID = CUSTOMER-ID
                         CONTINUE
                    WHEN POLICY-IS-JOINT-LIFE
                     AND SECOND-CUSTOMER-ID NOT = ZERO
                     AND DECEASED-CUSTOMER-ID = SECOND-CUSTOMER-ID
                         CONTINUE
                    WHEN OTHER
                         MOVE "N" TO DECEASED-LIFE-SWITCH
                         MOVE "DECEASED NOT INSURED UNDER POLICY"
                             TO CLAIM-REJECT-REASON
                END-EVALUATE

                IF DECEASED-LIFE-VALID
                   AND DECEASED-CUSTOMER-ID = FIRST-DEATH-CUSTOMER-ID
                     MOVE "N" TO DECEASED-LIFE-SWITCH
                     MOVE "DEATH OF THIS LIFE ALREADY RECORDED"
                         TO CLAIM-REJECT-REASON
                END-IF

                IF DECEASED-LIFE-VALID
                   AND POLICY-IS-JOINT-LIFE
                   AND JOINT-PAYS-ON-SECOND
                   AND FIRST-DEATH-CUSTOMER-ID = ZERO
                     SET FIRST-DEATH-ONLY TO TRUE
                END-IF
           END-IF.

       RECORD-FIRST-DEATH.

      * Nothing is payable yet - the first death is stamped on the
      * policy, which stays in force for the survivor, and the
      * deceased's other policies are held the same way an approved
      * death would hold them.

           DISPLAY "FIRST DEATH ON A SECOND-DEATH POLICY - NOTHING "
                   "PAYABLE, COVER CONTINUES ON THE SURVIVOR"

           MOVE "FIRST-DEATH" TO CLAIM-STATUS
           MOVE ZERO TO APPROVED-AMOUNT
           MOVE ZERO TO NET-RETAINED-AMOUNT
           MOVE ZERO TO CEDED-AMOUNT

           MOVE POLICY-ID            TO DB-POLICY-ID
           MOVE DECEASED-CUSTOMER-ID TO DB-DECEASED-CUSTOMER-ID
           MOVE CLAIM-ID             TO DB-CLAIM-ID

           MOVE DB-POLICY-ID TO SNAP-POLICY-ID
           MOVE "CLAIM" TO SNAP-SOURCE
           PERFORM SNAPSHOT-POLICY

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               UPDATE POLICY
               SET FIRST_DEATH_CUSTOMER_ID = :DB-DECEASED-CUSTOMER-ID,
                   FIRST_DEATH_CLAIM_ID = :DB-CLAIM-ID
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RECORDING FIRST DEATH, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           MOVE DECEASED-CUSTOMER-ID TO FIRST-DEATH-CUSTOMER-ID

           PERFORM HOLD-OTHER-CUSTOMER-POLICIES.

       CALCULATE-REINSURANCE-CEDING.

           PERFORM LOOKUP-RETENTION-LIMIT

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

      * The refund belongs to whoever owns the policy - the insured
      * unless a separate owner is on file.

           EXEC SQL
               SELECT P.EFFECTIVE_DATE, P.EXPIRY_DATE, P.BASE_PREMIUM,
                      IFNULL(P.RIDER_PREMIUM, 0),
                      IFNULL((SELECT O.CUSTOMER_NAME FROM CUSTOMER O
                              WHERE O.CUSTOMER_ID = P.OWNER_CUSTOMER_ID
                                AND P.OWNER_CUSTOMER_ID <> 0),
                             P.CUSTOMER_NAME),
                      IFNULL(P.AGENT_ID, 0)
               INTO :DB-EFFECTIVE-DATE, :DB-EXPIRY-DATE,
                    :DB-BASE-PREMIUM, :DB-RIDER-PREMIUM,
                    :DB-CUSTOMER-NAME, :DB-AGENT-ID
               FROM POLICY P
               WHERE P.POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
           COMPUTE REMAINING-DAYS =
                   EXPIRY-INTEGER - TERMINATION-INTEGER

      * A reduced paid-up policy has no premium running - what was
      * paid has already bought the paid-up cover.

           IF TERM-DAYS NOT > ZERO OR REMAINING-DAYS NOT > ZERO
              OR OLD-POLICY-STATUS = "PAID-UP"
                DISPLAY "NO UNEARNED PREMIUM TO REFUND"
           ELSE
                PERFORM LOOKUP-TERM-PREMIUM
                MOVE ZERO TO SQLCODE
           ELSE
                DISPLAY "PREMIUM REFUND RECORDED: " REFUND-AMOUNT
                PERFORM QUEUE-REFUND-PAYOUT
           END-IF

           IF COMMISSION-REVERSAL > ZERO
                PERFORM REVERSE-AGENT-COMMISSION
           END-IF.

       QUEUE-REFUND-PAYOUT.

      * The refund is paid off the disbursement ledger as a
      * PREMREFUND request - never as a claim - with the GL
      * accounts, payment method and approval rule of its
      * PAYOUT_TYPE row. The terminating claim (zero when there is
      * none) is kept as the request's source reference.

           EXEC SQL
               SELECT IFNULL(MAX(REQUEST_ID), 0) + 1
               INTO :DB-REQUEST-ID
               FROM DISBURSEMENT_REQUEST
           END-EXEC

           MOVE "PREMREFUND" TO DB-PAYOUT-TYPE

           EXEC SQL
               INSERT INTO DISBURSEMENT_REQUEST
                   (REQUEST_ID, PAYMENT_TYPE, POLICY_ID, SOURCE_REF,
                    PAYEE_NAME, AMOUNT, CURRENCY_CODE, DEBIT_ACCOUNT,
                    CREDIT_ACCOUNT, PAYMENT_METHOD, APPROVAL_STATUS,
                    REQUESTED_BY, REQUESTED_DATE, APPROVED_BY,
                    APPROVED_DATE, PAYMENT_STATUS)
               SELECT :DB-REQUEST-ID, PAYMENT_TYPE, :DB-POLICY-ID,
                      :DB-CLAIM-ID, :DB-CUSTOMER-NAME,
                      :DB-REFUND-AMOUNT, :DB-CURRENCY-CODE,
                      DEBIT_ACCOUNT,
                      CREDIT_ACCOUNT, PAYMENT_METHOD,
                      CASE WHEN APPROVAL_REQUIRED = 'N'
                           THEN 'APPROVED' ELSE 'PENDING' END,
                      :DB-AUDIT-USER, :DB-TERMINATION-DATE,
                      CASE WHEN APPROVAL_REQUIRED = 'N'
                           THEN :DB-AUDIT-USER ELSE ' ' END,
                      CASE WHEN APPROVAL_REQUIRED = 'N'
                           THEN :DB-TERMINATION-DATE ELSE ' ' END,
                      'UNPAID'
               FROM PAYOUT_TYPE
               WHERE PAYMENT_TYPE = :DB-PAYOUT-TYPE
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR QUEUEING REFUND PAYOUT, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               DISPLAY "DISBURSEMENT REQUEST " DB-REQUEST-ID
                       " RAISED"
           END-IF.

       REVERSE-AGENT-COMMISSION.

      * The reversal follows the same split the commission was paid

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

      * The deceased is whichever life the claim named - on a
      * joint-life policy that may be the second insured - and their
      * other policies are caught whether they are the main or the
      * second life on them.

           MOVE DECEASED-CUSTOMER-ID TO DB-CUSTOMER-ID

           IF DB-CUSTOMER-ID = ZERO
               EXEC SQL
                   SELECT IFNULL(CUSTOMER_ID, 0) INTO :DB-CUSTOMER-ID
                   FROM POLICY
                   WHERE POLICY_ID = :DB-POLICY-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE ZERO TO DB-CUSTOMER-ID
               END-IF
           END-IF

           IF DB-CUSTOMER-ID = ZERO
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL
                   DECLARE other_policy_cursor CURSOR FOR
                   SELECT POLICY_ID
                   FROM POLICY
                   WHERE (CUSTOMER_ID = :DB-CUSTOMER-ID
                          OR SECOND_CUSTOMER_ID = :DB-CUSTOMER-ID)
                     AND POLICY_ID <> :DB-POLICY-ID
                     AND STATUS = 'ACTIVE'
               END-EXEC
           MOVE CLAIM-CURRENCY-CODE TO DB-CURRENCY-CODE
           MOVE NET-RETAINED-AMOUNT TO DB-NET-RETAINED-AMOUNT
           MOVE CEDED-AMOUNT     TO DB-CEDED-AMOUNT
           MOVE FRAUD-SCORE      TO DB-FRAUD-SCORE
           MOVE SCREENED-DATE    TO DB-SCREENED-DATE
           MOVE LOSS-DATE        TO DB-LOSS-DATE
           MOVE LATE-NOTIFIED-FLAG TO DB-LATE-NOTIFIED
           MOVE DECEASED-CUSTOMER-ID TO DB-DECEASED-CUSTOMER-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

               INSERT INTO CLAIM_HISTORY
                   (CLAIM_ID, POLICY_ID, CLAIM_TYPE, CLAIM_AMOUNT,
                    APPROVED_AMOUNT, STATUS, CLAIM_DATE, CURRENCY_CODE,
                    NET_RETAINED_AMOUNT, CEDED_AMOUNT, FRAUD_SCORE,
                    SCREENED_DATE, LOSS_DATE, LATE_NOTIFIED,
                    DECEASED_CUSTOMER_ID, ENTERED_BY)
               VALUES
                   (:DB-CLAIM-ID, :DB-POLICY-ID, :DB-CLAIM-TYPE,
                    :DB-CLAIM-AMOUNT, :DB-APPROVED-AMOUNT,
                    :DB-CLAIM-STATUS, :DB-CLAIM-DATE,
                    :DB-CURRENCY-CODE, :DB-NET-RETAINED-AMOUNT,
                    :DB-CEDED-AMOUNT, :DB-FRAUD-SCORE,
                    :DB-SCREENED-DATE, :DB-LOSS-DATE,
                    :DB-LATE-NOTIFIED, :DB-DECEASED-CUSTOMER-ID,
                    :DB-AUDIT-USER)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE DB-PARAM-VALUE TO DEFAULT-RETENTION-LIMIT
           END-IF

           MOVE "SIU-REFER-SCORE" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO SIU-REFER-SCORE
           END-IF

           MOVE "LATE-NOTIFY-DAYS" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO LATE-NOTIFY-DAYS
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       FETCH-ONE-PARAMETER.
               MOVE SIGNON-USER-ID TO DB-AUDIT-USER
           END-IF.

       ASSIGN-HELD-CLAIM.

           IF CLAIM-STATUS = "PENDING-REVIEW"
              OR CLAIM-STATUS = "DUPLICATE-REVIEW"
              OR CLAIM-STATUS = "PENDING-PAYEE"
              OR CLAIM-STATUS = "AWAITING-DOCS"
              OR CLAIM-STATUS = "SIU-REVIEW"
               CALL "ADJASSIGN"
                    USING CLAIM-ID
                          CLAIM-TYPE
                          ADJUSTER-ID
           END-IF.

       SNAPSHOT-POLICY.

           MOVE DB-AUDIT-USER TO SNAP-USER
                USING SNAP-POLICY-ID
                      SNAP-SOURCE
                      SNAP-USER.

       JOURNAL-CASE-RESERVE.

           CALL "CLAIMRSVGL"
                USING RSV-ACTION
                      RSV-CLAIM-ID.
