       01 PAYEE-SWITCH         PIC X(01) VALUE "N".
           88 PAYEE-RESOLVED             VALUE "Y".

      * Segregation of duties: nobody decides a claim they entered
      * or reopened in CLAIMENGINE, and nobody approves a claim on a
      * customer whose bank account they set up in CUSTOMERMAINT.

       01 DUTIES-SWITCH        PIC X(01) VALUE "N".
           88 DUTIES-SEPARATED           VALUE "Y".

       01 WINDOW-BLOCKED-SWITCH PIC X(01) VALUE "N".
           88 BATCH-WINDOW-IN-PROGRESS    VALUE "Y".

       01 SNAP-SOURCE          PIC X(12) VALUE "CLAIM".
       01 SNAP-USER            PIC X(20) VALUE "SUPERVISORREVIEW".

      * Opening and releasing a case reserve is journaled through
      * CLAIMRSVGL, so the ledger's reserve account moves with
      * CLAIM_RESERVE.

       01 RSV-ACTION           PIC X(10).
       01 RSV-CLAIM-ID         PIC 9(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-CLAIM-ID           PIC 9(10).
       01 DB-POLICY-ID          PIC 9(06).
       01 DB-REVIEWER-ID        PIC X(20).
       01 DB-MAX-AMOUNT         PIC 9(7)V99.
       01 DB-FIRST-APPROVED-BY  PIC X(20).
       01 DB-ENTERED-BY         PIC X(20).
       01 DB-REOPENED-BY        PIC X(20).
       01 DB-BANK-CHANGED-BY    PIC X(20).
       01 DB-FIRST-APPROVED-DATE PIC 9(08).
       01 DB-REVIEWED-BY        PIC X(20).
       01 DB-SECOND-REVIEWER    PIC X(20).
       01 DB-SECOND-AGENT     PIC 9(06).
       01 DB-SPLIT-PERCENT    PIC 9(3)V99.
       01 DB-REQUEST-ID         PIC 9(09).
       01 DB-PAYOUT-TYPE        PIC X(10).
       01 DB-AUDIT-USER        PIC X(20)
                              VALUE "SUPERVISORREVIEW".
       EXEC SQL END DECLARE SECTION END-EXEC.
               MOVE DB-POLICY-ID TO POLICY-ID
               MOVE DB-CLAIM-TYPE TO CLAIM-TYPE

               PERFORM CHECK-SEGREGATION-OF-DUTIES

               IF DUTIES-SEPARATED
                   PERFORM CHECK-REVIEWER-AUTHORITY
                   IF REVIEWER-AUTHORIZED
                       PERFORM SETTLE-AUTHORIZED-DECISION
                   END-IF
               END-IF
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       CHECK-SEGREGATION-OF-DUTIES.

           SET DUTIES-SEPARATED TO TRUE
           MOVE SPACES TO DB-ENTERED-BY
           MOVE SPACES TO DB-REOPENED-BY
           MOVE SPACES TO DB-BANK-CHANGED-BY

      * The claim history row drives the check; the customer's bank
      * change is joined on where there is one, so a policy with no
      * customer row still has its entry and reopen tested.

           EXEC SQL
               SELECT IFNULL(H.ENTERED_BY, ' '),
                      IFNULL(H.REOPENED_BY, ' '),
                      IFNULL(C.BANK_CHANGED_BY, ' ')
               INTO :DB-ENTERED-BY, :DB-REOPENED-BY,
                    :DB-BANK-CHANGED-BY
               FROM CLAIM_HISTORY H
               LEFT JOIN POLICY P ON P.POLICY_ID = H.POLICY_ID
               LEFT JOIN CUSTOMER C ON C.CUSTOMER_ID = P.CUSTOMER_ID
               WHERE H.CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-ENTERED-BY = REVIEWER-ID
              OR DB-REOPENED-BY = REVIEWER-ID
               MOVE "N" TO DUTIES-SWITCH
               DISPLAY "CLAIM WAS ENTERED OR REOPENED BY "
                       REVIEWER-ID " - ANOTHER REVIEWER MUST DECIDE IT"
           ELSE
               IF MENU-CHOICE = 2
                  AND DB-BANK-CHANGED-BY = REVIEWER-ID
                   MOVE "N" TO DUTIES-SWITCH
                   DISPLAY "CUSTOMER BANK DETAILS WERE SET UP BY "
                           REVIEWER-ID " - ANOTHER REVIEWER MUST "
                           "APPROVE THIS CLAIM"
               END-IF
           END-IF.

       CHECK-REVIEWER-AUTHORITY.

      * The authority table is the whole control: no row, no
           MOVE "CLOSED"    TO DB-RESERVE-STATUS
           MOVE AUDIT-DATE  TO DB-CLOSED-DATE

           MOVE "RELEASE"   TO RSV-ACTION
           MOVE DB-CLAIM-ID TO RSV-CLAIM-ID
           PERFORM JOURNAL-CASE-RESERVE

           EXEC SQL
               UPDATE CLAIM_RESERVE
               SET STATUS = :DB-RESERVE-STATUS,
               OPEN OUTPUT DEATH-HOLD-FILE
           END-IF

      * The deceased is the life named on the claim - on a
      * joint-life policy that may be the second insured - falling
      * back to the policy's main insured, and their other policies
      * are caught whichever life they are on them.

           MOVE ZERO TO DB-CUSTOMER-ID

           EXEC SQL
               SELECT IFNULL(DECEASED_CUSTOMER_ID, 0)
               INTO :DB-CUSTOMER-ID
               FROM CLAIM_HISTORY
               WHERE CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-CUSTOMER-ID
               MOVE ZERO TO SQLCODE
           END-IF

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
           MOVE ZERO TO REFUND-AMOUNT
           MOVE ZERO TO COMMISSION-REVERSAL

      * The refund belongs to whoever owns the policy - the insured
      * unless a separate owner is on file.

           EXEC SQL
               SELECT P.EFFECTIVE_DATE, P.EXPIRY_DATE, P.BASE_PREMIUM,
                      IFNULL(P.RIDER_PREMIUM, 0),
                      IFNULL((SELECT O.CUSTOMER_NAME FROM CUSTOMER O
                              WHERE O.CUSTOMER_ID = P.OWNER_CUSTOMER_ID
                                AND P.OWNER_CUSTOMER_ID <> 0),
                             P.CUSTOMER_NAME),
                      P.CURRENCY_CODE, IFNULL(P.AGENT_ID, 0)
               INTO :DB-EFFECTIVE-DATE, :DB-EXPIRY-DATE,
                    :DB-BASE-PREMIUM, :DB-RIDER-PREMIUM,
                    :DB-CUSTOMER-NAME, :DB-CURRENCY-CODE,
                    :DB-AGENT-ID
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
                      :DB-REFUND-AMOUNT,
                      :DB-CURRENCY-CODE, DEBIT_ACCOUNT,
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
                USING SNAP-POLICY-ID
                      SNAP-SOURCE
                      SNAP-USER.

       JOURNAL-CASE-RESERVE.

           CALL "CLAIMRSVGL"
                USING RSV-ACTION
                      RSV-CLAIM-ID.
