       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYOUTAPPROVE.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 MENU-CHOICE          PIC 9(01).

       01 REQUEST-ID           PIC 9(09).
       01 REJECT-REASON        PIC X(30).
       01 APPROVER-ID          PIC X(20).

       01 TODAY-DATE           PIC 9(08).

      * Surrender values, policy loans, premium refunds and suspense
      * refunds are paid off the disbursement ledger, not the claims
      * queue. A request raised PENDING waits here until a
      * supervisor with enough authority - and who did not raise it
      * - approves or rejects it; PAYOUTDISBURSE pays only APPROVED
      * requests. The approval limits are the same
      * APPROVAL_AUTHORITY rows the claims supervisor queue uses.

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".

       01 WINDOW-BLOCKED-SWITCH PIC X(01) VALUE "N".
           88 BATCH-WINDOW-IN-PROGRESS    VALUE "Y".
       01 REQUEST-FOUND-SWITCH PIC X(01) VALUE "N".
           88 REQUEST-FOUND              VALUE "Y".
       01 AUTHORITY-SWITCH     PIC X(01) VALUE "N".
           88 APPROVER-AUTHORIZED        VALUE "Y".
       01 LISTED-ANY-SWITCH    PIC X(01) VALUE "N".
           88 LISTED-ANY                 VALUE "Y".
       01 LOAN-REVERSED-SWITCH PIC X(01) VALUE "N".
           88 LOAN-REVERSED              VALUE "Y".


      * Shared sign-on: every session starts with a verified user
      * id from the user master - free-typed names no longer drive
      * anything sensitive.

       01 SIGNON-ROLE-REQUIRED PIC X(10) VALUE "SUPERVISOR".
       01 SIGNON-USER-ID       PIC X(20).
       01 SIGNON-OK-FLAG       PIC X(01).
           88 SIGNED-ON                  VALUE "Y".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-REQUEST-ID        PIC 9(09).
       01 DB-PAYOUT-TYPE       PIC X(10).
       01 DB-POLICY-ID         PIC 9(06).
       01 DB-SOURCE-REF        PIC 9(10).
       01 DB-PAYEE-NAME        PIC X(30).
       01 DB-AMOUNT            PIC 9(7)V99.
       01 DB-CURRENCY-CODE     PIC X(03).
       01 DB-REQUESTED-BY      PIC X(20).
       01 DB-REQUESTED-DATE    PIC 9(08).
       01 DB-BANK-CHANGED-BY   PIC X(20).
       01 DB-APPROVER-ID       PIC X(20).
       01 DB-MAX-AMOUNT        PIC 9(7)V99.
       01 DB-REJECT-REASON     PIC X(30).
       01 DB-TODAY-DATE        PIC 9(08).
       01 DB-WINDOW-STATUS     PIC X(10).
       01 DB-LOAN-STATUS       PIC X(10).
       01 DB-LOAN-BALANCE      PIC 9(9)V99.
       01 DB-TXN-NO            PIC 9(05).
       01 DB-TXN-REF           PIC X(12).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PAYOUT-APPROVE.

           DISPLAY "=============================="
           DISPLAY " MINI INGENIUM PAYOUT APPROVAL"
           DISPLAY "=============================="

           PERFORM SIGN-ON-USER

           IF NOT SIGNED-ON
               STOP RUN
           END-IF

           PERFORM SHOW-MENU UNTIL DONE

           STOP RUN.

       SHOW-MENU.

           DISPLAY "1. LIST PENDING PAYOUT REQUESTS"
           DISPLAY "2. APPROVE REQUEST"
           DISPLAY "3. REJECT REQUEST"
           DISPLAY "4. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

           EVALUATE MENU-CHOICE
               WHEN 1
                   PERFORM LIST-PENDING-REQUESTS
               WHEN 2
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM APPROVE-REQUEST
                   END-IF
               WHEN 3
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM REJECT-REQUEST
                   END-IF
               WHEN 4
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

       LIST-PENDING-REQUESTS.

           MOVE "N" TO LISTED-ANY-SWITCH

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE pending_req_cursor CURSOR FOR
               SELECT REQUEST_ID, PAYMENT_TYPE, POLICY_ID, PAYEE_NAME,
                      AMOUNT, IFNULL(CURRENCY_CODE, 'USD'),
                      REQUESTED_BY, REQUESTED_DATE
               FROM DISBURSEMENT_REQUEST
               WHERE APPROVAL_STATUS = 'PENDING'
               ORDER BY REQUEST_ID
           END-EXEC.

           EXEC SQL OPEN pending_req_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH pending_req_cursor
                   INTO :DB-REQUEST-ID, :DB-PAYOUT-TYPE,
                        :DB-POLICY-ID, :DB-PAYEE-NAME, :DB-AMOUNT,
                        :DB-CURRENCY-CODE, :DB-REQUESTED-BY,
                        :DB-REQUESTED-DATE
               END-EXEC
               IF SQLCODE = 0
                   SET LISTED-ANY TO TRUE
                   DISPLAY "REQUEST " DB-REQUEST-ID " "
                           DB-PAYOUT-TYPE " POLICY " DB-POLICY-ID
                           " " DB-PAYEE-NAME
                   DISPLAY "    AMOUNT " DB-AMOUNT " "
                           DB-CURRENCY-CODE " RAISED BY "
                           DB-REQUESTED-BY " ON " DB-REQUESTED-DATE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE pending_req_cursor END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF NOT LISTED-ANY
               DISPLAY "NO PAYOUT REQUESTS AWAITING APPROVAL"
           END-IF.

       APPROVE-REQUEST.

           DISPLAY "ENTER REQUEST ID TO APPROVE:"
           ACCEPT REQUEST-ID

           MOVE SIGNON-USER-ID TO APPROVER-ID
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-PENDING-REQUEST

           IF NOT REQUEST-FOUND
               DISPLAY "NO PENDING REQUEST WITH ID: " REQUEST-ID
           ELSE
               PERFORM CHECK-APPROVER-AUTHORITY
               IF APPROVER-AUTHORIZED
                   PERFORM APPLY-APPROVAL
               END-IF
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       REJECT-REQUEST.

           DISPLAY "ENTER REQUEST ID TO REJECT:"
           ACCEPT REQUEST-ID

           DISPLAY "ENTER REASON:"
           ACCEPT REJECT-REASON

           MOVE SIGNON-USER-ID TO APPROVER-ID
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-PENDING-REQUEST

           IF NOT REQUEST-FOUND
               DISPLAY "NO PENDING REQUEST WITH ID: " REQUEST-ID
           ELSE
               PERFORM CHECK-APPROVER-AUTHORITY
               IF APPROVER-AUTHORIZED
                   PERFORM APPLY-REJECTION
                       THRU APPLY-REJECTION-EXIT
               END-IF
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       LOOKUP-PENDING-REQUEST.

           MOVE "N" TO REQUEST-FOUND-SWITCH
           MOVE REQUEST-ID TO DB-REQUEST-ID

           EXEC SQL
               SELECT PAYMENT_TYPE, POLICY_ID, IFNULL(SOURCE_REF, 0),
                      PAYEE_NAME, AMOUNT, REQUESTED_BY
               INTO :DB-PAYOUT-TYPE, :DB-POLICY-ID, :DB-SOURCE-REF,
                    :DB-PAYEE-NAME, :DB-AMOUNT, :DB-REQUESTED-BY
               FROM DISBURSEMENT_REQUEST
               WHERE REQUEST_ID = :DB-REQUEST-ID
                 AND APPROVAL_STATUS = 'PENDING'
           END-EXEC

           IF SQLCODE = 0
               SET REQUEST-FOUND TO TRUE
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

       CHECK-APPROVER-AUTHORITY.

      * Whoever raised the request cannot decide it, and whoever set
      * up the customer's bank account in CUSTOMERMAINT cannot
      * approve a payment to them. Beyond that the authority table
      * is the whole control: no row, no decisions; a row, and
      * approvals only up to the amount on it. Rejecting needs a row
      * but no amount check - declining to pay is not a payout.

           MOVE "N" TO AUTHORITY-SWITCH
           MOVE APPROVER-ID TO DB-APPROVER-ID

           PERFORM LOOKUP-BANK-CHANGED-BY

           IF DB-REQUESTED-BY = APPROVER-ID
               DISPLAY "REQUEST WAS RAISED BY " APPROVER-ID
                       " - ANOTHER SUPERVISOR MUST DECIDE IT"
           ELSE
               IF MENU-CHOICE = 2
                  AND DB-BANK-CHANGED-BY = APPROVER-ID
                   DISPLAY "CUSTOMER BANK DETAILS WERE SET UP BY "
                           APPROVER-ID " - ANOTHER SUPERVISOR MUST "
                           "APPROVE THIS PAYMENT"
               ELSE
                   PERFORM CHECK-AUTHORITY-LIMIT
               END-IF
           END-IF.

       CHECK-AUTHORITY-LIMIT.

           EXEC SQL
               SELECT MAX_APPROVAL_AMOUNT INTO :DB-MAX-AMOUNT
               FROM APPROVAL_AUTHORITY
               WHERE REVIEWER_ID = :DB-APPROVER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "NO APPROVAL AUTHORITY ON FILE FOR "
                       APPROVER-ID
               MOVE ZERO TO SQLCODE
           ELSE
               IF MENU-CHOICE = 2
                  AND DB-AMOUNT > DB-MAX-AMOUNT
                   DISPLAY "AMOUNT " DB-AMOUNT
                           " EXCEEDS YOUR AUTHORITY OF "
                           DB-MAX-AMOUNT
               ELSE
                   SET APPROVER-AUTHORIZED TO TRUE
               END-IF
           END-IF.

       LOOKUP-BANK-CHANGED-BY.

      * A request with no policy (or a policy whose customer has
      * never had bank details keyed) has nobody to exclude.

           MOVE SPACES TO DB-BANK-CHANGED-BY

           EXEC SQL
               SELECT IFNULL(C.BANK_CHANGED_BY, ' ')
               INTO :DB-BANK-CHANGED-BY
               FROM POLICY P, CUSTOMER C
               WHERE P.POLICY_ID = :DB-POLICY-ID
                 AND C.CUSTOMER_ID = P.CUSTOMER_ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO DB-BANK-CHANGED-BY
               MOVE ZERO TO SQLCODE
           END-IF.

       APPLY-APPROVAL.

           MOVE TODAY-DATE TO DB-TODAY-DATE

           EXEC SQL
               UPDATE DISBURSEMENT_REQUEST
               SET APPROVAL_STATUS = 'APPROVED',
                   APPROVED_BY = :DB-APPROVER-ID,
                   APPROVED_DATE = :DB-TODAY-DATE
               WHERE REQUEST_ID = :DB-REQUEST-ID
                 AND APPROVAL_STATUS = 'PENDING'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR APPROVING REQUEST, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY "REQUEST " REQUEST-ID " APPROVED - PAID IN "
                       "TONIGHT'S PAYOUT RUN"
           END-IF.

       APPLY-REJECTION.

      * A rejected suspense refund puts the cash back in suspense as
      * an open item, so it can be re-matched or refunded properly.
      * A rejected surrender or premium refund leaves the policy as
      * it is - the money simply is not paid until a corrected
      * request is raised. A rejected policy loan advance comes
      * back off the loan, since the customer never got the money.

           MOVE TODAY-DATE    TO DB-TODAY-DATE
           MOVE REJECT-REASON TO DB-REJECT-REASON

           EXEC SQL
               UPDATE DISBURSEMENT_REQUEST
               SET APPROVAL_STATUS = 'REJECTED',
                   APPROVED_BY = :DB-APPROVER-ID,
                   APPROVED_DATE = :DB-TODAY-DATE,
                   REJECT_REASON = :DB-REJECT-REASON
               WHERE REQUEST_ID = :DB-REQUEST-ID
                 AND APPROVAL_STATUS = 'PENDING'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR REJECTING REQUEST, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               GO TO APPLY-REJECTION-EXIT
           END-IF

           IF DB-PAYOUT-TYPE = "SUSPREFUND"
               EXEC SQL
                   UPDATE PAYMENT_SUSPENSE
                   SET STATUS = 'OPEN',
                       RESOLVED_BY = NULL,
                       RESOLVED_DATE = NULL
                   WHERE SUSPENSE_ID = :DB-SOURCE-REF
                     AND STATUS = 'REFUNDED'
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "ERROR REOPENING SUSPENSE ITEM "
                           DB-SOURCE-REF ", SQLCODE: " SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                   GO TO APPLY-REJECTION-EXIT
               END-IF

               DISPLAY "SUSPENSE ITEM " DB-SOURCE-REF
                       " BACK TO OPEN"
           END-IF

           IF DB-PAYOUT-TYPE = "POLICYLOAN"
               PERFORM REVERSE-LOAN-ADVANCE
                   THRU REVERSE-LOAN-ADVANCE-EXIT
               IF NOT LOAN-REVERSED
                   EXEC SQL ROLLBACK END-EXEC
                   GO TO APPLY-REJECTION-EXIT
               END-IF
           END-IF

           EXEC SQL COMMIT END-EXEC

           DISPLAY "REQUEST " REQUEST-ID " REJECTED".

       APPLY-REJECTION-EXIT.
           EXIT.

       REVERSE-LOAN-ADVANCE.

      * The advance comes off the balance and off the principal
      * lent. A loan the reversal takes back to nothing is closed as
      * CLEARED, the same as one repaid in full.

           MOVE "N" TO LOAN-REVERSED-SWITCH

           EXEC SQL
               SELECT STATUS, IFNULL(BALANCE, 0)
               INTO :DB-LOAN-STATUS, :DB-LOAN-BALANCE
               FROM POLICY_LOAN
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
              OR DB-LOAN-STATUS NOT = "ACTIVE"
              OR DB-LOAN-BALANCE < DB-AMOUNT
               DISPLAY "POLICY LOAN ON POLICY " DB-POLICY-ID
                       " CANNOT TAKE THIS ADVANCE BACK - "
                       "REFER TO FINANCE, NOTHING CHANGED"
               MOVE ZERO TO SQLCODE
               GO TO REVERSE-LOAN-ADVANCE-EXIT
           END-IF

           COMPUTE DB-LOAN-BALANCE = DB-LOAN-BALANCE - DB-AMOUNT

           EXEC SQL
               UPDATE POLICY_LOAN
               SET BALANCE = :DB-LOAN-BALANCE,
                   PRINCIPAL_ADVANCED =
                       PRINCIPAL_ADVANCED - :DB-AMOUNT,
                   STATUS = CASE WHEN :DB-LOAN-BALANCE = 0
                                 THEN 'CLEARED' ELSE STATUS END,
                   CLOSED_DATE = CASE WHEN :DB-LOAN-BALANCE = 0
                                 THEN :DB-TODAY-DATE
                                 ELSE CLOSED_DATE END
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR REVERSING LOAN ADVANCE, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
               GO TO REVERSE-LOAN-ADVANCE-EXIT
           END-IF

           EXEC SQL
               SELECT IFNULL(MAX(TXN_NO), 0) + 1
               INTO :DB-TXN-NO
               FROM POLICY_LOAN_TXN
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           MOVE DB-REQUEST-ID TO DB-TXN-REF

           EXEC SQL
               INSERT INTO POLICY_LOAN_TXN
                   (POLICY_ID, TXN_NO, TXN_DATE, TXN_TYPE, AMOUNT,
                    BALANCE_AFTER, SOURCE_REF, ENTERED_BY)
               VALUES
                   (:DB-POLICY-ID, :DB-TXN-NO, :DB-TODAY-DATE,
                    'REVERSAL', :DB-AMOUNT, :DB-LOAN-BALANCE,
                    :DB-TXN-REF, :DB-APPROVER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING LOAN LEDGER, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               GO TO REVERSE-LOAN-ADVANCE-EXIT
           END-IF

           SET LOAN-REVERSED TO TRUE

           DISPLAY "LOAN ADVANCE TAKEN BACK OFF POLICY "
                   DB-POLICY-ID ", NOW OWED " DB-LOAN-BALANCE.

       REVERSE-LOAN-ADVANCE-EXIT.
           EXIT.

       SIGN-ON-USER.

           CALL "USERSIGNON"
                USING SIGNON-ROLE-REQUIRED
                      SIGNON-USER-ID
                      SIGNON-OK-FLAG.
