       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYOUTDISBURSE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYOUT-LISTING-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EFT-FILE ASSIGN TO "PAYEFT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFUND-INSTRUCTION-FILE ASSIGN TO "SUSREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUND-FILE-STATUS.

           SELECT GL-CASH-FILE ASSIGN TO "GLCASH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CASH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * PAYOUT is treasury's readable listing of tonight's non-claim
      * payments, one line per request paid or held.

       FD  PAYOUT-LISTING-FILE.
       01  PAYOUT-LINE.
           05 POL-REQUEST-ID          PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 POL-PAYMENT-TYPE        PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 POL-POLICY-ID           PIC ZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 POL-PAYEE-NAME          PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 POL-AMOUNT              PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 POL-CURRENCY-CODE       PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 POL-VALUE-DATE          PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 POL-RESULT              PIC X(10).

      * PAYEFT is the same machine file shape as CLMEFT - one H
      * header, one D record per transfer keyed on the request id,
      * and a T trailer with the record count and amount hash the
      * bank verifies before releasing anything.

       FD  EFT-FILE.
       01  EFT-RECORD.
           05 EFT-RECORD-TYPE         PIC X(01).
              88 EFT-HEADER-RECORD             VALUE "H".
              88 EFT-DETAIL-RECORD             VALUE "D".
              88 EFT-TRAILER-RECORD            VALUE "T".
           05 EFT-D-REQUEST-ID        PIC 9(10).
           05 EFT-D-BANK-CODE         PIC X(09).
           05 EFT-D-BANK-ACCOUNT      PIC X(18).
           05 EFT-D-PAYEE-NAME        PIC X(30).
           05 EFT-D-AMOUNT            PIC 9(9)V99.
           05 EFT-D-CURRENCY-CODE     PIC X(03).
           05 EFT-D-VALUE-DATE        PIC 9(08).
       01  EFT-FILE-HEADER.
           05 FILLER                  PIC X(01).
           05 EFT-H-ORIGINATOR        PIC X(10).
           05 EFT-H-CREATION-DATE     PIC 9(08).
       01  EFT-FILE-TRAILER.
           05 FILLER                  PIC X(01).
           05 EFT-T-RECORD-COUNT      PIC 9(09).
           05 EFT-T-AMOUNT-HASH       PIC 9(11)V99.

      * SUSREF is treasury's instruction file for sending unapplied
      * cash back to the bank it came from - unchanged in layout
      * from when the suspense workbench wrote it directly.

       FD  REFUND-INSTRUCTION-FILE.
       01  REFUND-INSTRUCTION-RECORD.
           05 REF-SUSPENSE-ID         PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 REF-POLICY-ID           PIC ZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 REF-AMOUNT              PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 REF-VALUE-DATE          PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 REF-INSTRUCTION         PIC X(30).

       FD  GL-CASH-FILE.
       01  GL-CASH-RECORD.
           05 GLC-POLICY-ID           PIC ZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 GLC-INVOICE-ID          PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 GLC-ACCOUNT-CODE        PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 GLC-DEBIT-CREDIT        PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 GLC-AMOUNT              PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 GLC-DATE                PIC X(08).

       WORKING-STORAGE SECTION.

      * Surrender values, unearned premium refunds and suspense
      * returns are not claims, so they are not paid by CLAIMDISBURSE
      * off CLAIM_HISTORY. They sit on DISBURSEMENT_REQUEST, and this
      * run pays every request that is APPROVED and still UNPAID:
      *
      *   EFT    - a transfer to the policyholder's account on the
      *            customer master, in PAYEFT. A policyholder with
      *            no account keyed is held, not paid, until one is.
      *   RETURN - an instruction in SUSREF to send the cash back
      *            to the bank that remitted it.
      *
      * The request's own DEBIT_ACCOUNT / CREDIT_ACCOUNT, copied from
      * PAYOUT_TYPE when it was raised, are booked to GLCASH and the
      * journal on the day it is paid. A type carrying no accounts
      * (suspense cash, which never reached the ledger) books nothing.

      * A premium refund on a policy that still owes a policy loan
      * repays the loan first - only what is left goes to the
      * customer, and the request's amount is cut down to match. The
      * part that went to the loan is booked against the refund's
      * own debit account and off the loan account; a refund the
      * loan swallows whole is closed as paid with nothing sent.

       01 GL-ACCOUNT-POLICY-LOAN   PIC X(04) VALUE "1300".
       01 LOAN-OFFSET              PIC 9(9)V99.
       01 CONVERT-AMOUNT           PIC 9(9)V99.
       01 REQUESTS-LOAN-OFFSET     PIC 9(9) COMP VALUE ZERO.

       01 EFT-PAYMENT-METHOD       PIC X(10) VALUE "EFT".
       01 RETURN-PAYMENT-METHOD    PIC X(10) VALUE "RETURN".

       01 DISBURSEMENT-DATE        PIC 9(08).
       01 REQUESTS-PAID            PIC 9(9) COMP VALUE ZERO.
       01 REQUESTS-RETURNED        PIC 9(9) COMP VALUE ZERO.
       01 REQUESTS-HELD-NO-ACCOUNT PIC 9(9) COMP VALUE ZERO.
       01 REQUESTS-ALREADY-PAID    PIC 9(9) COMP VALUE ZERO.
       01 PAYOUT-RESULT            PIC X(10).

       01 EFT-ORIGINATOR-ID        PIC X(10) VALUE "MINIINGEN".
       01 EFT-RECORD-COUNT         PIC 9(09) VALUE ZERO.
       01 EFT-AMOUNT-HASH          PIC 9(11)V99 VALUE ZERO.

       01 REFUND-FILE-STATUS       PIC X(02).
           88 REFUND-FILE-OK                 VALUE "00".
       01 REFUND-FILE-SWITCH       PIC X(01) VALUE "N".
           88 REFUND-FILE-OPEN               VALUE "Y".

       01 GL-CASH-FILE-STATUS      PIC X(02).
           88 GL-CASH-FILE-OK                VALUE "00".

       01 ACCOUNT-FOUND-SWITCH     PIC X(01) VALUE "N".
           88 ACCOUNT-FOUND                  VALUE "Y".

      * A surrender, loan advance or premium refund on a policy held
      * as collateral is not paid while the assignment is in force
      * unless the assignee's consent to that kind of payout is on
      * file - it stays UNPAID and is retried every night, the same
      * as a payout waiting for a bank account.

       01 CONSENT-MISSING-SWITCH   PIC X(01) VALUE "N".
           88 ASSIGNEE-CONSENT-MISSING       VALUE "Y".
       01 REQUESTS-HELD-ASSIGNED   PIC 9(9) COMP VALUE ZERO.

      * Every payee is screened against the watch list before any
      * money moves, the same as CLAIMDISBURSE screens its payees. A
      * possible match is left UNPAID for compliance to clear and is
      * retried every night - WATCHSCREEN keeps it held, without a
      * second review, until the open review is decided.

       01 SCREEN-PARTY-TYPE        PIC X(12) VALUE "PAYEE".
       01 SCREEN-PARTY-KEY         PIC X(20).
       01 SCREEN-PARTY-NAME        PIC X(30).
       01 SCREEN-SOURCE            PIC X(14) VALUE "PAYOUTDISBURSE".
       01 SCREEN-RESULT            PIC X(01).
           88 SCREEN-HELD                    VALUE "H".
       01 SCREEN-REVIEW-ID         PIC 9(09).
       01 REQUESTS-HELD-SCREENING  PIC 9(9) COMP VALUE ZERO.

       01 HOUSE-CURRENCY-CODE      PIC X(03) VALUE "USD".
       01 EXCHANGE-RATE-USED       PIC 9(3)V9(6).
       01 HOUSE-AMOUNT             PIC 9(9)V99.


      * Every GL line written to the feed is journaled as well, so
      * the nightly GL step can prove the day balances before the
      * extract ships to the ledger.

       01 JRN-SOURCE-CODE      PIC X(10) VALUE "PAYOUT".
       01 JRN-POLICY-ID        PIC 9(06).
       01 JRN-INVOICE-ID       PIC 9(10).
       01 JRN-ACCOUNT-CODE     PIC X(04).
       01 JRN-DEBIT-CREDIT     PIC X(01).
       01 JRN-AMOUNT           PIC 9(9)V99.
       01 JRN-ENTRY-DATE       PIC 9(08).


      * The night's counts go to the step-metrics table as well as
      * the console, so the window performance report can compare
      * tonight against the recent average.

       01 MET-STEP-NAME        PIC X(20) VALUE "PAYOUT-DISBURSE".
       01 MET-METRIC-NAME      PIC X(20).
       01 MET-METRIC-VALUE     PIC 9(11).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-REQUEST-ID            PIC 9(09).
       01 DB-PAYOUT-TYPE           PIC X(10).
       01 DB-POLICY-ID             PIC 9(06).
       01 DB-SOURCE-REF            PIC 9(10).
       01 DB-PAYEE-NAME            PIC X(30).
       01 DB-PAYOUT-AMOUNT         PIC 9(7)V99.
       01 DB-CURRENCY-CODE         PIC X(03).
       01 DB-DEBIT-ACCOUNT         PIC X(04).
       01 DB-CREDIT-ACCOUNT        PIC X(04).
       01 DB-PAYMENT-METHOD        PIC X(10).
       01 DB-BANK-CODE             PIC X(09).
       01 DB-BANK-ACCOUNT          PIC X(18).
       01 DB-VALUE-DATE            PIC X(08).
       01 DB-PAYMENT-DATE          PIC 9(08).
       01 DB-RATE-DATE             PIC 9(08).
       01 DB-EXCHANGE-RATE         PIC 9(3)V9(6).
       01 DB-LOAN-BALANCE          PIC 9(9)V99.
       01 DB-LOAN-OFFSET           PIC 9(9)V99.
       01 DB-TXN-NO                PIC 9(05).
       01 DB-TXN-REF               PIC X(12).
       01 DB-CONSENT-ACTION        PIC X(12).
       01 DB-UNCONSENTED-COUNT     PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PAYOUT-DISBURSE.

           DISPLAY "--- PAYOUT DISBURSEMENT PROCESS START ---"

           ACCEPT DISBURSEMENT-DATE FROM DATE YYYYMMDD

           MOVE DISBURSEMENT-DATE TO DB-PAYMENT-DATE

           OPEN OUTPUT PAYOUT-LISTING-FILE
           OPEN OUTPUT EFT-FILE
           PERFORM OPEN-GL-CASH-FILE

           PERFORM WRITE-EFT-HEADER

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

      * Only requests a supervisor has approved (or whose type needs
      * no approval) and that are still UNPAID are picked up - the
      * flip to PAID is conditional on the row still being UNPAID,
      * so a request can never be paid twice.

           EXEC SQL
               DECLARE payout_cursor CURSOR FOR
               SELECT REQUEST_ID, PAYMENT_TYPE, POLICY_ID,
                      IFNULL(SOURCE_REF, 0), PAYEE_NAME, AMOUNT,
                      IFNULL(CURRENCY_CODE, 'USD'),
                      IFNULL(DEBIT_ACCOUNT, ' '),
                      IFNULL(CREDIT_ACCOUNT, ' '),
                      PAYMENT_METHOD
               FROM DISBURSEMENT_REQUEST
               WHERE APPROVAL_STATUS = 'APPROVED'
                 AND PAYMENT_STATUS = 'UNPAID'
                 AND AMOUNT > 0
               ORDER BY REQUEST_ID
           END-EXEC.

           EXEC SQL OPEN payout_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH payout_cursor
                   INTO :DB-REQUEST-ID, :DB-PAYOUT-TYPE,
                        :DB-POLICY-ID, :DB-SOURCE-REF,
                        :DB-PAYEE-NAME, :DB-PAYOUT-AMOUNT,
                        :DB-CURRENCY-CODE, :DB-DEBIT-ACCOUNT,
                        :DB-CREDIT-ACCOUNT, :DB-PAYMENT-METHOD
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PAY-ONE-REQUEST
                       THRU PAY-ONE-REQUEST-EXIT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE payout_cursor END-EXEC.

           MOVE ZERO TO SQLCODE

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           PERFORM WRITE-EFT-TRAILER

           CLOSE PAYOUT-LISTING-FILE
           CLOSE EFT-FILE
           CLOSE GL-CASH-FILE

           IF REFUND-FILE-OPEN
               CLOSE REFUND-INSTRUCTION-FILE
           END-IF

           DISPLAY "PAYOUTS PAID BY EFT: " REQUESTS-PAID
           DISPLAY "PAYOUTS RETURNED TO REMITTING BANK: "
                   REQUESTS-RETURNED
           DISPLAY "PAYOUTS HELD, NO BANK ACCOUNT: "
                   REQUESTS-HELD-NO-ACCOUNT
           DISPLAY "PAYOUTS HELD, NO ASSIGNEE CONSENT: "
                   REQUESTS-HELD-ASSIGNED
           DISPLAY "PAYOUTS HELD, WATCH LIST REVIEW: "
                   REQUESTS-HELD-SCREENING
           DISPLAY "PAYOUTS ALREADY PAID, SKIPPED: "
                   REQUESTS-ALREADY-PAID
           DISPLAY "REFUNDS REPAYING A POLICY LOAN: "
                   REQUESTS-LOAN-OFFSET
           DISPLAY "PAYOUT EFT FILE TOTAL: " EFT-AMOUNT-HASH
           PERFORM RECORD-STEP-METRICS

           DISPLAY "--- PAYOUT DISBURSEMENT PROCESS FINISHED ---"

      * A held payout is a warning for the morning - someone has to
      * get the account keyed or the review decided - not a failure
      * of the run.

           IF REQUESTS-HELD-NO-ACCOUNT > ZERO
              OR REQUESTS-HELD-ASSIGNED > ZERO
              OR REQUESTS-HELD-SCREENING > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       OPEN-GL-CASH-FILE.

      * The day's cash entries accumulate across every posting
      * session, so the cash proof can tie the whole day out in one
      * pass. A brand new day starts the file.

           OPEN EXTEND GL-CASH-FILE

           IF NOT GL-CASH-FILE-OK
               OPEN OUTPUT GL-CASH-FILE
           END-IF.

       OPEN-REFUND-INSTRUCTION-FILE.

      * Instructions accumulate until treasury works the file, so
      * tonight's returns are added to whatever is already there.

           OPEN EXTEND REFUND-INSTRUCTION-FILE

           IF NOT REFUND-FILE-OK
               OPEN OUTPUT REFUND-INSTRUCTION-FILE
           END-IF

           SET REFUND-FILE-OPEN TO TRUE.

       WRITE-EFT-HEADER.

           MOVE SPACES TO EFT-RECORD
           MOVE "H"                TO EFT-RECORD-TYPE
           MOVE EFT-ORIGINATOR-ID  TO EFT-H-ORIGINATOR
           MOVE DISBURSEMENT-DATE  TO EFT-H-CREATION-DATE
           WRITE EFT-RECORD.

       WRITE-EFT-TRAILER.

           MOVE SPACES TO EFT-RECORD
           MOVE "T"                TO EFT-RECORD-TYPE
           MOVE EFT-RECORD-COUNT   TO EFT-T-RECORD-COUNT
           MOVE EFT-AMOUNT-HASH    TO EFT-T-AMOUNT-HASH
           WRITE EFT-RECORD.

       PAY-ONE-REQUEST.

           PERFORM CHECK-ASSIGNEE-CONSENT

           IF ASSIGNEE-CONSENT-MISSING
               DISPLAY "PAYOUT " DB-REQUEST-ID
                       " ON ASSIGNED POLICY, NO ASSIGNEE CONSENT, HELD"
               ADD 1 TO REQUESTS-HELD-ASSIGNED
               MOVE "NO-CONSENT" TO PAYOUT-RESULT
               PERFORM WRITE-PAYOUT-LINE
               MOVE ZERO TO SQLCODE
               GO TO PAY-ONE-REQUEST-EXIT
           END-IF

           PERFORM SCREEN-PAYEE

           IF SCREEN-HELD
               DISPLAY "PAYOUT " DB-REQUEST-ID " PAYEE "
                       SCREEN-PARTY-NAME
                       " POSSIBLE WATCH LIST MATCH, COMPLIANCE REVIEW "
                       SCREEN-REVIEW-ID
               ADD 1 TO REQUESTS-HELD-SCREENING
               MOVE "SCREENED" TO PAYOUT-RESULT
               PERFORM WRITE-PAYOUT-LINE
               MOVE ZERO TO SQLCODE
               GO TO PAY-ONE-REQUEST-EXIT
           END-IF

           IF DB-PAYOUT-TYPE = "PREMREFUND"
               PERFORM OFFSET-POLICY-LOAN
                   THRU OFFSET-POLICY-LOAN-EXIT
               IF DB-PAYOUT-AMOUNT = ZERO
                   PERFORM MARK-REQUEST-PAID
                   MOVE ZERO TO SQLCODE
                   MOVE "LOAN-OFFSET" TO PAYOUT-RESULT
                   PERFORM WRITE-PAYOUT-LINE
                   GO TO PAY-ONE-REQUEST-EXIT
               END-IF
           END-IF

           IF DB-PAYMENT-METHOD = RETURN-PAYMENT-METHOD
               MOVE SPACES TO DB-BANK-CODE
               MOVE SPACES TO DB-BANK-ACCOUNT
               PERFORM LOOKUP-SUSPENSE-VALUE-DATE
           ELSE
               PERFORM LOOKUP-POLICYHOLDER-ACCOUNT
               IF NOT ACCOUNT-FOUND
                   DISPLAY "PAYOUT " DB-REQUEST-ID
                           " HAS NO BANK ACCOUNT ON FILE, HELD"
                   ADD 1 TO REQUESTS-HELD-NO-ACCOUNT
                   MOVE "HELD" TO PAYOUT-RESULT
                   PERFORM WRITE-PAYOUT-LINE
                   MOVE ZERO TO SQLCODE
                   GO TO PAY-ONE-REQUEST-EXIT
               END-IF
           END-IF

           PERFORM MARK-REQUEST-PAID

      * No row flipped means another run got there first - log it
      * and move on without sending the money again.

           IF SQLCODE NOT = 0
               DISPLAY "PAYOUT " DB-REQUEST-ID
                       " ALREADY PAID, SKIPPED"
               ADD 1 TO REQUESTS-ALREADY-PAID
               MOVE ZERO TO SQLCODE
               GO TO PAY-ONE-REQUEST-EXIT
           END-IF

           IF DB-PAYMENT-METHOD = RETURN-PAYMENT-METHOD
               PERFORM WRITE-REFUND-INSTRUCTION
               MOVE "RETURNED" TO PAYOUT-RESULT
               ADD 1 TO REQUESTS-RETURNED
           ELSE
               PERFORM WRITE-EFT-DETAIL
               MOVE "PAID" TO PAYOUT-RESULT
               ADD 1 TO REQUESTS-PAID
           END-IF

           PERFORM WRITE-PAYOUT-LINE

           IF DB-DEBIT-ACCOUNT NOT = SPACES
              AND DB-CREDIT-ACCOUNT NOT = SPACES
               PERFORM WRITE-PAYOUT-GL-ENTRIES
           END-IF.

       PAY-ONE-REQUEST-EXIT.
           EXIT.

       CHECK-ASSIGNEE-CONSENT.

           MOVE "N" TO CONSENT-MISSING-SWITCH
           MOVE ZERO TO DB-UNCONSENTED-COUNT

           EVALUATE DB-PAYOUT-TYPE
               WHEN "SURRENDER"
                   MOVE "SURRENDER" TO DB-CONSENT-ACTION
               WHEN "POLICYLOAN"
                   MOVE "LOAN" TO DB-CONSENT-ACTION
               WHEN "PREMREFUND"
               WHEN "FREELOOK"
                   MOVE "REFUND" TO DB-CONSENT-ACTION
               WHEN OTHER
                   MOVE SPACES TO DB-CONSENT-ACTION
           END-EVALUATE

           IF DB-CONSENT-ACTION NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :DB-UNCONSENTED-COUNT
                   FROM POLICY_ASSIGNMENT A
                   WHERE A.POLICY_ID = :DB-POLICY-ID
                     AND A.STATUS = 'ACTIVE'
                     AND (A.RELEASE_DATE = '00000000'
                          OR A.RELEASE_DATE > :DB-PAYMENT-DATE)
                     AND NOT EXISTS
                         (SELECT 1 FROM ASSIGNEE_CONSENT C
                          WHERE C.POLICY_ID = A.POLICY_ID
                            AND C.ASSIGNMENT_NO = A.ASSIGNMENT_NO
                            AND C.CONSENT_ACTION = :DB-CONSENT-ACTION)
               END-EXEC

               IF SQLCODE = 0 AND DB-UNCONSENTED-COUNT > ZERO
                   SET ASSIGNEE-CONSENT-MISSING TO TRUE
               END-IF

               MOVE ZERO TO SQLCODE
           END-IF.

       SCREEN-PAYEE.

           MOVE DB-POLICY-ID  TO SCREEN-PARTY-KEY
           MOVE DB-PAYEE-NAME TO SCREEN-PARTY-NAME

           CALL "WATCHSCREEN"
                USING SCREEN-PARTY-TYPE
                      SCREEN-PARTY-KEY
                      SCREEN-PARTY-NAME
                      SCREEN-SOURCE
                      SCREEN-RESULT
                      SCREEN-REVIEW-ID.

       OFFSET-POLICY-LOAN.

           MOVE ZERO TO LOAN-OFFSET

           EXEC SQL
               SELECT IFNULL(BALANCE, 0) INTO :DB-LOAN-BALANCE
               FROM POLICY_LOAN
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'ACTIVE'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
               MOVE ZERO TO DB-LOAN-BALANCE
           END-IF

           IF DB-LOAN-BALANCE = ZERO
               GO TO OFFSET-POLICY-LOAN-EXIT
           END-IF

           IF DB-LOAN-BALANCE > DB-PAYOUT-AMOUNT
               MOVE DB-PAYOUT-AMOUNT TO LOAN-OFFSET
           ELSE
               MOVE DB-LOAN-BALANCE TO LOAN-OFFSET
           END-IF

           MOVE LOAN-OFFSET TO DB-LOAN-OFFSET
           COMPUTE DB-LOAN-BALANCE = DB-LOAN-BALANCE - LOAN-OFFSET

           EXEC SQL
               UPDATE POLICY_LOAN
               SET BALANCE = :DB-LOAN-BALANCE,
                   STATUS = CASE WHEN :DB-LOAN-BALANCE = 0
                                 THEN 'SETTLED' ELSE STATUS END,
                   CLOSED_DATE = CASE WHEN :DB-LOAN-BALANCE = 0
                                 THEN :DB-PAYMENT-DATE
                                 ELSE CLOSED_DATE END
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'ACTIVE'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR OFFSETTING POLICY LOAN, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
               MOVE ZERO TO LOAN-OFFSET
               GO TO OFFSET-POLICY-LOAN-EXIT
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
                   (:DB-POLICY-ID, :DB-TXN-NO, :DB-PAYMENT-DATE,
                    'OFFSET', :DB-LOAN-OFFSET, :DB-LOAN-BALANCE,
                    :DB-TXN-REF, 'PAYOUTDISBURSE')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING LOAN LEDGER, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           COMPUTE DB-PAYOUT-AMOUNT = DB-PAYOUT-AMOUNT - LOAN-OFFSET

           EXEC SQL
               UPDATE DISBURSEMENT_REQUEST
               SET AMOUNT = :DB-PAYOUT-AMOUNT
               WHERE REQUEST_ID = :DB-REQUEST-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
           END-IF

           DISPLAY "PAYOUT " DB-REQUEST-ID " REPAID POLICY LOAN "
                   LOAN-OFFSET ", PAYING " DB-PAYOUT-AMOUNT
           ADD 1 TO REQUESTS-LOAN-OFFSET

           IF DB-DEBIT-ACCOUNT NOT = SPACES
               PERFORM WRITE-LOAN-OFFSET-GL
           END-IF.

       OFFSET-POLICY-LOAN-EXIT.
           EXIT.

       WRITE-LOAN-OFFSET-GL.

      * No cash moves on the offset, so it is journaled only - the
      * GLCASH feed and the cash proof never see it.

           MOVE LOAN-OFFSET TO CONVERT-AMOUNT
           PERFORM CONVERT-TO-HOUSE-CURRENCY

           MOVE DB-POLICY-ID       TO JRN-POLICY-ID
           MOVE DB-REQUEST-ID      TO JRN-INVOICE-ID
           MOVE DB-PAYMENT-DATE    TO JRN-ENTRY-DATE
           MOVE HOUSE-AMOUNT       TO JRN-AMOUNT

           MOVE DB-DEBIT-ACCOUNT   TO JRN-ACCOUNT-CODE
           MOVE "D"                TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL

           MOVE GL-ACCOUNT-POLICY-LOAN TO JRN-ACCOUNT-CODE
           MOVE "C"                TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL.

       LOOKUP-POLICYHOLDER-ACCOUNT.

      * The policyholder's bank coordinates ride on the customer
      * master, the same place CLAIMDISBURSE pays a claim to - the
      * owner's row when the policy has a separate owner. A policy
      * with no customer row, or no account keyed yet, comes back
      * blank and the payout is held.

           MOVE "N" TO ACCOUNT-FOUND-SWITCH
           MOVE SPACES TO DB-BANK-CODE
           MOVE SPACES TO DB-BANK-ACCOUNT

           EXEC SQL
               SELECT IFNULL(C.BANK_CODE, ' '),
                      IFNULL(C.BANK_ACCOUNT, ' ')
               INTO :DB-BANK-CODE, :DB-BANK-ACCOUNT
               FROM POLICY P
               LEFT JOIN CUSTOMER C
                   ON C.CUSTOMER_ID =
                      CASE WHEN IFNULL(P.OWNER_CUSTOMER_ID, 0) <> 0
                           THEN P.OWNER_CUSTOMER_ID
                           ELSE P.CUSTOMER_ID END
               WHERE P.POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE = 0
               IF DB-BANK-ACCOUNT NOT = SPACES
                   SET ACCOUNT-FOUND TO TRUE
               END-IF
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

       LOOKUP-SUSPENSE-VALUE-DATE.

      * The remitting bank matches the return to the original credit
      * by its value date, carried on the suspense item the request
      * was raised from.

           MOVE SPACES TO DB-VALUE-DATE

           EXEC SQL
               SELECT IFNULL(VALUE_DATE, ' ')
               INTO :DB-VALUE-DATE
               FROM PAYMENT_SUSPENSE
               WHERE SUSPENSE_ID = :DB-SOURCE-REF
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
           END-IF.

       MARK-REQUEST-PAID.

           EXEC SQL
               UPDATE DISBURSEMENT_REQUEST
               SET PAYMENT_STATUS = 'PAID',
                   PAYMENT_DATE = :DB-PAYMENT-DATE,
                   BANK_CODE = :DB-BANK-CODE,
                   BANK_ACCOUNT = :DB-BANK-ACCOUNT
               WHERE REQUEST_ID = :DB-REQUEST-ID
                 AND PAYMENT_STATUS = 'UNPAID'
           END-EXEC.

       WRITE-EFT-DETAIL.

           MOVE SPACES TO EFT-RECORD
           MOVE "D"                TO EFT-RECORD-TYPE
           MOVE DB-REQUEST-ID      TO EFT-D-REQUEST-ID
           MOVE DB-BANK-CODE       TO EFT-D-BANK-CODE
           MOVE DB-BANK-ACCOUNT    TO EFT-D-BANK-ACCOUNT
           MOVE DB-PAYEE-NAME      TO EFT-D-PAYEE-NAME
           MOVE DB-PAYOUT-AMOUNT   TO EFT-D-AMOUNT
           MOVE DB-CURRENCY-CODE   TO EFT-D-CURRENCY-CODE
           MOVE DB-PAYMENT-DATE    TO EFT-D-VALUE-DATE
           WRITE EFT-RECORD

           ADD 1 TO EFT-RECORD-COUNT
           ADD DB-PAYOUT-AMOUNT TO EFT-AMOUNT-HASH.

       WRITE-REFUND-INSTRUCTION.

           IF NOT REFUND-FILE-OPEN
               PERFORM OPEN-REFUND-INSTRUCTION-FILE
           END-IF

           MOVE DB-SOURCE-REF    TO REF-SUSPENSE-ID
           MOVE DB-POLICY-ID     TO REF-POLICY-ID
           MOVE DB-PAYOUT-AMOUNT TO REF-AMOUNT
           MOVE DB-VALUE-DATE    TO REF-VALUE-DATE
           MOVE "RETURN TO REMITTING BANK" TO REF-INSTRUCTION
           WRITE REFUND-INSTRUCTION-RECORD.

       WRITE-PAYOUT-LINE.

           MOVE DB-REQUEST-ID      TO POL-REQUEST-ID
           MOVE DB-PAYOUT-TYPE     TO POL-PAYMENT-TYPE
           MOVE DB-POLICY-ID       TO POL-POLICY-ID
           MOVE DB-PAYEE-NAME      TO POL-PAYEE-NAME
           MOVE DB-PAYOUT-AMOUNT   TO POL-AMOUNT
           MOVE DB-CURRENCY-CODE   TO POL-CURRENCY-CODE
           MOVE DB-PAYMENT-DATE    TO POL-VALUE-DATE
           MOVE PAYOUT-RESULT      TO POL-RESULT
           WRITE PAYOUT-LINE.

       WRITE-PAYOUT-GL-ENTRIES.

      * The request id stands in the invoice column, so the GL line
      * traces straight back to the payout it settled.

           MOVE DB-PAYOUT-AMOUNT   TO CONVERT-AMOUNT
           PERFORM CONVERT-TO-HOUSE-CURRENCY

           MOVE DB-POLICY-ID       TO GLC-POLICY-ID
           MOVE DB-REQUEST-ID      TO GLC-INVOICE-ID
           MOVE DB-PAYMENT-DATE    TO GLC-DATE

           MOVE DB-POLICY-ID       TO JRN-POLICY-ID
           MOVE DB-REQUEST-ID      TO JRN-INVOICE-ID
           MOVE DB-PAYMENT-DATE    TO JRN-ENTRY-DATE

           MOVE HOUSE-AMOUNT       TO GLC-AMOUNT
           MOVE DB-DEBIT-ACCOUNT   TO GLC-ACCOUNT-CODE
           MOVE "D"                TO GLC-DEBIT-CREDIT
           WRITE GL-CASH-RECORD

           MOVE HOUSE-AMOUNT       TO JRN-AMOUNT
           MOVE DB-DEBIT-ACCOUNT   TO JRN-ACCOUNT-CODE
           MOVE "D"                TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL

           MOVE HOUSE-AMOUNT       TO GLC-AMOUNT
           MOVE DB-CREDIT-ACCOUNT  TO GLC-ACCOUNT-CODE
           MOVE "C"                TO GLC-DEBIT-CREDIT
           WRITE GL-CASH-RECORD

           MOVE HOUSE-AMOUNT       TO JRN-AMOUNT
           MOVE DB-CREDIT-ACCOUNT  TO JRN-ACCOUNT-CODE
           MOVE "C"                TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL.

       CONVERT-TO-HOUSE-CURRENCY.

      * The rate in force on the payment day, the same lookup
      * PAYMENTPOST and CASHPROOF use for the value date.

           MOVE 1.000000 TO EXCHANGE-RATE-USED

           IF DB-CURRENCY-CODE NOT = HOUSE-CURRENCY-CODE
              AND DB-CURRENCY-CODE NOT = SPACES
               MOVE DB-PAYMENT-DATE TO DB-RATE-DATE

               EXEC SQL
                   SELECT RATE_TO_HOUSE INTO :DB-EXCHANGE-RATE
                   FROM EXCHANGE_RATE
                   WHERE CURRENCY_CODE = :DB-CURRENCY-CODE
                     AND EFFECTIVE_DATE <= :DB-RATE-DATE
                   ORDER BY EFFECTIVE_DATE DESC
                   LIMIT 1
               END-EXEC

               IF SQLCODE = 0
                   MOVE DB-EXCHANGE-RATE TO EXCHANGE-RATE-USED
               ELSE
                   DISPLAY "WARNING: NO EXCHANGE RATE FOR "
                           DB-CURRENCY-CODE ", TAKEN AT PAR"
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF

           COMPUTE HOUSE-AMOUNT ROUNDED =
                   CONVERT-AMOUNT * EXCHANGE-RATE-USED.

       WRITE-ONE-JOURNAL.

           CALL "GLJOURNAL"
                USING JRN-SOURCE-CODE
                      JRN-POLICY-ID
                      JRN-INVOICE-ID
                      JRN-ACCOUNT-CODE
                      JRN-DEBIT-CREDIT
                      JRN-AMOUNT
                      JRN-ENTRY-DATE.

       RECORD-STEP-METRICS.

           MOVE "PAYOUTS-PAID" TO MET-METRIC-NAME
           MOVE REQUESTS-PAID TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "PAYOUTS-RETURNED" TO MET-METRIC-NAME
           MOVE REQUESTS-RETURNED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "PAYOUTS-HELD" TO MET-METRIC-NAME
           MOVE REQUESTS-HELD-NO-ACCOUNT TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "PAYOUTS-NO-CONSENT" TO MET-METRIC-NAME
           MOVE REQUESTS-HELD-ASSIGNED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "PAYOUTS-SCREENED" TO MET-METRIC-NAME
           MOVE REQUESTS-HELD-SCREENING TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE.
