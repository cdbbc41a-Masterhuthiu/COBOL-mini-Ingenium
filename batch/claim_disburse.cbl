           SELECT EFT-FILE ASSIGN TO "CLMEFT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHEQUE-REGISTER-FILE ASSIGN TO "CHQREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-PAYMENT-FILE.
           05 EFT-T-RECORD-COUNT      PIC 9(09).
           05 EFT-T-AMOUNT-HASH       PIC 9(11)V99.

      * CHQREG is the cheque register treasury prints the run from
      * and files - every cheque issued since the last run (tonight's
      * plus any reissued on CHEQUEMAINT during the day), then every
      * cheque voided or stopped, each with its totals.

       FD  CHEQUE-REGISTER-FILE.
       01  CHQ-HEADING-LINE           PIC X(80).
       01  CHQ-DETAIL-LINE.
           05 CHQ-CHEQUE-NO           PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 CHQ-CLAIM-ID            PIC ZZZZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 CHQ-PAYEE-NAME          PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 CHQ-AMOUNT              PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 CHQ-CURRENCY-CODE       PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 CHQ-DATE                PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 CHQ-STATUS              PIC X(10).
       01  CHQ-TOTAL-LINE.
           05 CTL-CAPTION             PIC X(30).
           05 CTL-COUNT               PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 CTL-AMOUNT              PIC ZZZZZZZZZZ9.99.

      * POSPAY is the bank's positive-pay issue file - the bank
      * honours a cheque presented against the disbursement account
      * only if it was sent here as an I (issue) at that number and
      * amount, and refuses one sent as a V (void / stop). Same H, D,
      * T shape and controls as CLMEFT.

       FD  POSITIVE-PAY-FILE.
       01  PPY-RECORD.
           05 PPY-RECORD-TYPE         PIC X(01).
              88 PPY-HEADER-RECORD             VALUE "H".
              88 PPY-DETAIL-RECORD             VALUE "D".
              88 PPY-TRAILER-RECORD            VALUE "T".
           05 PPY-D-ACTION            PIC X(01).
              88 PPY-ISSUE                     VALUE "I".
              88 PPY-VOID                      VALUE "V".
           05 PPY-D-CHEQUE-NO         PIC 9(09).
           05 PPY-D-AMOUNT            PIC 9(9)V99.
           05 PPY-D-ISSUE-DATE        PIC 9(08).
           05 PPY-D-PAYEE-NAME        PIC X(30).
       01  PPY-FILE-HEADER.
           05 FILLER                  PIC X(01).
           05 PPY-H-ORIGINATOR        PIC X(10).
           05 PPY-H-ACCOUNT           PIC X(18).
           05 PPY-H-CREATION-DATE     PIC 9(08).
       01  PPY-FILE-TRAILER.
           05 FILLER                  PIC X(01).
           05 PPY-T-RECORD-COUNT      PIC 9(09).
           05 PPY-T-AMOUNT-HASH       PIC 9(11)V99.

       WORKING-STORAGE SECTION.

      * Every approved claim is paid by bank transfer when the payee
      * has an account on file, and by cheque when they do not -
      * estates and elderly beneficiaries often have no account we
      * can use, and the claim should not wait for one.

       01 DEFAULT-PAYMENT-METHOD   PIC X(10) VALUE "EFT".
       01 CHEQUE-PAYMENT-METHOD    PIC X(10) VALUE "CHEQUE".

       01 DISBURSEMENT-DATE        PIC 9(08).
       01 CLAIMS-DISBURSED         PIC 9(9) COMP VALUE ZERO.
       01 CLAIMS-ALREADY-PAID      PIC 9(9) COMP VALUE ZERO.
       01 CLAIMS-HELD-NO-PAYEE     PIC 9(9) COMP VALUE ZERO.

      * Monthly benefit payments raised by BENEFITRAISE are paid in
      * the same run, to the policyholder, one payment row per
      * month - PAYMENT_NO keeps each month's row distinct. A lump
      * sum claim always pays as PAYMENT_NO zero.

       01 BENEFITS-PAID            PIC 9(9) COMP VALUE ZERO.
       01 BENEFITS-HELD            PIC 9(9) COMP VALUE ZERO.

      * Cheque numbers come off the CHEQUE row of NUMBER_CONTROL,
      * which is bounded by the pre-numbered stock treasury holds. A
      * claim needing more cheques than are left in the range is
      * held at APPROVED until treasury loads the next range - never
      * paid in part.

       01 CLAIMS-HELD-NO-CHEQUE    PIC 9(9) COMP VALUE ZERO.
       01 CHEQUES-ISSUED           PIC 9(9) COMP VALUE ZERO.
       01 CHEQUES-AVAILABLE        PIC 9(09).
       01 CHEQUE-RANGE-SWITCH      PIC X(01) VALUE "N".
           88 CHEQUE-RANGE-COVERS            VALUE "Y".

      * Should a cheque still fail to come off the range once the
      * check has passed, that payment is taken back off file before
      * it reaches the ledger and the claim (or benefit month) stays
      * open, so the next run pays it afresh.

       01 PAYMENT-ISSUED-SWITCH    PIC X(01) VALUE "Y".
           88 PAYMENT-NOT-ISSUED             VALUE "N".
       01 CLAIM-CHEQUE-SHORT-SWITCH PIC X(01) VALUE "N".
           88 CLAIM-CHEQUE-SHORT             VALUE "Y".

       01 DISBURSE-ACCOUNT-ID      PIC X(18) VALUE "CLAIMS-DISBURSE".
       01 PPY-ACTION               PIC X(01).
       01 PPY-RECORD-COUNT         PIC 9(09) VALUE ZERO.
       01 PPY-AMOUNT-HASH          PIC 9(11)V99 VALUE ZERO.
       01 REGISTER-COUNT           PIC 9(09) VALUE ZERO.
       01 REGISTER-TOTAL           PIC 9(11)V99 VALUE ZERO.

       01 EFT-ORIGINATOR-ID        PIC X(10) VALUE "MINIINGEN".
       01 EFT-RECORD-COUNT         PIC 9(09) VALUE ZERO.
       01 PAYEE-FOUND-SWITCH       PIC X(01) VALUE "N".
           88 PAYEE-FOUND                    VALUE "Y".

      * Every payee is screened against the regulator's watch list
      * before a payment line is written. A possible match holds
      * the whole claim (every beneficiary and assignee of a DEATH
      * claim is screened before any of them is paid) until
      * compliance has decided it; the claim stays APPROVED and is
      * picked up again by the first run after it is cleared.

       01 SCREEN-PARTY-TYPE        PIC X(12) VALUE "PAYEE".
       01 SCREEN-PARTY-KEY         PIC X(20).
       01 SCREEN-PARTY-NAME        PIC X(30).
       01 SCREEN-SOURCE            PIC X(14) VALUE "CLAIMDISBURSE".
       01 SCREEN-RESULT            PIC X(01).
           88 SCREEN-HELD                    VALUE "H".
       01 SCREEN-REVIEW-ID         PIC 9(09).
       01 SCREEN-HELD-COUNT        PIC 9(05).
       01 CLAIMS-HELD-SCREENING    PIC 9(9) COMP VALUE ZERO.

      * A DEATH claim pays every beneficiary their SHARE_PERCENT of
      * the approved amount - POLICYENGINE forces the shares to
      * total exactly 100, and the rounding difference rides on the
       01 SHARE-PAID-TOTAL         PIC 9(9)V99.
       01 PAYMENTS-WRITTEN         PIC 9(05).

      * An outstanding policy loan is repaid out of the death benefit
      * before the beneficiaries share what is left. The policy ends
      * with the claim, so any loan the benefit does not cover is
      * written off rather than left running. No cash moves on the
      * offset - it is journaled only, against claims paid.

       01 GL-ACCOUNT-CLAIMS-PAID   PIC X(04) VALUE "5000".
       01 GL-ACCOUNT-POLICY-LOAN   PIC X(04) VALUE "1300".
       01 GL-ACCOUNT-BAD-DEBT      PIC X(04) VALUE "6100".
       01 GL-ACCOUNT-CASH          PIC X(04) VALUE "1000".
       01 LOAN-OFFSET              PIC 9(9)V99.
       01 LOAN-WRITEOFF            PIC 9(9)V99.
       01 CONVERT-AMOUNT           PIC 9(9)V99.
       01 CLAIMS-LOAN-OFFSET       PIC 9(9) COMP VALUE ZERO.

      * A policy pledged to a bank (POLICY_ASSIGNMENT, kept on
      * ASSIGNMAINT) pays the assignee first on death - up to what is
      * still owed under the assignment - and the beneficiaries share
      * whatever is left after the loan and the assignee.

       01 ASSIGNEE-SHARE           PIC 9(9)V99.
       01 CLAIMS-ASSIGNEE-PAID     PIC 9(9) COMP VALUE ZERO.

       01 HOUSE-CURRENCY-CODE      PIC X(03) VALUE "USD".
       01 EXCHANGE-RATE-USED       PIC 9(3)V9(6).
       01 HOUSE-AMOUNT             PIC 9(9)V99.

      * Every payment row written is journaled as it is written -
      * claims paid against cash under source CLAIMPAY, keyed by the
      * claim id, so CLAIMGLREC can tie CLAIM_PAYMENT back to the
      * ledger claim by claim. The loan offset keeps source LOAN.

       01 JRN-SOURCE-CODE      PIC X(10).
       01 JRN-POLICY-ID        PIC 9(06).
       01 JRN-INVOICE-ID       PIC 9(10).
       01 JRN-ACCOUNT-CODE     PIC X(04).
       01 JRN-DEBIT-CREDIT     PIC X(01).
       01 JRN-AMOUNT           PIC 9(9)V99.
       01 JRN-ENTRY-DATE       PIC 9(08).


      * The night's counts go to the step-metrics table as well as
      * the console, so the window performance report can compare
       01 DB-PAYMENT-AMOUNT        PIC 9(7)V99.
       01 DB-CLAIM-STATUS          PIC X(16).
       01 DB-CLAIM-TYPE            PIC X(20).
       01 DB-PAYMENT-NO            PIC 9(05).
       01 DB-DUE-DATE              PIC 9(08).
       01 DB-BEN-COUNT             PIC 9(05).
       01 DB-BEN-NAME              PIC X(30).
       01 DB-BEN-SHARE             PIC 9(3)V99.
       01 DB-BANK-CODE             PIC X(09).
       01 DB-BANK-ACCOUNT          PIC X(18).
       01 DB-MISSING-ACCT-COUNT    PIC 9(05).
       01 DB-ASSIGNEE-CHEQUE-COUNT PIC 9(05).
       01 DB-CHEQUE-NO             PIC 9(09).
       01 DB-LAST-CHEQUE           PIC 9(09).
       01 DB-HIGH-CHEQUE           PIC 9(09).
       01 DB-CHEQUE-STATUS         PIC X(10).
       01 DB-ISSUE-DATE            PIC 9(08).
       01 DB-RUN-DATE              PIC 9(08).
       01 DB-RATE-DATE             PIC 9(08).
       01 DB-EXCHANGE-RATE         PIC 9(3)V9(6).
       01 DB-LOAN-BALANCE          PIC 9(9)V99.
       01 DB-LOAN-OFFSET           PIC 9(9)V99.
       01 DB-LOAN-WRITEOFF         PIC 9(9)V99.
       01 DB-TXN-NO                PIC 9(05).
       01 DB-TXN-REF               PIC X(12).
       01 DB-ASSIGNMENT-NO         PIC 9(03).
       01 DB-ASSIGNEE-NAME         PIC X(30).
       01 DB-ASSIGNED-AMOUNT       PIC 9(9)V99.
       01 DB-AMOUNT-PAID           PIC 9(9)V99.
       01 DB-DISCHARGE-CLAIM-ID    PIC 9(10).
       01 DB-AUDIT-USER        PIC X(20)
                              VALUE "CLAIMDISBURSE".
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.


           ACCEPT DISBURSEMENT-DATE FROM DATE YYYYMMDD

           MOVE DISBURSEMENT-DATE TO DB-RUN-DATE

           OPEN OUTPUT CLAIM-PAYMENT-FILE
           OPEN OUTPUT EFT-FILE
           OPEN OUTPUT CHEQUE-REGISTER-FILE
           OPEN OUTPUT POSITIVE-PAY-FILE

           PERFORM WRITE-EFT-HEADER
           PERFORM WRITE-POSITIVE-PAY-HEADER

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

      * Only claims sitting at APPROVED are picked up - a claim this
      * run flips to PAID can never be selected again, and the
      * CLAIM_PAYMENT primary key backstops that even if the status
      * update were somehow lost. A monthly benefit claim is never
      * paid here as a lump sum, even before BENEFITRAISE has set
      * its schedule up.

           EXEC SQL
               DECLARE approved_cursor CURSOR FOR
               FROM CLAIM_HISTORY
               WHERE STATUS = 'APPROVED'
                 AND APPROVED_AMOUNT > 0
                 AND CLAIM_TYPE NOT IN
                     (SELECT T.CLAIM_TYPE FROM BENEFIT_TERM T)
                 AND CLAIM_ID NOT IN
                     (SELECT S.CLAIM_ID FROM BENEFIT_SCHEDULE S)
           END-EXEC.

           EXEC SQL OPEN approved_cursor END-EXEC.
           END-PERFORM.

           EXEC SQL CLOSE approved_cursor END-EXEC.

           MOVE ZERO TO SQLCODE
           PERFORM PAY-DUE-BENEFITS

           MOVE ZERO TO SQLCODE
           PERFORM WRITE-CHEQUE-RUN

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           PERFORM WRITE-EFT-TRAILER
           PERFORM WRITE-POSITIVE-PAY-TRAILER

           CLOSE CLAIM-PAYMENT-FILE
           CLOSE EFT-FILE
           CLOSE CHEQUE-REGISTER-FILE
           CLOSE POSITIVE-PAY-FILE

           DISPLAY "CLAIMS DISBURSED: " CLAIMS-DISBURSED
           DISPLAY "CLAIMS ALREADY PAID, SKIPPED: " CLAIMS-ALREADY-PAID
           DISPLAY "CLAIMS HELD, NO PAYEE: " CLAIMS-HELD-NO-PAYEE
           DISPLAY "CLAIMS HELD, WATCH LIST REVIEW: "
                   CLAIMS-HELD-SCREENING
           DISPLAY "DEATH CLAIMS REPAYING A POLICY LOAN: "
                   CLAIMS-LOAN-OFFSET
           DISPLAY "DEATH CLAIMS PAYING A COLLATERAL ASSIGNEE: "
                   CLAIMS-ASSIGNEE-PAID
           DISPLAY "BENEFIT PAYMENTS MADE: " BENEFITS-PAID
           DISPLAY "BENEFIT PAYMENTS HELD: " BENEFITS-HELD
           DISPLAY "CHEQUES ISSUED: " CHEQUES-ISSUED
           DISPLAY "CLAIMS HELD, CHEQUE RANGE EXHAUSTED: "
                   CLAIMS-HELD-NO-CHEQUE
           PERFORM RECORD-STEP-METRICS

           DISPLAY "--- CLAIM DISBURSEMENT PROCESS FINISHED ---"
           MOVE EFT-AMOUNT-HASH    TO EFT-T-AMOUNT-HASH
           WRITE EFT-RECORD.

       WRITE-POSITIVE-PAY-HEADER.

           MOVE SPACES TO PPY-RECORD
           MOVE "H"                 TO PPY-RECORD-TYPE
           MOVE EFT-ORIGINATOR-ID   TO PPY-H-ORIGINATOR
           MOVE DISBURSE-ACCOUNT-ID TO PPY-H-ACCOUNT
           MOVE DISBURSEMENT-DATE   TO PPY-H-CREATION-DATE
           WRITE PPY-RECORD.

       WRITE-POSITIVE-PAY-TRAILER.

           MOVE SPACES TO PPY-RECORD
           MOVE "T"                TO PPY-RECORD-TYPE
           MOVE PPY-RECORD-COUNT   TO PPY-T-RECORD-COUNT
           MOVE PPY-AMOUNT-HASH    TO PPY-T-AMOUNT-HASH
           WRITE PPY-RECORD.

       DISBURSE-ONE-CLAIM.

      * A DEATH claim pays its beneficiaries, never the deceased -
                GO TO DISBURSE-ONE-CLAIM-EXIT
           END-IF

           MOVE ZERO TO SCREEN-HELD-COUNT
           PERFORM SCREEN-PAYEE

           IF SCREEN-HELD-COUNT > ZERO
                DISPLAY "CLAIM " DB-CLAIM-ID
                        " PAYEE REFERRED TO COMPLIANCE, NOT DISBURSED"
                ADD 1 TO CLAIMS-HELD-SCREENING
                MOVE ZERO TO SQLCODE
                GO TO DISBURSE-ONE-CLAIM-EXIT
           END-IF

           IF DB-BANK-ACCOUNT = SPACES
                MOVE 1 TO DB-MISSING-ACCT-COUNT
                PERFORM CHECK-CHEQUE-RANGE
                IF NOT CHEQUE-RANGE-COVERS
                    DISPLAY "CLAIM " DB-CLAIM-ID
                            " NEEDS A CHEQUE AND THE CHEQUE RANGE "
                            "IS EXHAUSTED, NOT DISBURSED"
                    ADD 1 TO CLAIMS-HELD-NO-CHEQUE
                    MOVE ZERO TO SQLCODE
                    GO TO DISBURSE-ONE-CLAIM-EXIT
                END-IF
           END-IF

           MOVE DISBURSEMENT-DATE       TO DB-PAYMENT-DATE
           PERFORM SET-PAYMENT-METHOD
           MOVE DB-APPROVED-AMOUNT      TO DB-PAYMENT-AMOUNT
           MOVE ZERO                    TO DB-PAYMENT-NO

           PERFORM CLEAR-RETURNED-PAYMENT

           EXEC SQL
               INSERT INTO CLAIM_PAYMENT
                   (CLAIM_ID, POLICY_ID, PAYEE_NAME, PAYMENT_AMOUNT,
                    CURRENCY_CODE, PAYMENT_DATE, PAYMENT_METHOD,
                    PAYMENT_NO)
               VALUES
                   (:DB-CLAIM-ID, :DB-POLICY-ID, :DB-PAYEE-NAME,
                    :DB-PAYMENT-AMOUNT, :DB-CURRENCY-CODE,
                    :DB-PAYMENT-DATE, :DB-PAYMENT-METHOD,
                    :DB-PAYMENT-NO)
           END-EXEC

      * A payment row already on file means this claim was disbursed
               ADD 1 TO CLAIMS-ALREADY-PAID
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM WRITE-BANK-PAYMENT-LINE
                   THRU WRITE-BANK-PAYMENT-LINE-EXIT
               IF PAYMENT-NOT-ISSUED
                   PERFORM WITHDRAW-UNISSUED-PAYMENT
                   DISPLAY "CLAIM " DB-CLAIM-ID
                           " LEFT APPROVED, CHEQUE NOT ISSUED"
                   ADD 1 TO CLAIMS-HELD-NO-CHEQUE
               ELSE
                   PERFORM MARK-CLAIM-PAID
                   PERFORM WRITE-CLAIM-PAYMENT-GL
                   ADD 1 TO CLAIMS-DISBURSED
               END-IF
           END-IF.

       DISBURSE-ONE-CLAIM-EXIT.
                GO TO DISBURSE-TO-BENEFICIARIES-EXIT
           END-IF

      * Beneficiaries and assignees without an account are paid by
      * cheque. The range has to cover every one of them before any
      * share is paid - paying some shares and parking others would
      * leave the claim half-settled with no clean way to resume.

           PERFORM COUNT-MISSING-ACCOUNTS

           IF DB-MISSING-ACCT-COUNT > ZERO
                PERFORM CHECK-CHEQUE-RANGE
                IF NOT CHEQUE-RANGE-COVERS
                    DISPLAY "CLAIM " DB-CLAIM-ID " NEEDS "
                            DB-MISSING-ACCT-COUNT
                            " CHEQUES AND THE CHEQUE RANGE IS "
                            "EXHAUSTED, NOT DISBURSED"
                    ADD 1 TO CLAIMS-HELD-NO-CHEQUE
                    MOVE ZERO TO SQLCODE
                    GO TO DISBURSE-TO-BENEFICIARIES-EXIT
                END-IF
           END-IF

           PERFORM SCREEN-DEATH-CLAIM-PAYEES

           IF SCREEN-HELD-COUNT > ZERO
                DISPLAY "CLAIM " DB-CLAIM-ID " HAS "
                        SCREEN-HELD-COUNT
                        " PAYEE(S) REFERRED TO COMPLIANCE, "
                        "NOT DISBURSED"
                ADD 1 TO CLAIMS-HELD-SCREENING
                MOVE ZERO TO SQLCODE
                GO TO DISBURSE-TO-BENEFICIARIES-EXIT
           END-IF

           MOVE DISBURSEMENT-DATE       TO DB-PAYMENT-DATE

      * The loan comes off the top; a benefit the loan swallows
      * whole is settled with nothing left to pay out.

           PERFORM OFFSET-POLICY-LOAN
               THRU OFFSET-POLICY-LOAN-EXIT

           IF DB-APPROVED-AMOUNT = ZERO
               DISPLAY "CLAIM " DB-CLAIM-ID
                       " FULLY ABSORBED BY POLICY LOAN"
               PERFORM MARK-CLAIM-PAID
               ADD 1 TO CLAIMS-DISBURSED
               MOVE ZERO TO SQLCODE
               GO TO DISBURSE-TO-BENEFICIARIES-EXIT
           END-IF

           MOVE ZERO TO DB-PAYMENT-NO
           MOVE ZERO TO BEN-SEQ
           MOVE ZERO TO SHARE-PAID-TOTAL
           MOVE ZERO TO PAYMENTS-WRITTEN
           MOVE "N" TO CLAIM-CHEQUE-SHORT-SWITCH

      * The collateral assignee comes next; what it takes is off the
      * amount the beneficiaries share.

           PERFORM PAY-ASSIGNEES

           IF DB-APPROVED-AMOUNT = ZERO
               DISPLAY "CLAIM " DB-CLAIM-ID
                       " FULLY ABSORBED BY COLLATERAL ASSIGNMENT"
               IF CLAIM-CHEQUE-SHORT
                   DISPLAY "CLAIM " DB-CLAIM-ID
                           " LEFT APPROVED, CHEQUE NOT ISSUED"
                   ADD 1 TO CLAIMS-HELD-NO-CHEQUE
               ELSE
                   PERFORM MARK-CLAIM-PAID
                   ADD 1 TO CLAIMS-DISBURSED
               END-IF
               MOVE ZERO TO SQLCODE
               GO TO DISBURSE-TO-BENEFICIARIES-EXIT
           END-IF

           MOVE ZERO TO BEN-SEQ
           MOVE ZERO TO SHARE-PAID-TOTAL

           EXEC SQL
               DECLARE benef_pay_cursor CURSOR FOR
      * Every payee already having a row on file means an earlier
      * run paid this claim and lost only its status flip.

      * A payee whose cheque could not be issued keeps the claim at
      * APPROVED; the payees already paid are skipped next time.

           IF CLAIM-CHEQUE-SHORT
               DISPLAY "CLAIM " DB-CLAIM-ID
                       " LEFT APPROVED, CHEQUE NOT ISSUED"
               ADD 1 TO CLAIMS-HELD-NO-CHEQUE
           ELSE
               IF PAYMENTS-WRITTEN = ZERO
                   DISPLAY "CLAIM " DB-CLAIM-ID
                           " ALREADY HAS A PAYMENT ON FILE, SKIPPED"
                   ADD 1 TO CLAIMS-ALREADY-PAID
               ELSE
                   PERFORM MARK-CLAIM-PAID
                   ADD 1 TO CLAIMS-DISBURSED
               END-IF
           END-IF.

       DISBURSE-TO-BENEFICIARIES-EXIT.
           EXIT.

       OFFSET-POLICY-LOAN.

           MOVE ZERO TO LOAN-OFFSET
           MOVE ZERO TO LOAN-WRITEOFF
           MOVE DB-CLAIM-ID TO DB-TXN-REF

      * A claim whose offset is already on the loan ledger was
      * through here on an earlier run - take the same amount off
      * again so the shares match, but do not touch the loan twice.

           EXEC SQL
               SELECT IFNULL(SUM(AMOUNT), 0) INTO :DB-LOAN-OFFSET
               FROM POLICY_LOAN_TXN
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND TXN_TYPE = 'OFFSET'
                 AND SOURCE_REF = :DB-TXN-REF
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
               MOVE ZERO TO DB-LOAN-OFFSET
           END-IF

           IF DB-LOAN-OFFSET > ZERO
               IF DB-LOAN-OFFSET > DB-APPROVED-AMOUNT
                   MOVE ZERO TO DB-APPROVED-AMOUNT
               ELSE
                   SUBTRACT DB-LOAN-OFFSET FROM DB-APPROVED-AMOUNT
               END-IF
               GO TO OFFSET-POLICY-LOAN-EXIT
           END-IF

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

           IF DB-LOAN-BALANCE > DB-APPROVED-AMOUNT
               MOVE DB-APPROVED-AMOUNT TO LOAN-OFFSET
               COMPUTE LOAN-WRITEOFF =
                       DB-LOAN-BALANCE - DB-APPROVED-AMOUNT
           ELSE
               MOVE DB-LOAN-BALANCE TO LOAN-OFFSET
           END-IF

           EXEC SQL
               UPDATE POLICY_LOAN
               SET BALANCE = 0,
                   STATUS = 'SETTLED',
                   CLOSED_DATE = :DB-PAYMENT-DATE
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'ACTIVE'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR OFFSETTING POLICY LOAN, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
               MOVE ZERO TO LOAN-OFFSET
               MOVE ZERO TO LOAN-WRITEOFF
               GO TO OFFSET-POLICY-LOAN-EXIT
           END-IF

           EXEC SQL
               SELECT IFNULL(MAX(TXN_NO), 0) + 1
               INTO :DB-TXN-NO
               FROM POLICY_LOAN_TXN
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           MOVE LOAN-OFFSET TO DB-LOAN-OFFSET
           MOVE LOAN-WRITEOFF TO DB-LOAN-WRITEOFF

           EXEC SQL
               INSERT INTO POLICY_LOAN_TXN
                   (POLICY_ID, TXN_NO, TXN_DATE, TXN_TYPE, AMOUNT,
                    BALANCE_AFTER, SOURCE_REF, ENTERED_BY)
               VALUES
                   (:DB-POLICY-ID, :DB-TXN-NO, :DB-PAYMENT-DATE,
                    'OFFSET', :DB-LOAN-OFFSET, :DB-LOAN-WRITEOFF,
                    :DB-TXN-REF, :DB-AUDIT-USER)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING LOAN LEDGER, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           IF LOAN-WRITEOFF > ZERO
               ADD 1 TO DB-TXN-NO
               EXEC SQL
                   INSERT INTO POLICY_LOAN_TXN
                       (POLICY_ID, TXN_NO, TXN_DATE, TXN_TYPE, AMOUNT,
                        BALANCE_AFTER, SOURCE_REF, ENTERED_BY)
                   VALUES
                       (:DB-POLICY-ID, :DB-TXN-NO, :DB-PAYMENT-DATE,
                        'WRITEOFF', :DB-LOAN-WRITEOFF, 0,
                        :DB-TXN-REF, :DB-AUDIT-USER)
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "ERROR WRITING LOAN LEDGER, SQLCODE: "
                           SQLCODE
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF

           SUBTRACT LOAN-OFFSET FROM DB-APPROVED-AMOUNT

           DISPLAY "CLAIM " DB-CLAIM-ID " REPAID POLICY LOAN "
                   LOAN-OFFSET ", PAYING " DB-APPROVED-AMOUNT
           IF LOAN-WRITEOFF > ZERO
               DISPLAY "CLAIM " DB-CLAIM-ID " POLICY LOAN WRITTEN OFF "
                       LOAN-WRITEOFF
           END-IF
           ADD 1 TO CLAIMS-LOAN-OFFSET

           PERFORM WRITE-LOAN-OFFSET-GL.

       OFFSET-POLICY-LOAN-EXIT.
           EXIT.

       PAY-ASSIGNEES.

      * Every assignment still live on the day of payment, oldest
      * first, plus any this claim already discharged on an earlier
      * run - those are not paid again, only taken off the amount
      * again so the beneficiary shares come out the same.

           EXEC SQL
               DECLARE assignee_pay_cursor CURSOR FOR
               SELECT ASSIGNMENT_NO, ASSIGNEE_NAME,
                      IFNULL(ASSIGNEE_BANK_CODE, ' '),
                      IFNULL(ASSIGNEE_ACCOUNT, ' '),
                      IFNULL(ASSIGNED_AMOUNT, 0),
                      IFNULL(AMOUNT_PAID, 0),
                      IFNULL(DISCHARGE_CLAIM_ID, 0)
               FROM POLICY_ASSIGNMENT
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND ((STATUS = 'ACTIVE'
                       AND (RELEASE_DATE = '00000000'
                            OR RELEASE_DATE > :DB-PAYMENT-DATE))
                      OR (STATUS = 'DISCHARGED'
                          AND DISCHARGE_CLAIM_ID = :DB-CLAIM-ID))
               ORDER BY ASSIGNMENT_NO
           END-EXEC

           EXEC SQL OPEN assignee_pay_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH assignee_pay_cursor
                   INTO :DB-ASSIGNMENT-NO, :DB-ASSIGNEE-NAME,
                        :DB-BANK-CODE, :DB-BANK-ACCOUNT,
                        :DB-ASSIGNED-AMOUNT, :DB-AMOUNT-PAID,
                        :DB-DISCHARGE-CLAIM-ID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PAY-ONE-ASSIGNEE
                       THRU PAY-ONE-ASSIGNEE-EXIT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE assignee_pay_cursor END-EXEC

           MOVE ZERO TO SQLCODE.

       PAY-ONE-ASSIGNEE.

           MOVE "Y" TO PAYMENT-ISSUED-SWITCH

           IF DB-DISCHARGE-CLAIM-ID = DB-CLAIM-ID
               IF DB-AMOUNT-PAID > DB-APPROVED-AMOUNT
                   MOVE ZERO TO DB-APPROVED-AMOUNT
               ELSE
                   SUBTRACT DB-AMOUNT-PAID FROM DB-APPROVED-AMOUNT
               END-IF
               GO TO PAY-ONE-ASSIGNEE-EXIT
           END-IF

           IF DB-AMOUNT-PAID >= DB-ASSIGNED-AMOUNT
              OR DB-APPROVED-AMOUNT = ZERO
               GO TO PAY-ONE-ASSIGNEE-EXIT
           END-IF

           COMPUTE ASSIGNEE-SHARE =
                   DB-ASSIGNED-AMOUNT - DB-AMOUNT-PAID
           IF ASSIGNEE-SHARE > DB-APPROVED-AMOUNT
               MOVE DB-APPROVED-AMOUNT TO ASSIGNEE-SHARE
           END-IF

           MOVE DB-ASSIGNEE-NAME   TO DB-PAYEE-NAME
           MOVE ASSIGNEE-SHARE     TO DB-PAYMENT-AMOUNT
           PERFORM SET-PAYMENT-METHOD

           PERFORM CLEAR-RETURNED-PAYMENT

           EXEC SQL
               INSERT INTO CLAIM_PAYMENT
                   (CLAIM_ID, POLICY_ID, PAYEE_NAME, PAYMENT_AMOUNT,
                    CURRENCY_CODE, PAYMENT_DATE, PAYMENT_METHOD,
                    PAYMENT_NO)
               VALUES
                   (:DB-CLAIM-ID, :DB-POLICY-ID, :DB-PAYEE-NAME,
                    :DB-PAYMENT-AMOUNT, :DB-CURRENCY-CODE,
                    :DB-PAYMENT-DATE, :DB-PAYMENT-METHOD,
                    :DB-PAYMENT-NO)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "CLAIM " DB-CLAIM-ID " ASSIGNEE " DB-PAYEE-NAME
                       " ALREADY HAS A PAYMENT ON FILE, SKIPPED"
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM WRITE-BANK-PAYMENT-LINE
                   THRU WRITE-BANK-PAYMENT-LINE-EXIT
               IF PAYMENT-NOT-ISSUED
                   PERFORM WITHDRAW-UNISSUED-PAYMENT
               ELSE
                   PERFORM WRITE-CLAIM-PAYMENT-GL
                   ADD 1 TO PAYMENTS-WRITTEN
                   ADD 1 TO CLAIMS-ASSIGNEE-PAID
               END-IF
           END-IF

      * An assignee left unpaid keeps its assignment live for the
      * next run; its share still comes off what the beneficiaries
      * divide, so their shares come out the same both times.

           IF PAYMENT-NOT-ISSUED
               SUBTRACT ASSIGNEE-SHARE FROM DB-APPROVED-AMOUNT
               GO TO PAY-ONE-ASSIGNEE-EXIT
           END-IF

           MOVE ASSIGNEE-SHARE TO DB-AMOUNT-PAID

           EXEC SQL
               UPDATE POLICY_ASSIGNMENT
               SET AMOUNT_PAID = IFNULL(AMOUNT_PAID, 0)
                                 + :DB-AMOUNT-PAID,
                   STATUS = 'DISCHARGED',
                   DISCHARGE_CLAIM_ID = :DB-CLAIM-ID,
                   CHANGED_DATE = :DB-PAYMENT-DATE,
                   CHANGED_BY = :DB-AUDIT-USER
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND ASSIGNMENT_NO = :DB-ASSIGNMENT-NO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR DISCHARGING ASSIGNMENT, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           SUBTRACT ASSIGNEE-SHARE FROM DB-APPROVED-AMOUNT

           DISPLAY "CLAIM " DB-CLAIM-ID " PAID ASSIGNEE "
                   DB-ASSIGNEE-NAME " " ASSIGNEE-SHARE.

       PAY-ONE-ASSIGNEE-EXIT.
           EXIT.

       WRITE-CLAIM-PAYMENT-GL.

           MOVE "CLAIMPAY"         TO JRN-SOURCE-CODE
           MOVE DB-POLICY-ID       TO JRN-POLICY-ID
           MOVE DB-CLAIM-ID        TO JRN-INVOICE-ID
           MOVE DB-PAYMENT-DATE    TO JRN-ENTRY-DATE

           MOVE DB-PAYMENT-AMOUNT TO CONVERT-AMOUNT
           PERFORM CONVERT-TO-HOUSE-CURRENCY
           MOVE HOUSE-AMOUNT           TO JRN-AMOUNT
           MOVE GL-ACCOUNT-CLAIMS-PAID TO JRN-ACCOUNT-CODE
           MOVE "D"                    TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL
           MOVE GL-ACCOUNT-CASH        TO JRN-ACCOUNT-CODE
           MOVE "C"                    TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL.

       WRITE-LOAN-OFFSET-GL.

           MOVE "LOAN"             TO JRN-SOURCE-CODE
           MOVE DB-POLICY-ID       TO JRN-POLICY-ID
           MOVE DB-CLAIM-ID        TO JRN-INVOICE-ID
           MOVE DB-PAYMENT-DATE    TO JRN-ENTRY-DATE

           IF LOAN-OFFSET > ZERO
               MOVE LOAN-OFFSET TO CONVERT-AMOUNT
               PERFORM CONVERT-TO-HOUSE-CURRENCY
               MOVE HOUSE-AMOUNT           TO JRN-AMOUNT
               MOVE GL-ACCOUNT-CLAIMS-PAID TO JRN-ACCOUNT-CODE
               MOVE "D"                    TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
               MOVE GL-ACCOUNT-POLICY-LOAN TO JRN-ACCOUNT-CODE
               MOVE "C"                    TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           END-IF

           IF LOAN-WRITEOFF > ZERO
               MOVE LOAN-WRITEOFF TO CONVERT-AMOUNT
               PERFORM CONVERT-TO-HOUSE-CURRENCY
               MOVE HOUSE-AMOUNT           TO JRN-AMOUNT
               MOVE GL-ACCOUNT-BAD-DEBT    TO JRN-ACCOUNT-CODE
               MOVE "D"                    TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
               MOVE GL-ACCOUNT-POLICY-LOAN TO JRN-ACCOUNT-CODE
               MOVE "C"                    TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

       CONVERT-TO-HOUSE-CURRENCY.

      * The rate in force on the payment day, the same lookup
      * PAYOUTDISBURSE uses for its payouts.

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

       COUNT-BENEFICIARIES.

           MOVE ZERO TO DB-BEN-COUNT
               MOVE ZERO TO SQLCODE
           END-IF.

       SCREEN-DEATH-CLAIM-PAYEES.

      * Every beneficiary and every assignee still to be paid, all
      * screened before the first share goes out.

           MOVE ZERO TO SCREEN-HELD-COUNT

           EXEC SQL
               DECLARE payee_screen_cursor CURSOR FOR
               SELECT BENEFICIARY_NAME
               FROM BENEFICIARY
               WHERE POLICY_ID = :DB-POLICY-ID
               UNION
               SELECT ASSIGNEE_NAME
               FROM POLICY_ASSIGNMENT
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'ACTIVE'
                 AND (RELEASE_DATE = '00000000'
                      OR RELEASE_DATE > :DB-RUN-DATE)
           END-EXEC

           EXEC SQL OPEN payee_screen_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH payee_screen_cursor
                   INTO :DB-PAYEE-NAME
               END-EXEC
               IF SQLCODE = 0
                   PERFORM SCREEN-PAYEE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE payee_screen_cursor END-EXEC

           MOVE ZERO TO SQLCODE.

       SCREEN-PAYEE.

           MOVE DB-POLICY-ID  TO SCREEN-PARTY-KEY
           MOVE DB-PAYEE-NAME TO SCREEN-PARTY-NAME

           CALL "WATCHSCREEN"
                USING SCREEN-PARTY-TYPE
                      SCREEN-PARTY-KEY
                      SCREEN-PARTY-NAME
                      SCREEN-SOURCE
                      SCREEN-RESULT
                      SCREEN-REVIEW-ID

           IF SCREEN-HELD
               ADD 1 TO SCREEN-HELD-COUNT
               DISPLAY "CLAIM " DB-CLAIM-ID " PAYEE " SCREEN-PARTY-NAME
                       " POSSIBLE WATCH LIST MATCH, COMPLIANCE REVIEW "
                       SCREEN-REVIEW-ID
           END-IF.

       COUNT-MISSING-ACCOUNTS.

           MOVE ZERO TO DB-MISSING-ACCT-COUNT
           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-MISSING-ACCT-COUNT
               MOVE ZERO TO SQLCODE
           END-IF

      * Every assignee PAY-ASSIGNEES may still pay on the day, the
      * same selection it reads, needs a cheque too if it has no
      * account on file.

           MOVE ZERO TO DB-ASSIGNEE-CHEQUE-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-ASSIGNEE-CHEQUE-COUNT
               FROM POLICY_ASSIGNMENT
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'ACTIVE'
                 AND (RELEASE_DATE = '00000000'
                      OR RELEASE_DATE > :DB-RUN-DATE)
                 AND IFNULL(AMOUNT_PAID, 0)
                     < IFNULL(ASSIGNED_AMOUNT, 0)
                 AND TRIM(IFNULL(ASSIGNEE_ACCOUNT, '')) = ''
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-ASSIGNEE-CHEQUE-COUNT
               MOVE ZERO TO SQLCODE
           END-IF

           ADD DB-ASSIGNEE-CHEQUE-COUNT TO DB-MISSING-ACCT-COUNT.

       WITHDRAW-UNISSUED-PAYMENT.

      * The payment row just written has no cheque behind it - take
      * it off again so the next run pays this payee from scratch.

           SET CLAIM-CHEQUE-SHORT TO TRUE

           EXEC SQL
               DELETE FROM CLAIM_PAYMENT
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND PAYEE_NAME = :DB-PAYEE-NAME
                 AND PAYMENT_NO = :DB-PAYMENT-NO
                 AND IFNULL(CHEQUE_NO, 0) = 0
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WITHDRAWING PAYMENT FOR CLAIM "
                       DB-CLAIM-ID ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       CLEAR-RETURNED-PAYMENT.

      * A payment the bank bounced was flipped to RETURNED by the
      * return intake, and a cheque voided without reissue on
      * CHEQUEMAINT leaves its row VOIDED - clear that row so the
      * fresh payment can be keyed again without tripping over it,
      * the same way the supervisor queue clears its own stale rows.

           EXEC SQL
               DELETE FROM CLAIM_PAYMENT
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND PAYEE_NAME = :DB-PAYEE-NAME
                 AND PAYMENT_NO = :DB-PAYMENT-NO
                 AND PAYMENT_STATUS IN ('RETURNED', 'VOIDED')
           END-EXEC

           IF SQLCODE NOT = 0
           END-IF

           MOVE DB-BEN-NAME TO DB-PAYEE-NAME
           PERFORM SET-PAYMENT-METHOD

           PERFORM CLEAR-RETURNED-PAYMENT

           EXEC SQL
               INSERT INTO CLAIM_PAYMENT
                   (CLAIM_ID, POLICY_ID, PAYEE_NAME, PAYMENT_AMOUNT,
                    CURRENCY_CODE, PAYMENT_DATE, PAYMENT_METHOD,
                    PAYMENT_NO)
               VALUES
                   (:DB-CLAIM-ID, :DB-POLICY-ID, :DB-PAYEE-NAME,
                    :DB-PAYMENT-AMOUNT, :DB-CURRENCY-CODE,
                    :DB-PAYMENT-DATE, :DB-PAYMENT-METHOD,
                    :DB-PAYMENT-NO)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM WRITE-BANK-PAYMENT-LINE
                   THRU WRITE-BANK-PAYMENT-LINE-EXIT
               IF PAYMENT-NOT-ISSUED
                   PERFORM WITHDRAW-UNISSUED-PAYMENT
               ELSE
                   PERFORM WRITE-CLAIM-PAYMENT-GL
                   ADD 1 TO PAYMENTS-WRITTEN
               END-IF
           END-IF.

       PAY-DUE-BENEFITS.

      * Every benefit month raised and not yet paid, oldest first. A
      * schedule stopped or suspended after a month was raised does
      * not take back a month already due - that month was earned.

           EXEC SQL
               DECLARE benefit_due_cursor CURSOR FOR
               SELECT P.CLAIM_ID, P.PAYMENT_NO, P.DUE_DATE, P.AMOUNT,
                      C.POLICY_ID, IFNULL(C.CURRENCY_CODE, 'USD')
               FROM BENEFIT_PAYMENT P, CLAIM_HISTORY C
               WHERE C.CLAIM_ID = P.CLAIM_ID
                 AND P.STATUS = 'DUE'
                 AND P.DUE_DATE <= :DB-RUN-DATE
                 AND P.AMOUNT > 0
               ORDER BY P.CLAIM_ID, P.PAYMENT_NO
           END-EXEC

           EXEC SQL OPEN benefit_due_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH benefit_due_cursor
                   INTO :DB-CLAIM-ID, :DB-PAYMENT-NO, :DB-DUE-DATE,
                        :DB-PAYMENT-AMOUNT, :DB-POLICY-ID,
                        :DB-CURRENCY-CODE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PAY-ONE-BENEFIT
                       THRU PAY-ONE-BENEFIT-EXIT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE benefit_due_cursor END-EXEC

           MOVE ZERO TO SQLCODE.

       PAY-ONE-BENEFIT.

      * A disability or income benefit is paid to the policyholder,
      * by transfer or by cheque exactly as a lump sum claim is.

           PERFORM LOOKUP-POLICYHOLDER-PAYEE

           IF NOT PAYEE-FOUND
                DISPLAY "CLAIM " DB-CLAIM-ID " BENEFIT PAYMENT "
                        DB-PAYMENT-NO " HAS NO RESOLVABLE PAYEE, "
                        "NOT DISBURSED"
                ADD 1 TO BENEFITS-HELD
                MOVE ZERO TO SQLCODE
                GO TO PAY-ONE-BENEFIT-EXIT
           END-IF

           MOVE ZERO TO SCREEN-HELD-COUNT
           PERFORM SCREEN-PAYEE

           IF SCREEN-HELD-COUNT > ZERO
                DISPLAY "CLAIM " DB-CLAIM-ID " BENEFIT PAYMENT "
                        DB-PAYMENT-NO " PAYEE REFERRED TO "
                        "COMPLIANCE, NOT DISBURSED"
                ADD 1 TO BENEFITS-HELD
                MOVE ZERO TO SQLCODE
                GO TO PAY-ONE-BENEFIT-EXIT
           END-IF

           IF DB-BANK-ACCOUNT = SPACES
                MOVE 1 TO DB-MISSING-ACCT-COUNT
                PERFORM CHECK-CHEQUE-RANGE
                IF NOT CHEQUE-RANGE-COVERS
                    DISPLAY "CLAIM " DB-CLAIM-ID " BENEFIT PAYMENT "
                            DB-PAYMENT-NO " NEEDS A CHEQUE AND THE "
                            "CHEQUE RANGE IS EXHAUSTED, NOT DISBURSED"
                    ADD 1 TO BENEFITS-HELD
                    MOVE ZERO TO SQLCODE
                    GO TO PAY-ONE-BENEFIT-EXIT
                END-IF
           END-IF

           MOVE DISBURSEMENT-DATE       TO DB-PAYMENT-DATE
           PERFORM SET-PAYMENT-METHOD

           PERFORM CLEAR-RETURNED-PAYMENT

           EXEC SQL
               INSERT INTO CLAIM_PAYMENT
                   (CLAIM_ID, POLICY_ID, PAYEE_NAME, PAYMENT_AMOUNT,
                    CURRENCY_CODE, PAYMENT_DATE, PAYMENT_METHOD,
                    PAYMENT_NO)
               VALUES
                   (:DB-CLAIM-ID, :DB-POLICY-ID, :DB-PAYEE-NAME,
                    :DB-PAYMENT-AMOUNT, :DB-CURRENCY-CODE,
                    :DB-PAYMENT-DATE, :DB-PAYMENT-METHOD,
                    :DB-PAYMENT-NO)
           END-EXEC

      * A payment row already on file means an earlier run paid
      * this month and lost only the flip to PAID - flip it now
      * without paying again.

           IF SQLCODE NOT = 0
               DISPLAY "CLAIM " DB-CLAIM-ID " BENEFIT PAYMENT "
                       DB-PAYMENT-NO " ALREADY PAID, SKIPPED"
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM WRITE-BANK-PAYMENT-LINE
                   THRU WRITE-BANK-PAYMENT-LINE-EXIT
               IF PAYMENT-NOT-ISSUED
                   PERFORM WITHDRAW-UNISSUED-PAYMENT
                   DISPLAY "CLAIM " DB-CLAIM-ID " BENEFIT PAYMENT "
                           DB-PAYMENT-NO " LEFT DUE, CHEQUE NOT "
                           "ISSUED"
                   ADD 1 TO BENEFITS-HELD
                   GO TO PAY-ONE-BENEFIT-EXIT
               END-IF
               PERFORM WRITE-CLAIM-PAYMENT-GL
               ADD 1 TO BENEFITS-PAID
           END-IF

           EXEC SQL
               UPDATE BENEFIT_PAYMENT
               SET STATUS = 'PAID',
                   PAID_DATE = :DB-PAYMENT-DATE
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND PAYMENT_NO = :DB-PAYMENT-NO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR MARKING BENEFIT PAYMENT PAID, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       PAY-ONE-BENEFIT-EXIT.
           EXIT.

       LOOKUP-POLICYHOLDER-PAYEE.

      * The policyholder's bank coordinates ride on the customer

       WRITE-BANK-PAYMENT-LINE.

           MOVE "Y" TO PAYMENT-ISSUED-SWITCH

           IF DB-PAYMENT-METHOD = CHEQUE-PAYMENT-METHOD
               PERFORM ISSUE-CHEQUE
               IF DB-CHEQUE-NO = ZERO
                   MOVE "N" TO PAYMENT-ISSUED-SWITCH
               END-IF
           END-IF

           IF PAYMENT-NOT-ISSUED
               GO TO WRITE-BANK-PAYMENT-LINE-EXIT
           END-IF

           MOVE DB-CLAIM-ID        TO CPF-CLAIM-ID
           MOVE DB-POLICY-ID       TO CPF-POLICY-ID
           MOVE DB-PAYEE-NAME      TO CPF-PAYEE-NAME

           WRITE CLAIM-PAYMENT-LINE

           IF DB-PAYMENT-METHOD NOT = CHEQUE-PAYMENT-METHOD
               PERFORM WRITE-EFT-DETAIL
           END-IF.

       WRITE-BANK-PAYMENT-LINE-EXIT.
           EXIT.

       SET-PAYMENT-METHOD.

           IF DB-BANK-ACCOUNT = SPACES
               MOVE CHEQUE-PAYMENT-METHOD  TO DB-PAYMENT-METHOD
           ELSE
               MOVE DEFAULT-PAYMENT-METHOD TO DB-PAYMENT-METHOD
           END-IF.

       CHECK-CHEQUE-RANGE.

      * DB-MISSING-ACCT-COUNT carries how many cheques the claim
      * needs. A range with no ceiling (HIGH_NUMBER zero) always
      * covers; a CHEQUE row missing altogether never does - cheque
      * numbers are not invented outside the stock treasury holds.

           MOVE "N" TO CHEQUE-RANGE-SWITCH

           EXEC SQL
               SELECT LAST_NUMBER, IFNULL(HIGH_NUMBER, 0)
               INTO :DB-LAST-CHEQUE, :DB-HIGH-CHEQUE
               FROM NUMBER_CONTROL
               WHERE CONTROL_KEY = 'CHEQUE'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
           ELSE
               IF DB-HIGH-CHEQUE = ZERO
                   SET CHEQUE-RANGE-COVERS TO TRUE
               ELSE
                   IF DB-HIGH-CHEQUE > DB-LAST-CHEQUE
                       COMPUTE CHEQUES-AVAILABLE =
                               DB-HIGH-CHEQUE - DB-LAST-CHEQUE
                       IF CHEQUES-AVAILABLE >= DB-MISSING-ACCT-COUNT
                           SET CHEQUE-RANGE-COVERS TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ALLOCATE-CHEQUE-NUMBER.

           MOVE ZERO TO DB-CHEQUE-NO

           EXEC SQL
               SELECT LAST_NUMBER, IFNULL(HIGH_NUMBER, 0)
               INTO :DB-LAST-CHEQUE, :DB-HIGH-CHEQUE
               FROM NUMBER_CONTROL
               WHERE CONTROL_KEY = 'CHEQUE'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "NO CHEQUE NUMBER RANGE ON FILE"
               MOVE ZERO TO SQLCODE
           ELSE
               IF DB-HIGH-CHEQUE NOT = ZERO
                  AND DB-LAST-CHEQUE >= DB-HIGH-CHEQUE
                   DISPLAY "CHEQUE NUMBER RANGE EXHAUSTED AT "
                           DB-HIGH-CHEQUE
               ELSE
                   EXEC SQL
                       UPDATE NUMBER_CONTROL
                       SET LAST_NUMBER = LAST_NUMBER + 1
                       WHERE CONTROL_KEY = 'CHEQUE'
                   END-EXEC
                   IF SQLCODE = 0
                       COMPUTE DB-CHEQUE-NO = DB-LAST-CHEQUE + 1
                   ELSE
                       DISPLAY "ERROR ASSIGNING CHEQUE NUMBER, "
                               "SQLCODE: " SQLCODE
                       MOVE ZERO TO SQLCODE
                   END-IF
               END-IF
           END-IF.

       ISSUE-CHEQUE.

      * The cheque is registered here and printed from tonight's
      * register; the payment row carries the number so a void or
      * reissue on CHEQUEMAINT can find it.

           PERFORM ALLOCATE-CHEQUE-NUMBER

           IF DB-CHEQUE-NO = ZERO
               DISPLAY "CLAIM " DB-CLAIM-ID " PAYEE " DB-PAYEE-NAME
                       " CHEQUE NOT ISSUED - PAID ON THE NEXT RUN"
           ELSE
               EXEC SQL
                   INSERT INTO CHEQUE_REGISTER
                       (CHEQUE_NO, CLAIM_ID, POLICY_ID, PAYEE_NAME,
                        AMOUNT, CURRENCY_CODE, ISSUE_DATE, STATUS,
                        ISSUED_BY, REISSUE_OF, REISSUED_AS)
                   VALUES
                       (:DB-CHEQUE-NO, :DB-CLAIM-ID, :DB-POLICY-ID,
                        :DB-PAYEE-NAME, :DB-PAYMENT-AMOUNT,
                        :DB-CURRENCY-CODE, :DB-PAYMENT-DATE, 'ISSUED',
                        :DB-AUDIT-USER, 0, 0)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "ERROR REGISTERING CHEQUE " DB-CHEQUE-NO
                           ", SQLCODE: " SQLCODE
                   MOVE ZERO TO SQLCODE
                   MOVE ZERO TO DB-CHEQUE-NO
               ELSE
                   EXEC SQL
                       UPDATE CLAIM_PAYMENT
                       SET CHEQUE_NO = :DB-CHEQUE-NO
                       WHERE CLAIM_ID = :DB-CLAIM-ID
                         AND PAYEE_NAME = :DB-PAYEE-NAME
                         AND PAYMENT_NO = :DB-PAYMENT-NO
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "ERROR RECORDING CHEQUE " DB-CHEQUE-NO
                               " ON PAYMENT, SQLCODE: " SQLCODE
                       MOVE ZERO TO SQLCODE
                   END-IF

                   ADD 1 TO CHEQUES-ISSUED
               END-IF
           END-IF.

       WRITE-CHEQUE-RUN.

      * Driven off CHEQUE_REGISTER, not tonight's payments alone -
      * reissues and voids keyed on CHEQUEMAINT during the day reach
      * the bank in the same file. Each row is stamped once sent, so
      * nothing goes to the bank twice.

           MOVE SPACES TO CHQ-HEADING-LINE
           MOVE "CHEQUE REGISTER - CHEQUES ISSUED"
               TO CHQ-HEADING-LINE
           WRITE CHQ-HEADING-LINE

           MOVE ZERO TO REGISTER-COUNT
           MOVE ZERO TO REGISTER-TOTAL

           EXEC SQL
               DECLARE chq_issue_cursor CURSOR FOR
               SELECT CHEQUE_NO, CLAIM_ID, PAYEE_NAME, AMOUNT,
                      IFNULL(CURRENCY_CODE, 'USD'), ISSUE_DATE
               FROM CHEQUE_REGISTER
               WHERE TRIM(IFNULL(ISSUE_SENT_DATE, '')) = ''
               ORDER BY CHEQUE_NO
           END-EXEC

           EXEC SQL OPEN chq_issue_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH chq_issue_cursor
                   INTO :DB-CHEQUE-NO, :DB-CLAIM-ID, :DB-PAYEE-NAME,
                        :DB-PAYMENT-AMOUNT, :DB-CURRENCY-CODE,
                        :DB-ISSUE-DATE
               END-EXEC
               IF SQLCODE = 0
                   MOVE "ISSUED" TO DB-CHEQUE-STATUS
                   PERFORM WRITE-CHEQUE-REGISTER-LINE
                   MOVE "I" TO PPY-ACTION
                   PERFORM WRITE-POSITIVE-PAY-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE chq_issue_cursor END-EXEC

           MOVE ZERO TO SQLCODE

           MOVE "TOTAL CHEQUES ISSUED" TO CTL-CAPTION
           PERFORM WRITE-CHEQUE-REGISTER-TOTAL

           EXEC SQL
               UPDATE CHEQUE_REGISTER
               SET ISSUE_SENT_DATE = :DB-RUN-DATE
               WHERE TRIM(IFNULL(ISSUE_SENT_DATE, '')) = ''
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR STAMPING CHEQUE ISSUES SENT, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE SPACES TO CHQ-HEADING-LINE
           WRITE CHQ-HEADING-LINE
           MOVE "CHEQUE REGISTER - CHEQUES VOIDED OR STOPPED"
               TO CHQ-HEADING-LINE
           WRITE CHQ-HEADING-LINE

           MOVE ZERO TO REGISTER-COUNT
           MOVE ZERO TO REGISTER-TOTAL

           EXEC SQL
               DECLARE chq_void_cursor CURSOR FOR
               SELECT CHEQUE_NO, CLAIM_ID, PAYEE_NAME, AMOUNT,
                      IFNULL(CURRENCY_CODE, 'USD'), ISSUE_DATE, STATUS
               FROM CHEQUE_REGISTER
               WHERE STATUS IN ('VOIDED', 'STOPPED')
                 AND TRIM(IFNULL(VOID_SENT_DATE, '')) = ''
               ORDER BY CHEQUE_NO
           END-EXEC

           EXEC SQL OPEN chq_void_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH chq_void_cursor
                   INTO :DB-CHEQUE-NO, :DB-CLAIM-ID, :DB-PAYEE-NAME,
                        :DB-PAYMENT-AMOUNT, :DB-CURRENCY-CODE,
                        :DB-ISSUE-DATE, :DB-CHEQUE-STATUS
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-CHEQUE-REGISTER-LINE
                   MOVE "V" TO PPY-ACTION
                   PERFORM WRITE-POSITIVE-PAY-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE chq_void_cursor END-EXEC

           MOVE ZERO TO SQLCODE

           MOVE "TOTAL CHEQUES VOIDED/STOPPED" TO CTL-CAPTION
           PERFORM WRITE-CHEQUE-REGISTER-TOTAL

           EXEC SQL
               UPDATE CHEQUE_REGISTER
               SET VOID_SENT_DATE = :DB-RUN-DATE
               WHERE STATUS IN ('VOIDED', 'STOPPED')
                 AND TRIM(IFNULL(VOID_SENT_DATE, '')) = ''
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR STAMPING CHEQUE VOIDS SENT, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       WRITE-CHEQUE-REGISTER-LINE.

           MOVE DB-CHEQUE-NO       TO CHQ-CHEQUE-NO
           MOVE DB-CLAIM-ID        TO CHQ-CLAIM-ID
           MOVE DB-PAYEE-NAME      TO CHQ-PAYEE-NAME
           MOVE DB-PAYMENT-AMOUNT  TO CHQ-AMOUNT
           MOVE DB-CURRENCY-CODE   TO CHQ-CURRENCY-CODE
           MOVE DB-ISSUE-DATE      TO CHQ-DATE
           MOVE DB-CHEQUE-STATUS   TO CHQ-STATUS
           WRITE CHQ-DETAIL-LINE

           ADD 1                 TO REGISTER-COUNT
           ADD DB-PAYMENT-AMOUNT TO REGISTER-TOTAL.

       WRITE-CHEQUE-REGISTER-TOTAL.

           MOVE REGISTER-COUNT TO CTL-COUNT
           MOVE REGISTER-TOTAL TO CTL-AMOUNT
           WRITE CHQ-TOTAL-LINE.

       WRITE-POSITIVE-PAY-DETAIL.

           MOVE SPACES TO PPY-RECORD
           MOVE "D"               TO PPY-RECORD-TYPE
           MOVE PPY-ACTION        TO PPY-D-ACTION
           MOVE DB-CHEQUE-NO      TO PPY-D-CHEQUE-NO
           MOVE DB-PAYMENT-AMOUNT TO PPY-D-AMOUNT
           MOVE DB-ISSUE-DATE     TO PPY-D-ISSUE-DATE
           MOVE DB-PAYEE-NAME     TO PPY-D-PAYEE-NAME
           WRITE PPY-RECORD

           ADD 1 TO PPY-RECORD-COUNT
           ADD DB-PAYMENT-AMOUNT TO PPY-AMOUNT-HASH.

       WRITE-EFT-DETAIL.


           MOVE "CLAIMS-DISBURSED" TO MET-METRIC-NAME
           MOVE CLAIMS-DISBURSED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "CHEQUES-ISSUED" TO MET-METRIC-NAME
           MOVE CHEQUES-ISSUED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "BENEFITS-PAID" TO MET-METRIC-NAME
           MOVE BENEFITS-PAID TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "ASSIGNEES-PAID" TO MET-METRIC-NAME
           MOVE CLAIMS-ASSIGNEE-PAID TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
