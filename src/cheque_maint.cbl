       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUEMAINT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 MENU-CHOICE          PIC 9(01).

       01 CHEQUE-NO            PIC 9(09).
       01 CLAIM-ID             PIC 9(10).
       01 VOID-REASON          PIC X(30).
       01 OPERATOR-ID          PIC X(20).

       01 TODAY-DATE           PIC 9(08).

      * Claim cheques are issued by CLAIMDISBURSE; this screen looks
      * after them once they are out. A spoiled cheque is voided
      * and a lost one stopped - either way the replacement takes a
      * fresh number from the controlled range and the payment row
      * is moved onto it, so CLAIM_PAYMENT always names the one
      * live cheque. Voids, stops and replacements reach the bank in
      * that night's positive-pay file. A cheque voided without a
      * replacement puts the claim back to APPROVED, so the next
      * disbursement run pays it afresh - by transfer, once bank
      * details have been captured.

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".

       01 WINDOW-BLOCKED-SWITCH PIC X(01) VALUE "N".
           88 BATCH-WINDOW-IN-PROGRESS    VALUE "Y".
       01 CHEQUE-FOUND-SWITCH  PIC X(01) VALUE "N".
           88 CHEQUE-FOUND               VALUE "Y".
       01 LISTED-ANY-SWITCH    PIC X(01) VALUE "N".
           88 LISTED-ANY                 VALUE "Y".

      * CLAIMDISBURSE booked the cheque to claims paid against cash
      * under source CLAIMPAY at the payment day's rate. A cheque
      * that dies gives that cash back - the entry is reversed at
      * the rate it went on at - and a replacement is a new payment
      * booked at today's rate, the day its row now carries, so the
      * ledger and CLAIM_PAYMENT stay in step for CLAIMGLREC.

       01 GL-ACCOUNT-CASH          PIC X(04) VALUE "1000".
       01 GL-ACCOUNT-CLAIMS-PAID   PIC X(04) VALUE "5000".

       01 HOUSE-CURRENCY-CODE      PIC X(03) VALUE "USD".
       01 EXCHANGE-RATE-USED       PIC 9(3)V9(6).
       01 HOUSE-AMOUNT             PIC 9(9)V99.

       01 JRN-SOURCE-CODE      PIC X(10) VALUE "CLAIMPAY".
       01 JRN-POLICY-ID        PIC 9(06).
       01 JRN-INVOICE-ID       PIC 9(10).
       01 JRN-ACCOUNT-CODE     PIC X(04).
       01 JRN-DEBIT-CREDIT     PIC X(01).
       01 JRN-AMOUNT           PIC 9(9)V99.
       01 JRN-ENTRY-DATE       PIC 9(08).


      * Shared sign-on: every session starts with a verified user
      * id from the user master - free-typed names no longer drive
      * anything sensitive. Cheques are cash, so only a supervisor
      * voids or replaces one.

       01 SIGNON-ROLE-REQUIRED PIC X(10) VALUE "SUPERVISOR".
       01 SIGNON-USER-ID       PIC X(20).
       01 SIGNON-OK-FLAG       PIC X(01).
           88 SIGNED-ON                  VALUE "Y".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-CHEQUE-NO         PIC 9(09).
       01 DB-NEW-CHEQUE-NO     PIC 9(09).
       01 DB-LAST-CHEQUE       PIC 9(09).
       01 DB-HIGH-CHEQUE       PIC 9(09).
       01 DB-CLAIM-ID          PIC 9(10).
       01 DB-POLICY-ID         PIC 9(06).
       01 DB-PAYEE-NAME        PIC X(30).
       01 DB-AMOUNT            PIC 9(7)V99.
       01 DB-CURRENCY-CODE     PIC X(03).
       01 DB-ISSUE-DATE        PIC 9(08).
       01 DB-CHEQUE-STATUS     PIC X(10).
       01 DB-VOID-STATUS       PIC X(10).
       01 DB-VOID-REASON       PIC X(30).
       01 DB-REISSUED-AS       PIC 9(09).
       01 DB-TODAY-DATE        PIC 9(08).
       01 DB-OPERATOR-ID       PIC X(20).
       01 DB-WINDOW-STATUS     PIC X(10).
       01 DB-PAYMENT-DATE      PIC 9(08).
       01 DB-RATE-DATE         PIC 9(08).
       01 DB-EXCHANGE-RATE     PIC 9(3)V9(6).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-CHEQUE-MAINT.

           DISPLAY "=============================="
           DISPLAY " MINI INGENIUM CLAIM CHEQUES  "
           DISPLAY "=============================="

           PERFORM SIGN-ON-USER

           IF NOT SIGNED-ON
               STOP RUN
           END-IF

           PERFORM SHOW-MENU UNTIL DONE

           STOP RUN.

       SHOW-MENU.

           DISPLAY "1. LIST CHEQUES FOR A CLAIM"
           DISPLAY "2. VOID AND REISSUE CHEQUE (SPOILED)"
           DISPLAY "3. STOP AND REISSUE CHEQUE (LOST OR STOLEN)"
           DISPLAY "4. VOID CHEQUE, REPAY CLAIM BY NEXT RUN"
           DISPLAY "5. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

           EVALUATE MENU-CHOICE
               WHEN 1
                   PERFORM LIST-CLAIM-CHEQUES
               WHEN 2
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       MOVE "VOIDED" TO DB-VOID-STATUS
                       PERFORM REISSUE-CHEQUE
                           THRU REISSUE-CHEQUE-DISCONNECT
                   END-IF
               WHEN 3
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       MOVE "STOPPED" TO DB-VOID-STATUS
                       PERFORM REISSUE-CHEQUE
                           THRU REISSUE-CHEQUE-DISCONNECT
                   END-IF
               WHEN 4
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM VOID-AND-REPAY
                           THRU VOID-AND-REPAY-DISCONNECT
                   END-IF
               WHEN 5
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

       LIST-CLAIM-CHEQUES.

           DISPLAY "ENTER CLAIM ID:"
           ACCEPT CLAIM-ID

           MOVE "N" TO LISTED-ANY-SWITCH
           MOVE CLAIM-ID TO DB-CLAIM-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE claim_chq_cursor CURSOR FOR
               SELECT CHEQUE_NO, PAYEE_NAME, AMOUNT,
                      IFNULL(CURRENCY_CODE, 'USD'), ISSUE_DATE,
                      STATUS, IFNULL(REISSUED_AS, 0)
               FROM CHEQUE_REGISTER
               WHERE CLAIM_ID = :DB-CLAIM-ID
               ORDER BY CHEQUE_NO
           END-EXEC.

           EXEC SQL OPEN claim_chq_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH claim_chq_cursor
                   INTO :DB-CHEQUE-NO, :DB-PAYEE-NAME, :DB-AMOUNT,
                        :DB-CURRENCY-CODE, :DB-ISSUE-DATE,
                        :DB-CHEQUE-STATUS, :DB-REISSUED-AS
               END-EXEC
               IF SQLCODE = 0
                   SET LISTED-ANY TO TRUE
                   PERFORM SHOW-ONE-CHEQUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE claim_chq_cursor END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF NOT LISTED-ANY
               DISPLAY "NO CHEQUES ISSUED FOR CLAIM " CLAIM-ID
           END-IF.

       SHOW-ONE-CHEQUE.

           IF DB-REISSUED-AS = ZERO
               DISPLAY "CHEQUE " DB-CHEQUE-NO " " DB-PAYEE-NAME
                       " " DB-AMOUNT " " DB-CURRENCY-CODE
                       " ISSUED " DB-ISSUE-DATE " " DB-CHEQUE-STATUS
           ELSE
               DISPLAY "CHEQUE " DB-CHEQUE-NO " " DB-PAYEE-NAME
                       " " DB-AMOUNT " " DB-CURRENCY-CODE
                       " ISSUED " DB-ISSUE-DATE " " DB-CHEQUE-STATUS
                       " REPLACED BY " DB-REISSUED-AS
           END-IF.

       ACCEPT-CHEQUE-AND-REASON.

           DISPLAY "ENTER CHEQUE NUMBER:"
           ACCEPT CHEQUE-NO

           DISPLAY "ENTER REASON:"
           ACCEPT VOID-REASON

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           MOVE SIGNON-USER-ID TO OPERATOR-ID
           MOVE OPERATOR-ID    TO DB-OPERATOR-ID
           MOVE TODAY-DATE     TO DB-TODAY-DATE
           MOVE VOID-REASON    TO DB-VOID-REASON.

       LOOKUP-ISSUED-CHEQUE.

      * Only a live cheque can be voided or stopped - one already
      * voided, stopped or replaced is history, and one the bank
      * has already paid is past stopping.

           MOVE "N" TO CHEQUE-FOUND-SWITCH
           MOVE CHEQUE-NO TO DB-CHEQUE-NO

           EXEC SQL
               SELECT CLAIM_ID, POLICY_ID, PAYEE_NAME, AMOUNT,
                      IFNULL(CURRENCY_CODE, 'USD')
               INTO :DB-CLAIM-ID, :DB-POLICY-ID, :DB-PAYEE-NAME,
                    :DB-AMOUNT, :DB-CURRENCY-CODE
               FROM CHEQUE_REGISTER
               WHERE CHEQUE_NO = :DB-CHEQUE-NO
                 AND STATUS = 'ISSUED'
                 AND TRIM(IFNULL(CLEARED_DATE, '')) = ''
           END-EXEC

           IF SQLCODE = 0
               SET CHEQUE-FOUND TO TRUE
               PERFORM READ-CHEQUE-PAYMENT-DATE
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

       READ-CHEQUE-PAYMENT-DATE.

           EXEC SQL
               SELECT PAYMENT_DATE INTO :DB-PAYMENT-DATE
               FROM CLAIM_PAYMENT
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND CHEQUE_NO = :DB-CHEQUE-NO
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE DB-TODAY-DATE TO DB-PAYMENT-DATE
               MOVE ZERO TO SQLCODE
           END-IF.

       REISSUE-CHEQUE.

      * DB-VOID-STATUS says how the old cheque dies - VOIDED when
      * treasury holds the spoiled paper, STOPPED when it is out in
      * the world and the bank must refuse it.

           PERFORM ACCEPT-CHEQUE-AND-REASON

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-ISSUED-CHEQUE

           IF NOT CHEQUE-FOUND
               DISPLAY "NO LIVE CHEQUE WITH NUMBER: " CHEQUE-NO
               GO TO REISSUE-CHEQUE-DISCONNECT
           END-IF

           PERFORM ALLOCATE-CHEQUE-NUMBER

           IF DB-NEW-CHEQUE-NO = ZERO
               DISPLAY "NO CHEQUE NUMBER AVAILABLE, CHEQUE "
                       CHEQUE-NO " LEFT AS IT WAS"
               EXEC SQL ROLLBACK END-EXEC
               GO TO REISSUE-CHEQUE-DISCONNECT
           END-IF

           MOVE DB-NEW-CHEQUE-NO TO DB-REISSUED-AS
           PERFORM CANCEL-OLD-CHEQUE

           EXEC SQL
               INSERT INTO CHEQUE_REGISTER
                   (CHEQUE_NO, CLAIM_ID, POLICY_ID, PAYEE_NAME,
                    AMOUNT, CURRENCY_CODE, ISSUE_DATE, STATUS,
                    ISSUED_BY, REISSUE_OF, REISSUED_AS)
               VALUES
                   (:DB-NEW-CHEQUE-NO, :DB-CLAIM-ID, :DB-POLICY-ID,
                    :DB-PAYEE-NAME, :DB-AMOUNT, :DB-CURRENCY-CODE,
                    :DB-TODAY-DATE, 'ISSUED', :DB-OPERATOR-ID,
                    :DB-CHEQUE-NO, 0)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR REGISTERING REPLACEMENT CHEQUE, "
                       "SQLCODE: " SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO REISSUE-CHEQUE-DISCONNECT
           END-IF

           EXEC SQL
               UPDATE CLAIM_PAYMENT
               SET CHEQUE_NO = :DB-NEW-CHEQUE-NO,
                   PAYMENT_DATE = :DB-TODAY-DATE
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND PAYEE_NAME = :DB-PAYEE-NAME
                 AND CHEQUE_NO = :DB-CHEQUE-NO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR MOVING PAYMENT TO REPLACEMENT CHEQUE, "
                       "SQLCODE: " SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO REISSUE-CHEQUE-DISCONNECT
           END-IF

           EXEC SQL COMMIT END-EXEC

           PERFORM WRITE-CHEQUE-REVERSAL-GL
           PERFORM WRITE-REPLACEMENT-PAYMENT-GL

           DISPLAY "CHEQUE " CHEQUE-NO " " DB-VOID-STATUS
                   ", REPLACED BY CHEQUE " DB-NEW-CHEQUE-NO
           DISPLAY "REPLACEMENT PRINTS ON TONIGHT'S CHEQUE REGISTER".

       REISSUE-CHEQUE-DISCONNECT.

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       VOID-AND-REPAY.

           PERFORM ACCEPT-CHEQUE-AND-REASON

           MOVE "VOIDED" TO DB-VOID-STATUS
           MOVE ZERO TO DB-REISSUED-AS

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-ISSUED-CHEQUE

           IF NOT CHEQUE-FOUND
               DISPLAY "NO LIVE CHEQUE WITH NUMBER: " CHEQUE-NO
               GO TO VOID-AND-REPAY-DISCONNECT
           END-IF

           PERFORM CANCEL-OLD-CHEQUE

      * The payment row goes to VOIDED, which CLAIMDISBURSE clears
      * before it pays the payee again, and the claim goes back to
      * APPROVED - the same reopening the EFT return intake does.
      * Other payees on the claim keep their payments.

           EXEC SQL
               UPDATE CLAIM_PAYMENT
               SET PAYMENT_STATUS = 'VOIDED',
                   RETURN_REASON = :DB-VOID-REASON,
                   RETURN_DATE = :DB-TODAY-DATE
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND PAYEE_NAME = :DB-PAYEE-NAME
                 AND CHEQUE_NO = :DB-CHEQUE-NO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR MARKING PAYMENT VOIDED, SQLCODE: "
                       SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO VOID-AND-REPAY-DISCONNECT
           END-IF

           EXEC SQL
               UPDATE CLAIM_HISTORY
               SET STATUS = 'APPROVED'
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND STATUS = 'PAID'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR REOPENING CLAIM " DB-CLAIM-ID
                       ", SQLCODE: " SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO VOID-AND-REPAY-DISCONNECT
           END-IF

      * A cheque for one month of a disability or income benefit
      * puts that month back to DUE, so the next run pays it again.

           EXEC SQL
               UPDATE BENEFIT_PAYMENT
               SET STATUS = 'DUE',
                   PAID_DATE = ' '
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND STATUS = 'PAID'
                 AND PAYMENT_NO =
                     (SELECT CP.PAYMENT_NO FROM CLAIM_PAYMENT CP
                      WHERE CP.CLAIM_ID = :DB-CLAIM-ID
                        AND CP.CHEQUE_NO = :DB-CHEQUE-NO)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC

           PERFORM WRITE-CHEQUE-REVERSAL-GL

           DISPLAY "CHEQUE " CHEQUE-NO " VOIDED, CLAIM " DB-CLAIM-ID
                   " BACK TO APPROVED"
           DISPLAY "CAPTURE THE PAYEE'S BANK DETAILS BEFORE TONIGHT "
                   "TO PAY BY TRANSFER".

       VOID-AND-REPAY-DISCONNECT.

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       CANCEL-OLD-CHEQUE.

           EXEC SQL
               UPDATE CHEQUE_REGISTER
               SET STATUS = :DB-VOID-STATUS,
                   VOID_DATE = :DB-TODAY-DATE,
                   VOID_REASON = :DB-VOID-REASON,
                   VOIDED_BY = :DB-OPERATOR-ID,
                   REISSUED_AS = :DB-REISSUED-AS
               WHERE CHEQUE_NO = :DB-CHEQUE-NO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR CANCELLING CHEQUE " DB-CHEQUE-NO
                       ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       WRITE-CHEQUE-REVERSAL-GL.

           MOVE DB-PAYMENT-DATE TO DB-RATE-DATE
           PERFORM CONVERT-TO-HOUSE-CURRENCY

           MOVE DB-POLICY-ID       TO JRN-POLICY-ID
           MOVE DB-CLAIM-ID        TO JRN-INVOICE-ID
           MOVE DB-TODAY-DATE      TO JRN-ENTRY-DATE
           MOVE HOUSE-AMOUNT       TO JRN-AMOUNT

           MOVE GL-ACCOUNT-CASH        TO JRN-ACCOUNT-CODE
           MOVE "D"                    TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL
           MOVE GL-ACCOUNT-CLAIMS-PAID TO JRN-ACCOUNT-CODE
           MOVE "C"                    TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL.

       WRITE-REPLACEMENT-PAYMENT-GL.

           MOVE DB-TODAY-DATE TO DB-RATE-DATE
           PERFORM CONVERT-TO-HOUSE-CURRENCY

           MOVE DB-POLICY-ID       TO JRN-POLICY-ID
           MOVE DB-CLAIM-ID        TO JRN-INVOICE-ID
           MOVE DB-TODAY-DATE      TO JRN-ENTRY-DATE
           MOVE HOUSE-AMOUNT       TO JRN-AMOUNT

           MOVE GL-ACCOUNT-CLAIMS-PAID TO JRN-ACCOUNT-CODE
           MOVE "D"                    TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL
           MOVE GL-ACCOUNT-CASH        TO JRN-ACCOUNT-CODE
           MOVE "C"                    TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL.

       CONVERT-TO-HOUSE-CURRENCY.

      * The rate in force on DB-RATE-DATE; no rate on file means
      * par, flagged, same as CLAIMDISBURSE.

           MOVE 1.000000 TO EXCHANGE-RATE-USED

           IF DB-CURRENCY-CODE NOT = HOUSE-CURRENCY-CODE
              AND DB-CURRENCY-CODE NOT = SPACES
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
                   DB-AMOUNT * EXCHANGE-RATE-USED.

       WRITE-ONE-JOURNAL.

           CALL "GLJOURNAL"
                USING JRN-SOURCE-CODE
                      JRN-POLICY-ID
                      JRN-INVOICE-ID
                      JRN-ACCOUNT-CODE
                      JRN-DEBIT-CREDIT
                      JRN-AMOUNT
                      JRN-ENTRY-DATE.

       ALLOCATE-CHEQUE-NUMBER.

      * Same controlled range CLAIMDISBURSE draws on - a CHEQUE row
      * missing or run out means no replacement is issued.

           MOVE ZERO TO DB-NEW-CHEQUE-NO

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
                       COMPUTE DB-NEW-CHEQUE-NO = DB-LAST-CHEQUE + 1
                   ELSE
                       DISPLAY "ERROR ASSIGNING CHEQUE NUMBER, "
                               "SQLCODE: " SQLCODE
                       MOVE ZERO TO SQLCODE
                   END-IF
               END-IF
           END-IF.

       SIGN-ON-USER.

           CALL "USERSIGNON"
                USING SIGNON-ROLE-REQUIRED
                      SIGNON-USER-ID
                      SIGNON-OK-FLAG.
