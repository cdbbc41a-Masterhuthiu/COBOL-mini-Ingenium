       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDCOLLECT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DD-COLLECTION-FILE ASSIGN TO "DDCOLL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-CASH-FILE ASSIGN TO "GLCASH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CASH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * DDCOLL is the machine file the bank consumes - one H header
      * naming the file and the day the debits settle, one D record
      * per invoice to draw with the mandate reference and the
      * account it was signed against, and a T trailer carrying the
      * record count and amount hash the bank checks before it
      * debits anyone.

       FD  DD-COLLECTION-FILE.
       01  DDC-RECORD.
           05 DDC-RECORD-TYPE         PIC X(01).
              88 DDC-HEADER-RECORD             VALUE "H".
              88 DDC-DETAIL-RECORD             VALUE "D".
              88 DDC-TRAILER-RECORD            VALUE "T".
           05 DDC-D-MANDATE-REF       PIC X(18).
           05 DDC-D-BANK-CODE         PIC X(09).
           05 DDC-D-BANK-ACCOUNT      PIC X(18).
           05 DDC-D-PAYER-NAME        PIC X(30).
           05 DDC-D-INVOICE-ID        PIC 9(09).
           05 DDC-D-AMOUNT            PIC 9(9)V99.
           05 DDC-D-CURRENCY-CODE     PIC X(03).
           05 DDC-D-COLLECTION-DATE   PIC 9(08).
       01  DDC-FILE-HEADER.
           05 FILLER                  PIC X(01).
           05 DDC-H-ORIGINATOR        PIC X(10).
           05 DDC-H-FILE-REF          PIC X(12).
           05 DDC-H-CREATION-DATE     PIC 9(08).
           05 DDC-H-SETTLEMENT-DATE   PIC 9(08).
       01  DDC-FILE-TRAILER.
           05 FILLER                  PIC X(01).
           05 DDC-T-RECORD-COUNT      PIC 9(09).
           05 DDC-T-AMOUNT-HASH       PIC 9(11)V99.

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

      * A mandated policy's invoices are no longer left waiting for
      * the lockbox. Each night this run does two things, in order:
      *
      *   1. Debits presented earlier whose settlement day has come
      *      are posted - the invoice is paid, a PAYMENT_RECEIPT row
      *      is written and the cash entries go to GLCASH and the
      *      journal exactly as PAYMENTPOST books a lockbox item, so
      *      CASHPROOF ties them out with everything else.
      *   2. Every UNPAID invoice on a policy with an ACTIVE mandate
      *      that has fallen due (and has never been presented) is
      *      presented in tonight's DDCOLL file, settling the number
      *      of days after that the bank's scheme allows.
      *
      * A debit the bank bounces comes back through DDRETURN, which
      * reopens the invoice so DUNNINGBATCH chases it like any other.

       01 DD-SETTLEMENT-DAYS       PIC 9(03) VALUE 3.

       01 RUN-DATE                 PIC 9(08).
       01 RUN-INTEGER              PIC 9(09).
       01 SETTLEMENT-DATE          PIC 9(08).

       01 DD-ORIGINATOR-ID         PIC X(10) VALUE "MINIINGEN".
       01 DD-FILE-REF              PIC X(12).
       01 DD-RECORD-COUNT          PIC 9(09) VALUE ZERO.
       01 DD-AMOUNT-HASH           PIC 9(11)V99 VALUE ZERO.

       01 COLLECTIONS-PRESENTED    PIC 9(9) COMP VALUE ZERO.
       01 COLLECTIONS-SETTLED      PIC 9(9) COMP VALUE ZERO.
       01 SETTLED-TO-SUSPENSE      PIC 9(9) COMP VALUE ZERO.

       01 GL-CASH-FILE-STATUS      PIC X(02).
           88 GL-CASH-FILE-OK                VALUE "00".

      * Settlement relieves the receivable BILLINGBATCH raised - a
      * debit to Cash and a credit to Accounts Receivable, the same
      * pair PAYMENTPOST writes for money through the lockbox.

       01 GL-ACCOUNT-CASH          PIC X(04) VALUE "1000".
       01 GL-ACCOUNT-RECEIVABLE    PIC X(04) VALUE "1200".

      * The bank credits each presented file as one lump on its
      * settlement day, so each file is registered as one deposit
      * under its file reference - the same registry the lockbox
      * deposits go into.

       01 DEP-FILE-REF             PIC X(12) VALUE SPACES.
       01 DEP-SETTLEMENT-DATE      PIC 9(08).
       01 DEP-ITEM-COUNT           PIC 9(09) VALUE ZERO.
       01 DEP-AMOUNT-TOTAL         PIC 9(11)V99 VALUE ZERO.

      * A customer who paid the invoice some other way between the
      * presentment and the settlement has now paid twice - whatever
      * the debit brought in beyond the open balance goes to the
      * suspense queue to be refunded, never silently kept.

       01 OPEN-BALANCE             PIC S9(8)V99.
       01 APPLIED-AMOUNT           PIC 9(8)V99.
       01 EXCESS-AMOUNT            PIC 9(8)V99.
       01 INVOICE-FOUND-SWITCH     PIC X(01) VALUE "N".
           88 INVOICE-FOUND                  VALUE "Y".

       01 HOUSE-CURRENCY-CODE      PIC X(03) VALUE "USD".
       01 EXCHANGE-RATE-USED       PIC 9(3)V9(6).
       01 HOUSE-AMOUNT             PIC 9(9)V99.


      * Every GL line written to the feed is journaled as well, so
      * the nightly GL step can prove the day balances before the
      * extract ships to the ledger.

       01 JRN-SOURCE-CODE      PIC X(10) VALUE "DIRDEBIT".
       01 JRN-POLICY-ID        PIC 9(06).
       01 JRN-INVOICE-ID       PIC 9(10).
       01 JRN-ACCOUNT-CODE     PIC X(04).
       01 JRN-DEBIT-CREDIT     PIC X(01).
       01 JRN-AMOUNT           PIC 9(9)V99.
       01 JRN-ENTRY-DATE       PIC 9(08).


      * Run-start values for the business parameters this program
      * uses come from SYSTEM_PARAMETER, so a change staged for
      * month-start lands on its effective date - the compiled
      * figures above are only the fallback when no row is on file.

       01 PARAM-RUN-DATE       PIC 9(08).
       01 PARAM-FOUND-SWITCH   PIC X(01) VALUE "N".
           88 PARAM-FOUND                VALUE "Y".


      * The night's counts go to the step-metrics table as well as
      * the console, so the window performance report can compare
      * tonight against the recent average.

       01 MET-STEP-NAME        PIC X(20) VALUE "DD-COLLECT".
       01 MET-METRIC-NAME      PIC X(20).
       01 MET-METRIC-VALUE     PIC 9(11).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-RUN-DATE              PIC 9(08).
       01 DB-SETTLEMENT-DATE       PIC 9(08).
       01 DB-FILE-REF              PIC X(12).
       01 DB-INVOICE-ID            PIC 9(09).
       01 DB-PRESENTMENT-NO        PIC 9(03).
       01 DB-MANDATE-ID            PIC 9(09).
       01 DB-POLICY-ID             PIC 9(06).
       01 DB-AMOUNT                PIC 9(7)V99.
       01 DB-CURRENCY-CODE         PIC X(03).
       01 DB-INVOICE-AMOUNT        PIC 9(7)V99.
       01 DB-PAID-TO-DATE          PIC 9(7)V99.
       01 DB-INVOICE-STATUS        PIC X(10).
       01 DB-APPLIED-AMOUNT        PIC 9(7)V99.
       01 DB-RECEIPT-ID            PIC 9(09).
       01 DB-MANDATE-REF           PIC X(18).
       01 DB-BANK-CODE             PIC X(09).
       01 DB-BANK-ACCOUNT          PIC X(18).
       01 DB-PAYER-NAME            PIC X(30).
       01 DB-SUSPENSE-ID           PIC 9(09).
       01 DB-SUS-AMOUNT            PIC 9(7)V99.
       01 DB-SUS-REASON            PIC X(40).
       01 DB-DEPOSIT-REF           PIC X(12).
       01 DB-DEPOSIT-DATE          PIC 9(08).
       01 DB-DEP-ITEM-COUNT        PIC 9(09).
       01 DB-DEP-AMOUNT-TOTAL      PIC 9(11)V99.
       01 DB-RATE-DATE             PIC 9(08).
       01 DB-EXCHANGE-RATE         PIC 9(3)V9(6).
       01 DB-PARAM-KEY        PIC X(20).
       01 DB-PARAM-VALUE      PIC 9(9)V99.
       01 DB-PARAM-DATE       PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-DD-COLLECTION.

           DISPLAY "--- DIRECT DEBIT COLLECTION START ---"

           PERFORM LOAD-RUN-PARAMETERS

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO DB-RUN-DATE

           COMPUTE RUN-INTEGER = FUNCTION INTEGER-OF-DATE (RUN-DATE)
           COMPUTE SETTLEMENT-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (RUN-INTEGER + DD-SETTLEMENT-DAYS)

           MOVE SPACES TO DD-FILE-REF
           STRING "DDC" DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  INTO DD-FILE-REF
           MOVE DD-FILE-REF TO DB-FILE-REF

           PERFORM OPEN-GL-CASH-FILE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM SETTLE-DUE-COLLECTIONS

           PERFORM PRESENT-DUE-INVOICES

           EXEC SQL COMMIT END-EXEC.

           PERFORM WRITE-COLLECTION-FILE

           EXEC SQL DISCONNECT CURRENT END-EXEC.

           CLOSE GL-CASH-FILE

           DISPLAY "DEBITS SETTLED: " COLLECTIONS-SETTLED
           DISPLAY "SETTLEMENTS WITH EXCESS TO SUSPENSE: "
                   SETTLED-TO-SUSPENSE
           DISPLAY "DEBITS PRESENTED: " COLLECTIONS-PRESENTED
           DISPLAY "COLLECTION FILE " DD-FILE-REF " TOTAL: "
                   DD-AMOUNT-HASH
           PERFORM RECORD-STEP-METRICS

           DISPLAY "--- DIRECT DEBIT COLLECTION FINISHED ---"

      * Money parked in suspense is a warning for the morning, not
      * a failure of the run.

           IF SETTLED-TO-SUSPENSE > ZERO
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

       SETTLE-DUE-COLLECTIONS.

      * Ordered by file so each presented file closes out as one
      * deposit when the next one starts.

           EXEC SQL
               DECLARE settle_cursor CURSOR FOR
               SELECT INVOICE_ID, PRESENTMENT_NO, POLICY_ID, AMOUNT,
                      IFNULL(CURRENCY_CODE, 'USD'), SETTLEMENT_DATE,
                      FILE_REF
               FROM DD_COLLECTION
               WHERE STATUS = 'SUBMITTED'
                 AND SETTLEMENT_DATE <= :DB-RUN-DATE
               ORDER BY FILE_REF, INVOICE_ID
           END-EXEC.

           EXEC SQL OPEN settle_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH settle_cursor
                   INTO :DB-INVOICE-ID, :DB-PRESENTMENT-NO,
                        :DB-POLICY-ID, :DB-AMOUNT,
                        :DB-CURRENCY-CODE, :DB-SETTLEMENT-DATE,
                        :DB-FILE-REF
               END-EXEC
               IF SQLCODE = 0
                   PERFORM SETTLE-ONE-COLLECTION
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE settle_cursor END-EXEC.

           IF DEP-ITEM-COUNT > ZERO
               PERFORM REGISTER-DD-DEPOSIT
           END-IF

           MOVE DD-FILE-REF TO DB-FILE-REF
           MOVE ZERO TO SQLCODE.

       SETTLE-ONE-COLLECTION.

           IF DB-FILE-REF NOT = DEP-FILE-REF
               IF DEP-ITEM-COUNT > ZERO
                   PERFORM REGISTER-DD-DEPOSIT
               END-IF
               MOVE DB-FILE-REF        TO DEP-FILE-REF
               MOVE DB-SETTLEMENT-DATE TO DEP-SETTLEMENT-DATE
               MOVE ZERO TO DEP-ITEM-COUNT
               MOVE ZERO TO DEP-AMOUNT-TOTAL
           END-IF

           ADD 1         TO DEP-ITEM-COUNT
           ADD DB-AMOUNT TO DEP-AMOUNT-TOTAL

           PERFORM LOOKUP-COLLECTED-INVOICE

           MOVE ZERO TO DB-RECEIPT-ID
           MOVE ZERO TO APPLIED-AMOUNT
           MOVE DB-AMOUNT TO EXCESS-AMOUNT

           IF INVOICE-FOUND
               IF OPEN-BALANCE > ZERO
                   IF DB-AMOUNT >= OPEN-BALANCE
                       MOVE OPEN-BALANCE TO APPLIED-AMOUNT
                       PERFORM MARK-INVOICE-PAID
                   ELSE
                       MOVE DB-AMOUNT TO APPLIED-AMOUNT
                       PERFORM APPLY-PARTIAL-SETTLEMENT
                   END-IF
                   COMPUTE EXCESS-AMOUNT = DB-AMOUNT - APPLIED-AMOUNT
                   PERFORM WRITE-PAYMENT-RECEIPT
                   PERFORM WRITE-CASH-GL-ENTRIES
               END-IF
           END-IF

           IF EXCESS-AMOUNT > ZERO
               PERFORM QUEUE-SUSPENSE-ITEM
           END-IF

           EXEC SQL
               UPDATE DD_COLLECTION
               SET STATUS = 'SETTLED',
                   RECEIPT_ID = :DB-RECEIPT-ID
               WHERE INVOICE_ID = :DB-INVOICE-ID
                 AND PRESENTMENT_NO = :DB-PRESENTMENT-NO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR MARKING DEBIT SETTLED, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           ADD 1 TO COLLECTIONS-SETTLED.

       LOOKUP-COLLECTED-INVOICE.

      * Only an invoice still UNPAID takes the money; one already
      * settled some other way sends the whole debit to suspense.

           MOVE "N" TO INVOICE-FOUND-SWITCH
           MOVE ZERO TO OPEN-BALANCE

           EXEC SQL
               SELECT AMOUNT, IFNULL(PAID_TO_DATE, 0), STATUS
               INTO :DB-INVOICE-AMOUNT, :DB-PAID-TO-DATE,
                    :DB-INVOICE-STATUS
               FROM INVOICE
               WHERE INVOICE_ID = :DB-INVOICE-ID
           END-EXEC

           IF SQLCODE = 0 AND DB-INVOICE-STATUS = "UNPAID"
               SET INVOICE-FOUND TO TRUE
               COMPUTE OPEN-BALANCE =
                       DB-INVOICE-AMOUNT - DB-PAID-TO-DATE
           END-IF

           MOVE ZERO TO SQLCODE.

       MARK-INVOICE-PAID.

      * The paid date is the settlement day - the day the bank
      * actually moved the money, not the day it was asked to.

           EXEC SQL
               UPDATE INVOICE
               SET STATUS = 'PAID',
                   PAID_DATE = :DB-SETTLEMENT-DATE,
                   PAID_TO_DATE = AMOUNT
               WHERE INVOICE_ID = :DB-INVOICE-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR MARKING INVOICE " DB-INVOICE-ID
                       " PAID, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       APPLY-PARTIAL-SETTLEMENT.

      * The balance grew after presentment (it cannot in normal
      * running, but a rebill can) - the debit goes on account and
      * the invoice stays UNPAID at what is left.

           MOVE APPLIED-AMOUNT TO DB-APPLIED-AMOUNT

           EXEC SQL
               UPDATE INVOICE
               SET PAID_TO_DATE = IFNULL(PAID_TO_DATE, 0)
                                  + :DB-APPLIED-AMOUNT
               WHERE INVOICE_ID = :DB-INVOICE-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR APPLYING DEBIT TO INVOICE "
                       DB-INVOICE-ID ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       WRITE-PAYMENT-RECEIPT.

           MOVE APPLIED-AMOUNT TO DB-APPLIED-AMOUNT

           EXEC SQL
               SELECT IFNULL(MAX(RECEIPT_ID), 0) + 1
               INTO :DB-RECEIPT-ID
               FROM PAYMENT_RECEIPT
           END-EXEC

           EXEC SQL
               INSERT INTO PAYMENT_RECEIPT
                   (RECEIPT_ID, INVOICE_ID, POLICY_ID,
                    APPLIED_AMOUNT, CURRENCY_CODE, VALUE_DATE)
               VALUES
                   (:DB-RECEIPT-ID, :DB-INVOICE-ID, :DB-POLICY-ID,
                    :DB-APPLIED-AMOUNT, :DB-CURRENCY-CODE,
                    :DB-SETTLEMENT-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING PAYMENT RECEIPT, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO DB-RECEIPT-ID
               MOVE ZERO TO SQLCODE
           END-IF.

       WRITE-CASH-GL-ENTRIES.

           PERFORM CONVERT-TO-HOUSE-CURRENCY

           MOVE DB-POLICY-ID       TO GLC-POLICY-ID
           MOVE DB-INVOICE-ID      TO GLC-INVOICE-ID
           MOVE DB-SETTLEMENT-DATE TO GLC-DATE

           MOVE DB-POLICY-ID       TO JRN-POLICY-ID
           MOVE DB-INVOICE-ID      TO JRN-INVOICE-ID
           MOVE DB-SETTLEMENT-DATE TO JRN-ENTRY-DATE

           MOVE HOUSE-AMOUNT       TO GLC-AMOUNT
           MOVE GL-ACCOUNT-CASH    TO GLC-ACCOUNT-CODE
           MOVE "D"                TO GLC-DEBIT-CREDIT
           WRITE GL-CASH-RECORD

           MOVE HOUSE-AMOUNT       TO JRN-AMOUNT
           MOVE GL-ACCOUNT-CASH    TO JRN-ACCOUNT-CODE
           MOVE "D"                TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL

           MOVE HOUSE-AMOUNT       TO GLC-AMOUNT
           MOVE GL-ACCOUNT-RECEIVABLE TO GLC-ACCOUNT-CODE
           MOVE "C"                TO GLC-DEBIT-CREDIT
           WRITE GL-CASH-RECORD

           MOVE HOUSE-AMOUNT       TO JRN-AMOUNT
           MOVE GL-ACCOUNT-RECEIVABLE TO JRN-ACCOUNT-CODE
           MOVE "C"                TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL.

       CONVERT-TO-HOUSE-CURRENCY.

      * The rate in force on the settlement day, the same lookup
      * PAYMENTPOST and CASHPROOF use for the value date.

           MOVE 1.000000 TO EXCHANGE-RATE-USED

           IF DB-CURRENCY-CODE NOT = HOUSE-CURRENCY-CODE
              AND DB-CURRENCY-CODE NOT = SPACES
               MOVE DB-SETTLEMENT-DATE TO DB-RATE-DATE

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
                   APPLIED-AMOUNT * EXCHANGE-RATE-USED.

       QUEUE-SUSPENSE-ITEM.

      * The suspense workbench refunds or re-matches the excess the
      * next morning, exactly as it does for an unmatched lockbox
      * item.

           MOVE EXCESS-AMOUNT TO DB-SUS-AMOUNT
           MOVE "DIRECT DEBIT EXCEEDED OPEN BALANCE" TO DB-SUS-REASON

           EXEC SQL
               SELECT IFNULL(MAX(SUSPENSE_ID), 0) + 1
               INTO :DB-SUSPENSE-ID
               FROM PAYMENT_SUSPENSE
           END-EXEC

           EXEC SQL
               INSERT INTO PAYMENT_SUSPENSE
                   (SUSPENSE_ID, POLICY_ID, AMOUNT, VALUE_DATE,
                    REASON, STATUS, CREATED_DATE)
               VALUES
                   (:DB-SUSPENSE-ID, :DB-POLICY-ID, :DB-SUS-AMOUNT,
                    :DB-SETTLEMENT-DATE, :DB-SUS-REASON, 'OPEN',
                    :DB-RUN-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR QUEUEING SUSPENSE ITEM, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               DISPLAY "INVOICE " DB-INVOICE-ID " DEBIT EXCESS "
                       EXCESS-AMOUNT " TO SUSPENSE"
               ADD 1 TO SETTLED-TO-SUSPENSE
           END-IF.

       REGISTER-DD-DEPOSIT.

      * A rerun after a failure settles only what the first attempt
      * left behind, so a file already registered has its totals
      * topped up rather than being refused as a duplicate.

           MOVE DEP-FILE-REF        TO DB-DEPOSIT-REF
           MOVE DEP-SETTLEMENT-DATE TO DB-DEPOSIT-DATE
           MOVE DEP-ITEM-COUNT      TO DB-DEP-ITEM-COUNT
           MOVE DEP-AMOUNT-TOTAL    TO DB-DEP-AMOUNT-TOTAL

           EXEC SQL
               INSERT INTO DEPOSIT_REGISTRY
                   (DEPOSIT_REF, DEPOSIT_DATE, ITEM_COUNT,
                    AMOUNT_TOTAL, POSTED_DATE)
               VALUES
                   (:DB-DEPOSIT-REF, :DB-DEPOSIT-DATE,
                    :DB-DEP-ITEM-COUNT, :DB-DEP-AMOUNT-TOTAL,
                    :DB-RUN-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE

               EXEC SQL
                   UPDATE DEPOSIT_REGISTRY
                   SET ITEM_COUNT = ITEM_COUNT + :DB-DEP-ITEM-COUNT,
                       AMOUNT_TOTAL = AMOUNT_TOTAL
                                      + :DB-DEP-AMOUNT-TOTAL,
                       POSTED_DATE = :DB-RUN-DATE
                   WHERE DEPOSIT_REF = :DB-DEPOSIT-REF
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "ERROR REGISTERING DEPOSIT " DEP-FILE-REF
                           ", SQLCODE: " SQLCODE
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF

           DISPLAY "DEPOSIT " DEP-FILE-REF " SETTLED "
                   DEP-SETTLEMENT-DATE ", ITEMS " DEP-ITEM-COUNT
                   ", TOTAL " DEP-AMOUNT-TOTAL

           MOVE ZERO TO DEP-ITEM-COUNT
           MOVE ZERO TO DEP-AMOUNT-TOTAL.

       PRESENT-DUE-INVOICES.

      * An invoice is presented once. It must be on an in-force
      * policy with an ACTIVE mandate, and have fallen due on or
      * after the day the mandate was signed - a new mandate draws
      * what falls due from then on, not years of old arrears.
      * Anything the bank has already seen (settled or bounced) is
      * never presented again; a bounced debit is dunned instead.
      * A policy whose premium an employer pays on a list bill is
      * never debited from the member's own account.

           MOVE SETTLEMENT-DATE TO DB-SETTLEMENT-DATE

           EXEC SQL
               DECLARE present_cursor CURSOR FOR
               SELECT I.INVOICE_ID, I.POLICY_ID,
                      I.AMOUNT - IFNULL(I.PAID_TO_DATE, 0),
                      IFNULL(I.CURRENCY_CODE, 'USD'),
                      M.MANDATE_ID
               FROM INVOICE I
               JOIN DD_MANDATE M
                   ON M.POLICY_ID = I.POLICY_ID
                  AND M.STATUS = 'ACTIVE'
               JOIN POLICY P ON P.POLICY_ID = I.POLICY_ID
               WHERE I.STATUS = 'UNPAID'
                 AND IFNULL(I.INVOICE_TYPE, 'PREMIUM') <> 'CREDIT'
                 AND I.AMOUNT - IFNULL(I.PAID_TO_DATE, 0) > 0
                 AND I.DUE_DATE <= :DB-RUN-DATE
                 AND I.DUE_DATE >= M.SIGNED_DATE
                 AND P.STATUS = 'ACTIVE'
                 AND IFNULL(P.PAYOR_ID, 0) = 0
                 AND NOT EXISTS
                     (SELECT 1 FROM DD_COLLECTION C
                      WHERE C.INVOICE_ID = I.INVOICE_ID)
               ORDER BY I.INVOICE_ID
           END-EXEC.

           EXEC SQL OPEN present_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH present_cursor
                   INTO :DB-INVOICE-ID, :DB-POLICY-ID, :DB-AMOUNT,
                        :DB-CURRENCY-CODE, :DB-MANDATE-ID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PRESENT-ONE-INVOICE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE present_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       PRESENT-ONE-INVOICE.

           MOVE ZERO TO DB-PRESENTMENT-NO

           EXEC SQL
               SELECT IFNULL(MAX(PRESENTMENT_NO), 0) + 1
               INTO :DB-PRESENTMENT-NO
               FROM DD_COLLECTION
               WHERE INVOICE_ID = :DB-INVOICE-ID
           END-EXEC

           EXEC SQL
               INSERT INTO DD_COLLECTION
                   (INVOICE_ID, PRESENTMENT_NO, MANDATE_ID, POLICY_ID,
                    AMOUNT, CURRENCY_CODE, SUBMITTED_DATE,
                    SETTLEMENT_DATE, FILE_REF, STATUS, RECEIPT_ID)
               VALUES
                   (:DB-INVOICE-ID, :DB-PRESENTMENT-NO,
                    :DB-MANDATE-ID, :DB-POLICY-ID, :DB-AMOUNT,
                    :DB-CURRENCY-CODE, :DB-RUN-DATE,
                    :DB-SETTLEMENT-DATE, :DB-FILE-REF, 'SUBMITTED', 0)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR PRESENTING INVOICE " DB-INVOICE-ID
                       ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               ADD 1 TO COLLECTIONS-PRESENTED
           END-IF.

       WRITE-COLLECTION-FILE.

      * The file is built from the collection rows carrying tonight's
      * file reference, not from the selection pass itself - a rerun
      * after a failure rewrites the complete file, including the
      * debits the first attempt already recorded.

           OPEN OUTPUT DD-COLLECTION-FILE

           MOVE SPACES TO DDC-RECORD
           MOVE "H"                TO DDC-RECORD-TYPE
           MOVE DD-ORIGINATOR-ID   TO DDC-H-ORIGINATOR
           MOVE DD-FILE-REF        TO DDC-H-FILE-REF
           MOVE RUN-DATE           TO DDC-H-CREATION-DATE
           MOVE SETTLEMENT-DATE    TO DDC-H-SETTLEMENT-DATE
           WRITE DDC-RECORD

           MOVE ZERO TO DD-RECORD-COUNT
           MOVE ZERO TO DD-AMOUNT-HASH
           MOVE DD-FILE-REF TO DB-FILE-REF

           EXEC SQL
               DECLARE dd_file_cursor CURSOR FOR
               SELECT C.INVOICE_ID, C.AMOUNT,
                      IFNULL(C.CURRENCY_CODE, 'USD'),
                      M.MANDATE_REF,
                      IFNULL(M.BANK_CODE, ' '),
                      IFNULL(M.BANK_ACCOUNT, ' '),
                      IFNULL(CU.CUSTOMER_NAME, P.CUSTOMER_NAME)
               FROM DD_COLLECTION C
               JOIN DD_MANDATE M ON M.MANDATE_ID = C.MANDATE_ID
               JOIN POLICY P ON P.POLICY_ID = C.POLICY_ID
               LEFT JOIN CUSTOMER CU
                   ON CU.CUSTOMER_ID = M.CUSTOMER_ID
               WHERE C.FILE_REF = :DB-FILE-REF
               ORDER BY C.INVOICE_ID
           END-EXEC.

           EXEC SQL OPEN dd_file_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH dd_file_cursor
                   INTO :DB-INVOICE-ID, :DB-AMOUNT,
                        :DB-CURRENCY-CODE, :DB-MANDATE-REF,
                        :DB-BANK-CODE, :DB-BANK-ACCOUNT,
                        :DB-PAYER-NAME
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-COLLECTION-DETAIL
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE dd_file_cursor END-EXEC.

           MOVE ZERO TO SQLCODE

           MOVE SPACES TO DDC-RECORD
           MOVE "T"                TO DDC-RECORD-TYPE
           MOVE DD-RECORD-COUNT    TO DDC-T-RECORD-COUNT
           MOVE DD-AMOUNT-HASH     TO DDC-T-AMOUNT-HASH
           WRITE DDC-RECORD

           CLOSE DD-COLLECTION-FILE.

       WRITE-COLLECTION-DETAIL.

           MOVE SPACES TO DDC-RECORD
           MOVE "D"                TO DDC-RECORD-TYPE
           MOVE DB-MANDATE-REF     TO DDC-D-MANDATE-REF
           MOVE DB-BANK-CODE       TO DDC-D-BANK-CODE
           MOVE DB-BANK-ACCOUNT    TO DDC-D-BANK-ACCOUNT
           MOVE DB-PAYER-NAME      TO DDC-D-PAYER-NAME
           MOVE DB-INVOICE-ID      TO DDC-D-INVOICE-ID
           MOVE DB-AMOUNT          TO DDC-D-AMOUNT
           MOVE DB-CURRENCY-CODE   TO DDC-D-CURRENCY-CODE
           MOVE RUN-DATE           TO DDC-D-COLLECTION-DATE
           WRITE DDC-RECORD

           ADD 1         TO DD-RECORD-COUNT
           ADD DB-AMOUNT TO DD-AMOUNT-HASH.

       LOAD-RUN-PARAMETERS.

      * The value in force at today's date applies for the whole
      * run - a key with no row on file keeps its compiled default.

           ACCEPT PARAM-RUN-DATE FROM DATE YYYYMMDD
           MOVE PARAM-RUN-DATE TO DB-PARAM-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           MOVE "DD-SETTLEMENT-DAYS" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO DD-SETTLEMENT-DAYS
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

           MOVE "DEBITS-PRESENTED" TO MET-METRIC-NAME
           MOVE COLLECTIONS-PRESENTED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "DEBITS-SETTLED" TO MET-METRIC-NAME
           MOVE COLLECTIONS-SETTLED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE.
