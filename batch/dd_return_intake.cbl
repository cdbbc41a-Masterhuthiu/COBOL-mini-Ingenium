       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDRETURN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DD-RETURN-FILE ASSIGN TO "DDRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DD-RETURN-FILE-STATUS.

           SELECT GL-CASH-FILE ASSIGN TO "GLCASH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CASH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * The bank's direct-debit return file - one record per debit
      * it could not take (no funds, account closed, mandate
      * revoked at the bank), keyed the way the outbound DDCOLL
      * detail was: invoice id plus mandate reference.

       FD  DD-RETURN-FILE.
       01  DD-RETURN-RECORD.
           05 RTN-INVOICE-ID          PIC 9(09).
           05 RTN-MANDATE-REF         PIC X(18).
           05 RTN-RETURN-REASON       PIC X(30).
           05 RTN-RETURN-DATE         PIC 9(08).

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

      * A debit can bounce before or after the day it was due to
      * settle. Before, it is simply marked RETURNED - DDCOLLECT
      * never posted it. After, the settlement is undone: the
      * receipt is marked reversed, the invoice goes back to UNPAID
      * for DUNNINGBATCH to chase, and the cash entries are
      * reversed. Either way the return counts against the mandate,
      * and a mandate that keeps bouncing is suspended so nothing
      * more is drawn on it until the customer signs a new one.

       01 DD-MAX-RETURNS           PIC 9(03) VALUE 2.

       01 DD-RETURN-FILE-STATUS    PIC X(02).
           88 DD-RETURN-FILE-OK              VALUE "00".

       01 GL-CASH-FILE-STATUS      PIC X(02).
           88 GL-CASH-FILE-OK                VALUE "00".

       01 RETURN-EOF-SWITCH        PIC X(01) VALUE "N".
           88 RETURN-EOF                     VALUE "Y".

       01 RUN-DATE                 PIC 9(08).

       01 RETURNS-PROCESSED        PIC 9(9) COMP VALUE ZERO.
       01 RETURNS-REVERSED         PIC 9(9) COMP VALUE ZERO.
       01 RETURNS-NOT-MATCHED      PIC 9(9) COMP VALUE ZERO.
       01 MANDATES-SUSPENDED       PIC 9(9) COMP VALUE ZERO.

       01 GL-ACCOUNT-CASH          PIC X(04) VALUE "1000".
       01 GL-ACCOUNT-RECEIVABLE    PIC X(04) VALUE "1200".

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

       01 MET-STEP-NAME        PIC X(20) VALUE "DD-RETURN".
       01 MET-METRIC-NAME      PIC X(20).
       01 MET-METRIC-VALUE     PIC 9(11).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-INVOICE-ID            PIC 9(09).
       01 DB-MANDATE-REF           PIC X(18).
       01 DB-RETURN-REASON         PIC X(30).
       01 DB-RETURN-DATE           PIC 9(08).
       01 DB-PRESENTMENT-NO        PIC 9(03).
       01 DB-COLLECTION-STATUS     PIC X(10).
       01 DB-MANDATE-ID            PIC 9(09).
       01 DB-POLICY-ID             PIC 9(06).
       01 DB-AMOUNT                PIC 9(7)V99.
       01 DB-CURRENCY-CODE         PIC X(03).
       01 DB-RECEIPT-ID            PIC 9(09).
       01 DB-APPLIED-AMOUNT        PIC 9(7)V99.
       01 DB-VALUE-DATE            PIC 9(08).
       01 DB-RETURN-COUNT          PIC 9(03).
       01 DB-RATE-DATE             PIC 9(08).
       01 DB-EXCHANGE-RATE         PIC 9(3)V9(6).
       01 DB-PARAM-KEY        PIC X(20).
       01 DB-PARAM-VALUE      PIC 9(9)V99.
       01 DB-PARAM-DATE       PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-DD-RETURN.

           DISPLAY "--- DIRECT DEBIT RETURN INTAKE START ---"

           PERFORM LOAD-RUN-PARAMETERS

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT DD-RETURN-FILE

           IF NOT DD-RETURN-FILE-OK
               DISPLAY "NO DIRECT DEBIT RETURN FILE PRESENT, "
                       "NOTHING TO DO"
           ELSE
               OPEN EXTEND GL-CASH-FILE
               IF NOT GL-CASH-FILE-OK
                   OPEN OUTPUT GL-CASH-FILE
               END-IF

               EXEC SQL CONNECT TO 'db/database.db' END-EXEC

               PERFORM READ-RETURN-RECORDS UNTIL RETURN-EOF

               EXEC SQL COMMIT END-EXEC
               EXEC SQL DISCONNECT CURRENT END-EXEC

               CLOSE GL-CASH-FILE
               CLOSE DD-RETURN-FILE
           END-IF

           DISPLAY "RETURNS PROCESSED: " RETURNS-PROCESSED
           DISPLAY "SETTLEMENTS REVERSED: " RETURNS-REVERSED
           DISPLAY "RETURNS NOT MATCHED: " RETURNS-NOT-MATCHED
           DISPLAY "MANDATES SUSPENDED: " MANDATES-SUSPENDED
           PERFORM RECORD-STEP-METRICS

           DISPLAY "--- DIRECT DEBIT RETURN INTAKE FINISHED ---"
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       READ-RETURN-RECORDS.

           READ DD-RETURN-FILE
               AT END
                   SET RETURN-EOF TO TRUE
               NOT AT END
                   PERFORM PROCESS-ONE-RETURN
           END-READ.

       PROCESS-ONE-RETURN.

           MOVE RTN-INVOICE-ID    TO DB-INVOICE-ID
           MOVE RTN-MANDATE-REF   TO DB-MANDATE-REF
           MOVE RTN-RETURN-REASON TO DB-RETURN-REASON
           MOVE RTN-RETURN-DATE   TO DB-RETURN-DATE

      * Only a debit we actually presented can bounce, and only
      * once - the latest presentment of the invoice under that
      * mandate still SUBMITTED or SETTLED. Anything else in the
      * bank's file is logged and left alone.

           EXEC SQL
               SELECT C.PRESENTMENT_NO, C.STATUS, C.MANDATE_ID,
                      C.POLICY_ID, C.AMOUNT,
                      IFNULL(C.CURRENCY_CODE, 'USD'),
                      IFNULL(C.RECEIPT_ID, 0)
               INTO :DB-PRESENTMENT-NO, :DB-COLLECTION-STATUS,
                    :DB-MANDATE-ID, :DB-POLICY-ID, :DB-AMOUNT,
                    :DB-CURRENCY-CODE, :DB-RECEIPT-ID
               FROM DD_COLLECTION C
               JOIN DD_MANDATE M ON M.MANDATE_ID = C.MANDATE_ID
               WHERE C.INVOICE_ID = :DB-INVOICE-ID
                 AND M.MANDATE_REF = :DB-MANDATE-REF
                 AND C.STATUS IN ('SUBMITTED', 'SETTLED')
               ORDER BY C.PRESENTMENT_NO DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "RETURN FOR INVOICE " RTN-INVOICE-ID
                       " MANDATE " RTN-MANDATE-REF
                       " DOES NOT MATCH A PRESENTED DEBIT, SKIPPED"
               ADD 1 TO RETURNS-NOT-MATCHED
               MOVE ZERO TO SQLCODE
           ELSE
               IF DB-COLLECTION-STATUS = "SETTLED"
                   PERFORM REVERSE-SETTLEMENT
                       THRU REVERSE-SETTLEMENT-EXIT
               END-IF
               PERFORM FLIP-RETURNED-COLLECTION
               PERFORM COUNT-MANDATE-RETURN
                   THRU COUNT-MANDATE-RETURN-EXIT
           END-IF.

       REVERSE-SETTLEMENT.

      * A settlement that went wholly to suspense (the invoice was
      * already paid) has no receipt to undo - the suspense item
      * itself must be written back on the workbench.

           IF DB-RECEIPT-ID = ZERO
               DISPLAY "INVOICE " DB-INVOICE-ID " RETURNED DEBIT "
                       DB-AMOUNT " WAS HELD IN SUSPENSE - CLEAR "
                       "THE SUSPENSE ITEM"
               GO TO REVERSE-SETTLEMENT-EXIT
           END-IF

           EXEC SQL
               SELECT APPLIED_AMOUNT, VALUE_DATE
               INTO :DB-APPLIED-AMOUNT, :DB-VALUE-DATE
               FROM PAYMENT_RECEIPT
               WHERE RECEIPT_ID = :DB-RECEIPT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "RECEIPT " DB-RECEIPT-ID " FOR INVOICE "
                       DB-INVOICE-ID " NOT FOUND, NOT REVERSED"
               MOVE ZERO TO SQLCODE
               GO TO REVERSE-SETTLEMENT-EXIT
           END-IF

           IF DB-APPLIED-AMOUNT < DB-AMOUNT
               DISPLAY "INVOICE " DB-INVOICE-ID " RETURNED DEBIT "
                       "HAD AN EXCESS HELD IN SUSPENSE - CLEAR "
                       "THE SUSPENSE ITEM"
           END-IF

      * The receipt row is kept for the audit trail and only marked
      * reversed, so the cash proof for the settlement day still
      * ties to what was posted on that day.

           EXEC SQL
               UPDATE PAYMENT_RECEIPT
               SET REVERSED_DATE = :DB-RETURN-DATE
               WHERE RECEIPT_ID = :DB-RECEIPT-ID
           END-EXEC

           EXEC SQL
               UPDATE INVOICE
               SET STATUS = 'UNPAID',
                   PAID_DATE = NULL,
                   PAID_TO_DATE = IFNULL(PAID_TO_DATE, 0)
                                  - :DB-APPLIED-AMOUNT
               WHERE INVOICE_ID = :DB-INVOICE-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR REOPENING INVOICE " DB-INVOICE-ID
                       ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           PERFORM WRITE-REVERSAL-GL-ENTRIES

           ADD 1 TO RETURNS-REVERSED.

       REVERSE-SETTLEMENT-EXIT.
           EXIT.

       WRITE-REVERSAL-GL-ENTRIES.

      * The mirror of the settlement - receivable back up, cash back
      * down - converted at the settlement day's rate so the pair
      * nets the original entries to nothing.

           PERFORM CONVERT-TO-HOUSE-CURRENCY

           MOVE DB-POLICY-ID       TO GLC-POLICY-ID
           MOVE DB-INVOICE-ID      TO GLC-INVOICE-ID
           MOVE RUN-DATE           TO GLC-DATE

           MOVE DB-POLICY-ID       TO JRN-POLICY-ID
           MOVE DB-INVOICE-ID      TO JRN-INVOICE-ID
           MOVE RUN-DATE           TO JRN-ENTRY-DATE

           MOVE HOUSE-AMOUNT       TO GLC-AMOUNT
           MOVE GL-ACCOUNT-RECEIVABLE TO GLC-ACCOUNT-CODE
           MOVE "D"                TO GLC-DEBIT-CREDIT
           WRITE GL-CASH-RECORD

           MOVE HOUSE-AMOUNT       TO JRN-AMOUNT
           MOVE GL-ACCOUNT-RECEIVABLE TO JRN-ACCOUNT-CODE
           MOVE "D"                TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL

           MOVE HOUSE-AMOUNT       TO GLC-AMOUNT
           MOVE GL-ACCOUNT-CASH    TO GLC-ACCOUNT-CODE
           MOVE "C"                TO GLC-DEBIT-CREDIT
           WRITE GL-CASH-RECORD

           MOVE HOUSE-AMOUNT       TO JRN-AMOUNT
           MOVE GL-ACCOUNT-CASH    TO JRN-ACCOUNT-CODE
           MOVE "C"                TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL.

       CONVERT-TO-HOUSE-CURRENCY.

           MOVE 1.000000 TO EXCHANGE-RATE-USED

           IF DB-CURRENCY-CODE NOT = HOUSE-CURRENCY-CODE
              AND DB-CURRENCY-CODE NOT = SPACES
               MOVE DB-VALUE-DATE TO DB-RATE-DATE

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
                   DB-APPLIED-AMOUNT * EXCHANGE-RATE-USED.

       FLIP-RETURNED-COLLECTION.

      * A RETURNED row also keeps DDCOLLECT from presenting the
      * invoice again - from here it is dunned like any other.

           EXEC SQL
               UPDATE DD_COLLECTION
               SET STATUS = 'RETURNED',
                   RETURN_REASON = :DB-RETURN-REASON,
                   RETURN_DATE = :DB-RETURN-DATE
               WHERE INVOICE_ID = :DB-INVOICE-ID
                 AND PRESENTMENT_NO = :DB-PRESENTMENT-NO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR MARKING DEBIT RETURNED, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               DISPLAY "INVOICE " DB-INVOICE-ID " DEBIT RETURNED: "
                       DB-RETURN-REASON
               ADD 1 TO RETURNS-PROCESSED
           END-IF.

       COUNT-MANDATE-RETURN.

           EXEC SQL
               UPDATE DD_MANDATE
               SET RETURN_COUNT = IFNULL(RETURN_COUNT, 0) + 1
               WHERE MANDATE_ID = :DB-MANDATE-ID
           END-EXEC

           MOVE ZERO TO DB-RETURN-COUNT

           EXEC SQL
               SELECT IFNULL(RETURN_COUNT, 0) INTO :DB-RETURN-COUNT
               FROM DD_MANDATE
               WHERE MANDATE_ID = :DB-MANDATE-ID
                 AND STATUS = 'ACTIVE'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
               GO TO COUNT-MANDATE-RETURN-EXIT
           END-IF

           IF DB-RETURN-COUNT >= DD-MAX-RETURNS
               EXEC SQL
                   UPDATE DD_MANDATE
                   SET STATUS = 'SUSPENDED'
                   WHERE MANDATE_ID = :DB-MANDATE-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "ERROR SUSPENDING MANDATE " DB-MANDATE-REF
                           ", SQLCODE: " SQLCODE
                   MOVE ZERO TO SQLCODE
               ELSE
                   DISPLAY "MANDATE " DB-MANDATE-REF " SUSPENDED "
                           "AFTER " DB-RETURN-COUNT " RETURNS"
                   ADD 1 TO MANDATES-SUSPENDED
               END-IF
           END-IF.

       COUNT-MANDATE-RETURN-EXIT.
           EXIT.

       LOAD-RUN-PARAMETERS.

      * The value in force at today's date applies for the whole
      * run - a key with no row on file keeps its compiled default.

           ACCEPT PARAM-RUN-DATE FROM DATE YYYYMMDD
           MOVE PARAM-RUN-DATE TO DB-PARAM-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           MOVE "DD-MAX-RETURNS" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO DD-MAX-RETURNS
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

           MOVE "DEBITS-RETURNED" TO MET-METRIC-NAME
           MOVE RETURNS-PROCESSED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE.
