       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-FILE ASSIGN TO "BANKSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.

           SELECT BANK-REC-REPORT ASSIGN TO "BANKREC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * The bank's daily statement for the premium and claims
      * account - an H header naming the account and statement day,
      * one D record per entry the bank booked, and a T trailer with
      * the entry count and the credit and debit totals. Each entry
      * carries the bank's transaction code and the reference our
      * own files gave it:
      *
      *   DEP  credit  deposit reference (lockbox header ref, or the
      *                DDCOLL file ref for a direct-debit collection)
      *   EFT  debit   creation date of the CLMEFT file it paid,
      *                or PAY and the creation date of a PAYEFT file,
      *                or COM and the creation date of a COMMEFT file
      *                of agent commission, or RIP and the treaty
      *                product code of a premium payment to a
      *                reinsurer, or ESC and the jurisdiction of an
      *                escheat remittance to a state
      *   CHQ  debit   cheque number, nine digits
      *   RTN  credit  claim id, ten digits - a claim transfer the
      *                payee's bank sent back
      *   RTN  debit   invoice id, nine digits - a settled direct
      *                debit the customer's bank clawed back

       FD  BANK-STATEMENT-FILE.
       01  STATEMENT-RECORD.
           05 STM-RECORD-TYPE         PIC X(01).
              88 STM-HEADER-RECORD             VALUE "H".
              88 STM-DETAIL-RECORD             VALUE "D".
              88 STM-TRAILER-RECORD            VALUE "T".
           05 STM-DR-CR               PIC X(01).
              88 STM-CREDIT                    VALUE "C".
              88 STM-DEBIT                     VALUE "D".
           05 STM-TXN-CODE            PIC X(03).
           05 STM-REFERENCE           PIC X(16).
           05 STM-AMOUNT              PIC 9(9)V99.
           05 STM-VALUE-DATE          PIC 9(08).
           05 STM-NARRATIVE           PIC X(30).
       01  STATEMENT-HEADER.
           05 FILLER                  PIC X(01).
           05 STM-ACCOUNT             PIC X(18).
           05 STM-STATEMENT-DATE      PIC 9(08).
       01  STATEMENT-TRAILER.
           05 FILLER                  PIC X(01).
           05 STM-ENTRY-COUNT         PIC 9(09).
           05 STM-CREDIT-TOTAL        PIC 9(11)V99.
           05 STM-DEBIT-TOTAL         PIC 9(11)V99.

       FD  BANK-REC-REPORT.
       01  REC-HEADING-LINE           PIC X(80).
       01  REC-DETAIL-LINE.
           05 RDL-TXN-CODE            PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RDL-DR-CR               PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RDL-REFERENCE           PIC X(16).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RDL-AMOUNT              PIC ZZZZZZZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RDL-BOOK-AMOUNT         PIC ZZZZZZZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RDL-DIFFERENCE          PIC -ZZZZZZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RDL-ITEM-DATE           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RDL-DAYS-OPEN           PIC ZZZZ9.
       01  REC-TOTAL-LINE.
           05 RTL-CAPTION             PIC X(30).
           05 RTL-COUNT               PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RTL-AMOUNT              PIC ZZZZZZZZZZ9.99.

       WORKING-STORAGE SECTION.

      * CASHPROOF proves the receipts against our own cash entries;
      * this proves our books against what the bank actually did.
      * Every night the book side is brought up to date from the
      * deposit registry, the claim and other payouts, the
      * commission, reinsurance and escheat transfers and the cheque
      * register, today's statement is loaded, and every open bank
      * entry is matched to an open book item on transaction code,
      * reference and amount. Whatever does not match stays OPEN in
      * BANK_REC_ITEM and is carried into tomorrow's run - timing
      * items clear themselves, anything older needs a person.

       01 STATEMENT-FILE-STATUS    PIC X(02).
           88 STATEMENT-FILE-OK              VALUE "00".

       01 STATEMENT-EOF-SWITCH     PIC X(01) VALUE "N".
           88 STATEMENT-EOF                  VALUE "Y".
       01 STATEMENT-MISSING-SWITCH PIC X(01) VALUE "N".
           88 STATEMENT-FILE-MISSING         VALUE "Y".
       01 STATEMENT-OK-SWITCH      PIC X(01) VALUE "N".
           88 STATEMENT-CONTROLS-OK          VALUE "Y".
       01 STM-HEADER-SWITCH        PIC X(01) VALUE "N".
           88 STATEMENT-HEADER-SEEN          VALUE "Y".
       01 STM-TRAILER-SWITCH       PIC X(01) VALUE "N".
           88 STATEMENT-TRAILER-SEEN         VALUE "Y".

       01 FILE-STATEMENT-DATE      PIC 9(08) VALUE ZERO.
       01 FILE-ACCOUNT             PIC X(18).
       01 STM-CONTROL-COUNT        PIC 9(09) VALUE ZERO.
       01 STM-CONTROL-CREDITS      PIC 9(11)V99 VALUE ZERO.
       01 STM-CONTROL-DEBITS       PIC 9(11)V99 VALUE ZERO.
       01 STM-TRAILER-COUNT        PIC 9(09) VALUE ZERO.
       01 STM-TRAILER-CREDITS      PIC 9(11)V99 VALUE ZERO.
       01 STM-TRAILER-DEBITS       PIC 9(11)V99 VALUE ZERO.

       01 RUN-DATE                 PIC 9(08).
       01 RUN-INTEGER              PIC 9(09).
       01 ITEM-INTEGER             PIC 9(09).
       01 DAYS-OPEN                PIC S9(05).

       01 BANK-ITEMS-LOADED        PIC 9(9) COMP VALUE ZERO.
       01 BOOK-ITEMS-REGISTERED    PIC 9(9) COMP VALUE ZERO.
       01 ITEMS-MATCHED            PIC 9(9) COMP VALUE ZERO.
       01 ITEMS-DIFFERENT          PIC 9(9) COMP VALUE ZERO.

       01 SECTION-COUNT            PIC 9(09).
       01 SECTION-TOTAL            PIC 9(11)V99.
       01 DIFFERENCE-AMOUNT        PIC S9(9)V99.

       01 REFERENCE-CLAIM-ID       PIC 9(10).
       01 REFERENCE-INVOICE-ID     PIC 9(09).
       01 REFERENCE-CHEQUE-NO      PIC 9(09).


      * The night's counts go to the step-metrics table as well as
      * the console, so the window performance report can compare
      * tonight against the recent average.

       01 MET-STEP-NAME        PIC X(20) VALUE "BANK-REC".
       01 MET-METRIC-NAME      PIC X(20).
       01 MET-METRIC-VALUE     PIC 9(11).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-RUN-DATE              PIC 9(08).
       01 DB-STATEMENT-DATE        PIC 9(08).
       01 DB-ITEM-ID               PIC 9(09).
       01 DB-BOOK-ITEM-ID          PIC 9(09).
       01 DB-SIDE                  PIC X(04).
       01 DB-TXN-CODE              PIC X(03).
       01 DB-DR-CR                 PIC X(01).
       01 DB-REFERENCE             PIC X(16).
       01 DB-AMOUNT                PIC 9(9)V99.
       01 DB-BOOK-AMOUNT           PIC 9(9)V99.
       01 DB-ITEM-DATE             PIC 9(08).
       01 DB-NARRATIVE             PIC X(30).
       01 DB-ITEM-COUNT            PIC 9(09).
       01 DB-KEY-NUMBER            PIC 9(10).
       01 DB-KEY-TEXT              PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-BANK-REC.

           DISPLAY "--- BANK RECONCILIATION START ---"

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO DB-RUN-DATE
           COMPUTE RUN-INTEGER = FUNCTION INTEGER-OF-DATE (RUN-DATE)

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM REGISTER-BOOK-ITEMS

           EXEC SQL COMMIT END-EXEC.

           PERFORM VERIFY-STATEMENT-CONTROLS
               THRU VERIFY-STATEMENT-CONTROLS-EXIT

      * A day the bank sends nothing still reconciles - the open
      * items are re-matched and re-reported. RC 8 is kept for a
      * statement that is present but truncated, out of balance or
      * already loaded.

           IF STATEMENT-CONTROLS-OK
               PERFORM LOAD-BANK-STATEMENT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "STATEMENT " FILE-STATEMENT-DATE
                       " LOADED, ENTRIES: " BANK-ITEMS-LOADED
           END-IF

           PERFORM MATCH-OPEN-BANK-ITEMS

           EXEC SQL COMMIT END-EXEC.

           OPEN OUTPUT BANK-REC-REPORT
           PERFORM WRITE-REC-REPORT
           CLOSE BANK-REC-REPORT

           EXEC SQL DISCONNECT CURRENT END-EXEC.

           DISPLAY "BOOK ITEMS REGISTERED: " BOOK-ITEMS-REGISTERED
           DISPLAY "ITEMS MATCHED: " ITEMS-MATCHED
           DISPLAY "AMOUNT DIFFERENCES: " ITEMS-DIFFERENT
           PERFORM RECORD-STEP-METRICS

           DISPLAY "--- BANK RECONCILIATION FINISHED ---"

           IF NOT STATEMENT-FILE-MISSING
              AND NOT STATEMENT-CONTROLS-OK
               DISPLAY "*** BANK STATEMENT CONTROL CHECK FAILED, "
                       "NOTHING LOADED ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ITEMS-DIFFERENT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       REGISTER-BOOK-ITEMS.

      * Each source is scanned in full and an item is added only
      * the first time it is seen, so a rerun adds nothing twice
      * and the order the night's steps ran in does not matter.

           PERFORM REGISTER-BOOK-DEPOSITS
           PERFORM REGISTER-BOOK-EFT-BATCHES
           PERFORM REGISTER-BOOK-PAYOUT-BATCHES
           PERFORM REGISTER-BOOK-COMMISSION-BATCHES
           PERFORM REGISTER-BOOK-REINS-PAYMENTS
           PERFORM REGISTER-BOOK-ESCHEAT-REMITS
           PERFORM REGISTER-BOOK-CHEQUES
           PERFORM CANCEL-VOIDED-CHEQUE-ITEMS
           PERFORM REGISTER-BOOK-EFT-RETURNS
           PERFORM REGISTER-BOOK-DD-RETURNS.

       REGISTER-BOOK-DEPOSITS.

           MOVE "DEP" TO DB-TXN-CODE
           MOVE "C"   TO DB-DR-CR

           EXEC SQL
               DECLARE book_dep_cursor CURSOR FOR
               SELECT DEPOSIT_REF, IFNULL(AMOUNT_TOTAL, 0),
                      IFNULL(DEPOSIT_DATE, POSTED_DATE)
               FROM DEPOSIT_REGISTRY
               ORDER BY DEPOSIT_REF
           END-EXEC.

           EXEC SQL OPEN book_dep_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH book_dep_cursor
                   INTO :DB-REFERENCE, :DB-AMOUNT, :DB-ITEM-DATE
               END-EXEC
               IF SQLCODE = 0
                   MOVE "DEPOSIT" TO DB-NARRATIVE
                   PERFORM REGISTER-ONE-BOOK-ITEM
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE book_dep_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       REGISTER-BOOK-EFT-BATCHES.

      * CLAIMDISBURSE writes one CLMEFT file a night and the bank
      * debits it as one lump, so the book item is the day's EFT
      * payments in total - returned ones included, since the bank
      * took the money before the payee's bank sent it back.

           MOVE "EFT" TO DB-TXN-CODE
           MOVE "D"   TO DB-DR-CR

           EXEC SQL
               DECLARE book_eft_cursor CURSOR FOR
               SELECT PAYMENT_DATE, SUM(PAYMENT_AMOUNT)
               FROM CLAIM_PAYMENT
               WHERE IFNULL(PAYMENT_METHOD, 'EFT') = 'EFT'
               GROUP BY PAYMENT_DATE
               ORDER BY PAYMENT_DATE
           END-EXEC.

           EXEC SQL OPEN book_eft_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH book_eft_cursor
                   INTO :DB-ITEM-DATE, :DB-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO DB-REFERENCE
                   MOVE DB-ITEM-DATE TO DB-REFERENCE
                   MOVE "CLAIM EFT BATCH" TO DB-NARRATIVE
                   PERFORM REGISTER-ONE-BOOK-ITEM
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE book_eft_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       REGISTER-BOOK-PAYOUT-BATCHES.

      * PAYOUTDISBURSE's PAYEFT file of surrender values and premium
      * refunds is debited the same way, one lump a night, under PAY
      * and its creation date so it never pairs with a claim batch.

           MOVE "EFT" TO DB-TXN-CODE
           MOVE "D"   TO DB-DR-CR

           EXEC SQL
               DECLARE book_pay_cursor CURSOR FOR
               SELECT PAYMENT_DATE, SUM(AMOUNT)
               FROM DISBURSEMENT_REQUEST
               WHERE PAYMENT_STATUS = 'PAID'
                 AND PAYMENT_METHOD = 'EFT'
               GROUP BY PAYMENT_DATE
               ORDER BY PAYMENT_DATE
           END-EXEC.

           EXEC SQL OPEN book_pay_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH book_pay_cursor
                   INTO :DB-ITEM-DATE, :DB-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO DB-REFERENCE
                   STRING "PAY" DELIMITED BY SIZE
                          DB-ITEM-DATE DELIMITED BY SIZE
                          INTO DB-REFERENCE
                   MOVE "PAYOUT EFT BATCH" TO DB-NARRATIVE
                   PERFORM REGISTER-ONE-BOOK-ITEM
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE book_pay_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       REGISTER-BOOK-COMMISSION-BATCHES.

      * COMMSETTLE's COMMEFT file of agent commission is debited one
      * lump a settlement day, under COM and its creation date.

           MOVE "EFT" TO DB-TXN-CODE
           MOVE "D"   TO DB-DR-CR

           EXEC SQL
               DECLARE book_com_cursor CURSOR FOR
               SELECT SETTLEMENT_DATE, SUM(PAYMENT_AMOUNT)
               FROM AGENT_SETTLEMENT
               WHERE PAYMENT_STATUS = 'PAID'
                 AND PAYMENT_AMOUNT > 0
               GROUP BY SETTLEMENT_DATE
               ORDER BY SETTLEMENT_DATE
           END-EXEC.

           EXEC SQL OPEN book_com_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH book_com_cursor
                   INTO :DB-ITEM-DATE, :DB-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO DB-REFERENCE
                   STRING "COM" DELIMITED BY SIZE
                          DB-ITEM-DATE DELIMITED BY SIZE
                          INTO DB-REFERENCE
                   MOVE "COMMISSION EFT BATCH" TO DB-NARRATIVE
                   PERFORM REGISTER-ONE-BOOK-ITEM
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE book_com_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       REGISTER-BOOK-REINS-PAYMENTS.

      * Each premium payment REINSREMIT records is its own transfer
      * to the treaty's reinsurer, sent under RIP and the treaty
      * product code.

           MOVE "EFT" TO DB-TXN-CODE
           MOVE "D"   TO DB-DR-CR

           EXEC SQL
               DECLARE book_rip_cursor CURSOR FOR
               SELECT PRODUCT_CODE, AMOUNT, PAID_DATE
               FROM REINSURANCE_PREMIUM_PAID
               WHERE AMOUNT > 0
               ORDER BY PAID_DATE, PRODUCT_CODE, PAYMENT_NO
           END-EXEC.

           EXEC SQL OPEN book_rip_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH book_rip_cursor
                   INTO :DB-KEY-TEXT, :DB-AMOUNT, :DB-ITEM-DATE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO DB-REFERENCE
                   STRING "RIP" DELIMITED BY SIZE
                          DB-KEY-TEXT DELIMITED BY SPACE
                          INTO DB-REFERENCE
                   MOVE "REINSURANCE PREMIUM PAID" TO DB-NARRATIVE
                   PERFORM REGISTER-ONE-BOOK-ITEM
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE book_rip_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       REGISTER-BOOK-ESCHEAT-REMITS.

      * ESCHEATBATCH's remittance is paid one transfer per state, for
      * the house-currency total of the items remitted to it that
      * day, under ESC and the jurisdiction.

           MOVE "EFT" TO DB-TXN-CODE
           MOVE "D"   TO DB-DR-CR

           EXEC SQL
               DECLARE book_esc_cursor CURSOR FOR
               SELECT JURISDICTION, REMIT_DATE, SUM(HOUSE_AMOUNT)
               FROM UNCLAIMED_PROPERTY
               WHERE STATUS = 'REMITTED'
               GROUP BY JURISDICTION, REMIT_DATE
               ORDER BY REMIT_DATE, JURISDICTION
           END-EXEC.

           EXEC SQL OPEN book_esc_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH book_esc_cursor
                   INTO :DB-KEY-TEXT, :DB-ITEM-DATE, :DB-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO DB-REFERENCE
                   STRING "ESC" DELIMITED BY SIZE
                          DB-KEY-TEXT DELIMITED BY SPACE
                          INTO DB-REFERENCE
                   MOVE "ESCHEAT REMITTANCE" TO DB-NARRATIVE
                   PERFORM REGISTER-ONE-BOOK-ITEM
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE book_esc_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       REGISTER-BOOK-CHEQUES.

      * Every live cheque not yet seen on a statement is a book
      * debit waiting for the payee to bank it.

           MOVE "CHQ" TO DB-TXN-CODE
           MOVE "D"   TO DB-DR-CR

           EXEC SQL
               DECLARE book_chq_cursor CURSOR FOR
               SELECT CHEQUE_NO, AMOUNT, ISSUE_DATE, PAYEE_NAME
               FROM CHEQUE_REGISTER
               WHERE STATUS = 'ISSUED'
                 AND TRIM(IFNULL(CLEARED_DATE, '')) = ''
               ORDER BY CHEQUE_NO
           END-EXEC.

           EXEC SQL OPEN book_chq_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH book_chq_cursor
                   INTO :DB-KEY-NUMBER, :DB-AMOUNT, :DB-ITEM-DATE,
                        :DB-NARRATIVE
               END-EXEC
               IF SQLCODE = 0
                   MOVE DB-KEY-NUMBER TO REFERENCE-CHEQUE-NO
                   MOVE SPACES TO DB-REFERENCE
                   MOVE REFERENCE-CHEQUE-NO TO DB-REFERENCE
                   PERFORM REGISTER-ONE-BOOK-ITEM
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE book_chq_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       CANCEL-VOIDED-CHEQUE-ITEMS.

      * A cheque voided or stopped before it was presented will
      * never reach the statement - its open book item is closed
      * off as CANCELLED rather than aging forever.

           EXEC SQL
               DECLARE void_chq_cursor CURSOR FOR
               SELECT CHEQUE_NO
               FROM CHEQUE_REGISTER
               WHERE STATUS IN ('VOIDED', 'STOPPED')
                 AND TRIM(IFNULL(CLEARED_DATE, '')) = ''
               ORDER BY CHEQUE_NO
           END-EXEC.

           EXEC SQL OPEN void_chq_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH void_chq_cursor
                   INTO :DB-KEY-NUMBER
               END-EXEC
               IF SQLCODE = 0
                   PERFORM CANCEL-ONE-CHEQUE-ITEM
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE void_chq_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       CANCEL-ONE-CHEQUE-ITEM.

           MOVE DB-KEY-NUMBER TO REFERENCE-CHEQUE-NO
           MOVE SPACES TO DB-REFERENCE
           MOVE REFERENCE-CHEQUE-NO TO DB-REFERENCE

           EXEC SQL
               UPDATE BANK_REC_ITEM
               SET STATUS = 'CANCELLED',
                   MATCHED_DATE = :DB-RUN-DATE
               WHERE SIDE = 'BOOK'
                 AND TXN_CODE = 'CHQ'
                 AND REFERENCE = :DB-REFERENCE
                 AND STATUS = 'OPEN'
           END-EXEC

           MOVE ZERO TO SQLCODE.

       REGISTER-BOOK-EFT-RETURNS.

           MOVE "RTN" TO DB-TXN-CODE
           MOVE "C"   TO DB-DR-CR

           EXEC SQL
               DECLARE book_eftrtn_cursor CURSOR FOR
               SELECT CLAIM_ID, PAYMENT_AMOUNT, RETURN_DATE,
                      PAYEE_NAME
               FROM CLAIM_PAYMENT
               WHERE PAYMENT_STATUS = 'RETURNED'
                 AND IFNULL(PAYMENT_METHOD, 'EFT') = 'EFT'
               ORDER BY CLAIM_ID
           END-EXEC.

           EXEC SQL OPEN book_eftrtn_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH book_eftrtn_cursor
                   INTO :DB-KEY-NUMBER, :DB-AMOUNT, :DB-ITEM-DATE,
                        :DB-NARRATIVE
               END-EXEC
               IF SQLCODE = 0
                   MOVE DB-KEY-NUMBER TO REFERENCE-CLAIM-ID
                   MOVE SPACES TO DB-REFERENCE
                   MOVE REFERENCE-CLAIM-ID TO DB-REFERENCE
                   PERFORM REGISTER-ONE-BOOK-ITEM
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE book_eftrtn_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       REGISTER-BOOK-DD-RETURNS.

      * Only a debit returned on or after its settlement day was
      * ever credited to us - one bounced earlier never reached the
      * deposit, so there is nothing for the bank to claw back.

           MOVE "RTN" TO DB-TXN-CODE
           MOVE "D"   TO DB-DR-CR

           EXEC SQL
               DECLARE book_ddrtn_cursor CURSOR FOR
               SELECT INVOICE_ID, AMOUNT, RETURN_DATE
               FROM DD_COLLECTION
               WHERE STATUS = 'RETURNED'
                 AND RETURN_DATE >= SETTLEMENT_DATE
               ORDER BY INVOICE_ID
           END-EXEC.

           EXEC SQL OPEN book_ddrtn_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH book_ddrtn_cursor
                   INTO :DB-KEY-NUMBER, :DB-AMOUNT, :DB-ITEM-DATE
               END-EXEC
               IF SQLCODE = 0
                   MOVE DB-KEY-NUMBER TO REFERENCE-INVOICE-ID
                   MOVE SPACES TO DB-REFERENCE
                   MOVE REFERENCE-INVOICE-ID TO DB-REFERENCE
                   MOVE "DIRECT DEBIT RETURNED" TO DB-NARRATIVE
                   PERFORM REGISTER-ONE-BOOK-ITEM
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE book_ddrtn_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       REGISTER-ONE-BOOK-ITEM.

           MOVE ZERO TO DB-ITEM-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-ITEM-COUNT
               FROM BANK_REC_ITEM
               WHERE SIDE = 'BOOK'
                 AND TXN_CODE = :DB-TXN-CODE
                 AND DR_CR = :DB-DR-CR
                 AND REFERENCE = :DB-REFERENCE
                 AND AMOUNT = :DB-AMOUNT
                 AND ITEM_DATE = :DB-ITEM-DATE
           END-EXEC

           IF SQLCODE = 0 AND DB-ITEM-COUNT = ZERO
               MOVE "BOOK" TO DB-SIDE
               MOVE ZERO TO DB-STATEMENT-DATE
               PERFORM INSERT-REC-ITEM
               ADD 1 TO BOOK-ITEMS-REGISTERED
           END-IF

           MOVE ZERO TO SQLCODE.

       INSERT-REC-ITEM.

           EXEC SQL
               SELECT IFNULL(MAX(ITEM_ID), 0) + 1
               INTO :DB-ITEM-ID
               FROM BANK_REC_ITEM
           END-EXEC

           EXEC SQL
               INSERT INTO BANK_REC_ITEM
                   (ITEM_ID, SIDE, TXN_CODE, DR_CR, REFERENCE, AMOUNT,
                    ITEM_DATE, STATEMENT_DATE, NARRATIVE, STATUS,
                    MATCHED_ITEM_ID, LOADED_DATE)
               VALUES
                   (:DB-ITEM-ID, :DB-SIDE, :DB-TXN-CODE, :DB-DR-CR,
                    :DB-REFERENCE, :DB-AMOUNT, :DB-ITEM-DATE,
                    :DB-STATEMENT-DATE, :DB-NARRATIVE, 'OPEN', 0,
                    :DB-RUN-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING REC ITEM " DB-TXN-CODE " "
                       DB-REFERENCE ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       VERIFY-STATEMENT-CONTROLS.

      * The control pass reads the whole statement before a single
      * entry loads: header present, trailer present, entry count
      * and both totals matching the trailer, and a statement day
      * not already on file - the same checks the lockbox deposit
      * gets in PAYMENTPOST.

           MOVE "N" TO STATEMENT-OK-SWITCH
           MOVE "N" TO STM-HEADER-SWITCH
           MOVE "N" TO STM-TRAILER-SWITCH
           MOVE "N" TO STATEMENT-MISSING-SWITCH
           MOVE "N" TO STATEMENT-EOF-SWITCH
           MOVE ZERO TO STM-CONTROL-COUNT
           MOVE ZERO TO STM-CONTROL-CREDITS
           MOVE ZERO TO STM-CONTROL-DEBITS

           OPEN INPUT BANK-STATEMENT-FILE

           IF NOT STATEMENT-FILE-OK
               DISPLAY "NO BANK STATEMENT PRESENT, OPEN ITEMS "
                       "CARRIED FORWARD"
               SET STATEMENT-FILE-MISSING TO TRUE
               GO TO VERIFY-STATEMENT-CONTROLS-EXIT
           END-IF

           PERFORM TALLY-STATEMENT-RECORDS UNTIL STATEMENT-EOF

           CLOSE BANK-STATEMENT-FILE

           IF NOT STATEMENT-HEADER-SEEN
               DISPLAY "BANK STATEMENT HAS NO HEADER"
               GO TO VERIFY-STATEMENT-CONTROLS-EXIT
           END-IF

           IF NOT STATEMENT-TRAILER-SEEN
               DISPLAY "BANK STATEMENT HAS NO TRAILER - "
                       "FILE LOOKS TRUNCATED"
               GO TO VERIFY-STATEMENT-CONTROLS-EXIT
           END-IF

           IF STM-CONTROL-COUNT NOT = STM-TRAILER-COUNT
               DISPLAY "ENTRY COUNT MISMATCH, FILE: "
                       STM-CONTROL-COUNT
                       " TRAILER: " STM-TRAILER-COUNT
               GO TO VERIFY-STATEMENT-CONTROLS-EXIT
           END-IF

           IF STM-CONTROL-CREDITS NOT = STM-TRAILER-CREDITS
               DISPLAY "CREDIT TOTAL MISMATCH, FILE: "
                       STM-CONTROL-CREDITS
                       " TRAILER: " STM-TRAILER-CREDITS
               GO TO VERIFY-STATEMENT-CONTROLS-EXIT
           END-IF

           IF STM-CONTROL-DEBITS NOT = STM-TRAILER-DEBITS
               DISPLAY "DEBIT TOTAL MISMATCH, FILE: "
                       STM-CONTROL-DEBITS
                       " TRAILER: " STM-TRAILER-DEBITS
               GO TO VERIFY-STATEMENT-CONTROLS-EXIT
           END-IF

           MOVE FILE-STATEMENT-DATE TO DB-STATEMENT-DATE
           MOVE ZERO TO DB-ITEM-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-ITEM-COUNT
               FROM BANK_REC_ITEM
               WHERE SIDE = 'BANK'
                 AND STATEMENT_DATE = :DB-STATEMENT-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-ITEM-COUNT > ZERO
               DISPLAY "*** STATEMENT " FILE-STATEMENT-DATE
                       " HAS ALREADY BEEN LOADED - REFUSED, "
                       "ALERT THE OPERATOR ***"
               GO TO VERIFY-STATEMENT-CONTROLS-EXIT
           END-IF

           SET STATEMENT-CONTROLS-OK TO TRUE.

       VERIFY-STATEMENT-CONTROLS-EXIT.
           EXIT.

       TALLY-STATEMENT-RECORDS.

           READ BANK-STATEMENT-FILE
               AT END
                   SET STATEMENT-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN STM-HEADER-RECORD
                           SET STATEMENT-HEADER-SEEN TO TRUE
                           MOVE STM-STATEMENT-DATE
                               TO FILE-STATEMENT-DATE
                           MOVE STM-ACCOUNT TO FILE-ACCOUNT
                       WHEN STM-DETAIL-RECORD
                           ADD 1 TO STM-CONTROL-COUNT
                           IF STM-CREDIT
                               ADD STM-AMOUNT TO STM-CONTROL-CREDITS
                           ELSE
                               ADD STM-AMOUNT TO STM-CONTROL-DEBITS
                           END-IF
                       WHEN STM-TRAILER-RECORD
                           SET STATEMENT-TRAILER-SEEN TO TRUE
                           MOVE STM-ENTRY-COUNT
                               TO STM-TRAILER-COUNT
                           MOVE STM-CREDIT-TOTAL
                               TO STM-TRAILER-CREDITS
                           MOVE STM-DEBIT-TOTAL
                               TO STM-TRAILER-DEBITS
                   END-EVALUATE
           END-READ.

       LOAD-BANK-STATEMENT.

           MOVE "N" TO STATEMENT-EOF-SWITCH
           MOVE FILE-STATEMENT-DATE TO DB-STATEMENT-DATE

           OPEN INPUT BANK-STATEMENT-FILE

           PERFORM LOAD-ONE-STATEMENT-RECORD UNTIL STATEMENT-EOF

           CLOSE BANK-STATEMENT-FILE.

       LOAD-ONE-STATEMENT-RECORD.

           READ BANK-STATEMENT-FILE
               AT END
                   SET STATEMENT-EOF TO TRUE
               NOT AT END
                   IF STM-DETAIL-RECORD
                       MOVE "BANK"         TO DB-SIDE
                       MOVE STM-TXN-CODE   TO DB-TXN-CODE
                       MOVE STM-DR-CR      TO DB-DR-CR
                       MOVE STM-REFERENCE  TO DB-REFERENCE
                       MOVE STM-AMOUNT     TO DB-AMOUNT
                       MOVE STM-VALUE-DATE TO DB-ITEM-DATE
                       MOVE STM-NARRATIVE  TO DB-NARRATIVE
                       PERFORM INSERT-REC-ITEM
                       ADD 1 TO BANK-ITEMS-LOADED
                   END-IF
           END-READ.

       MATCH-OPEN-BANK-ITEMS.

      * Today's entries and every entry carried forward are tried
      * again - a book item registered tonight can clear a bank
      * entry that has been waiting for it.

           EXEC SQL
               DECLARE bank_open_cursor CURSOR FOR
               SELECT ITEM_ID, TXN_CODE, DR_CR, REFERENCE, AMOUNT,
                      ITEM_DATE
               FROM BANK_REC_ITEM
               WHERE SIDE = 'BANK'
                 AND STATUS = 'OPEN'
               ORDER BY ITEM_ID
           END-EXEC.

           EXEC SQL OPEN bank_open_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH bank_open_cursor
                   INTO :DB-ITEM-ID, :DB-TXN-CODE, :DB-DR-CR,
                        :DB-REFERENCE, :DB-AMOUNT, :DB-ITEM-DATE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM MATCH-ONE-BANK-ITEM
                       THRU MATCH-ONE-BANK-ITEM-EXIT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE bank_open_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       MATCH-ONE-BANK-ITEM.

           EXEC SQL
               SELECT ITEM_ID INTO :DB-BOOK-ITEM-ID
               FROM BANK_REC_ITEM
               WHERE SIDE = 'BOOK'
                 AND STATUS = 'OPEN'
                 AND TXN_CODE = :DB-TXN-CODE
                 AND DR_CR = :DB-DR-CR
                 AND REFERENCE = :DB-REFERENCE
                 AND AMOUNT = :DB-AMOUNT
               ORDER BY ITEM_DATE, ITEM_ID
               LIMIT 1
           END-EXEC

           IF SQLCODE = 0
               MOVE "MATCHED" TO DB-SIDE
               PERFORM PAIR-REC-ITEMS
               ADD 1 TO ITEMS-MATCHED
               IF DB-TXN-CODE = "CHQ"
                   PERFORM MARK-CHEQUE-CLEARED
               END-IF
               GO TO MATCH-ONE-BANK-ITEM-EXIT
           END-IF

      * Same reference, different amount - both sides are paired
      * off as a DIFFERENCE so the report shows them together; the
      * pair stays on the report every night until it is resolved.

           MOVE ZERO TO SQLCODE

           EXEC SQL
               SELECT ITEM_ID INTO :DB-BOOK-ITEM-ID
               FROM BANK_REC_ITEM
               WHERE SIDE = 'BOOK'
                 AND STATUS = 'OPEN'
                 AND TXN_CODE = :DB-TXN-CODE
                 AND DR_CR = :DB-DR-CR
                 AND REFERENCE = :DB-REFERENCE
               ORDER BY ITEM_DATE, ITEM_ID
               LIMIT 1
           END-EXEC

           IF SQLCODE = 0
               MOVE "DIFFERENCE" TO DB-SIDE
               PERFORM PAIR-REC-ITEMS
               ADD 1 TO ITEMS-DIFFERENT
           END-IF

           MOVE ZERO TO SQLCODE.

       MATCH-ONE-BANK-ITEM-EXIT.
           EXIT.

       PAIR-REC-ITEMS.

      * DB-SIDE carries the status both halves of the pair take.

           EXEC SQL
               UPDATE BANK_REC_ITEM
               SET STATUS = :DB-SIDE,
                   MATCHED_ITEM_ID = :DB-BOOK-ITEM-ID,
                   MATCHED_DATE = :DB-RUN-DATE
               WHERE ITEM_ID = :DB-ITEM-ID
           END-EXEC

           EXEC SQL
               UPDATE BANK_REC_ITEM
               SET STATUS = :DB-SIDE,
                   MATCHED_ITEM_ID = :DB-ITEM-ID,
                   MATCHED_DATE = :DB-RUN-DATE
               WHERE ITEM_ID = :DB-BOOK-ITEM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR PAIRING REC ITEM " DB-ITEM-ID
                       ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       MARK-CHEQUE-CLEARED.

      * The cheque register learns the day the cheque was cashed -
      * an outstanding cheque is one with no cleared date.

           MOVE DB-REFERENCE (1:9) TO REFERENCE-CHEQUE-NO
           MOVE REFERENCE-CHEQUE-NO TO DB-KEY-NUMBER

           EXEC SQL
               UPDATE CHEQUE_REGISTER
               SET CLEARED_DATE = :DB-ITEM-DATE
               WHERE CHEQUE_NO = :DB-KEY-NUMBER
           END-EXEC

           MOVE ZERO TO SQLCODE.

       WRITE-REC-REPORT.

           MOVE SPACES TO REC-HEADING-LINE
           STRING "BANK RECONCILIATION - RUN " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  INTO REC-HEADING-LINE
           WRITE REC-HEADING-LINE

           PERFORM WRITE-MATCHED-SECTION
           PERFORM WRITE-DIFFERENCE-SECTION

           MOVE "BANK" TO DB-SIDE
           MOVE SPACES TO REC-HEADING-LINE
           WRITE REC-HEADING-LINE
           MOVE "UNMATCHED BANK ITEMS (ON STATEMENT, NOT IN BOOKS)"
               TO REC-HEADING-LINE
           WRITE REC-HEADING-LINE
           PERFORM WRITE-OPEN-SECTION

           MOVE "BOOK" TO DB-SIDE
           MOVE SPACES TO REC-HEADING-LINE
           WRITE REC-HEADING-LINE
           MOVE "UNMATCHED BOOK ITEMS (IN BOOKS, NOT ON STATEMENT)"
               TO REC-HEADING-LINE
           WRITE REC-HEADING-LINE
           PERFORM WRITE-OPEN-SECTION.

       WRITE-MATCHED-SECTION.

           MOVE SPACES TO REC-HEADING-LINE
           WRITE REC-HEADING-LINE
           MOVE "MATCHED THIS RUN" TO REC-HEADING-LINE
           WRITE REC-HEADING-LINE

           MOVE ZERO TO SECTION-COUNT
           MOVE ZERO TO SECTION-TOTAL

           EXEC SQL
               DECLARE rep_match_cursor CURSOR FOR
               SELECT TXN_CODE, DR_CR, REFERENCE, AMOUNT, ITEM_DATE
               FROM BANK_REC_ITEM
               WHERE SIDE = 'BANK'
                 AND STATUS = 'MATCHED'
                 AND MATCHED_DATE = :DB-RUN-DATE
               ORDER BY TXN_CODE, REFERENCE
           END-EXEC.

           EXEC SQL OPEN rep_match_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH rep_match_cursor
                   INTO :DB-TXN-CODE, :DB-DR-CR, :DB-REFERENCE,
                        :DB-AMOUNT, :DB-ITEM-DATE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO REC-DETAIL-LINE
                   MOVE DB-TXN-CODE  TO RDL-TXN-CODE
                   MOVE DB-DR-CR     TO RDL-DR-CR
                   MOVE DB-REFERENCE TO RDL-REFERENCE
                   MOVE DB-AMOUNT    TO RDL-AMOUNT
                   MOVE DB-ITEM-DATE TO RDL-ITEM-DATE
                   WRITE REC-DETAIL-LINE
                   ADD 1 TO SECTION-COUNT
                   ADD DB-AMOUNT TO SECTION-TOTAL
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE rep_match_cursor END-EXEC.

           MOVE ZERO TO SQLCODE

           MOVE "TOTAL MATCHED" TO RTL-CAPTION
           PERFORM WRITE-SECTION-TOTAL.

       WRITE-DIFFERENCE-SECTION.

      * Bank amount, book amount and the difference bank less book,
      * for every pair not yet resolved - not only tonight's.

           MOVE SPACES TO REC-HEADING-LINE
           WRITE REC-HEADING-LINE
           MOVE "AMOUNT DIFFERENCES (BANK / BOOK / BANK LESS BOOK)"
               TO REC-HEADING-LINE
           WRITE REC-HEADING-LINE

           MOVE ZERO TO SECTION-COUNT
           MOVE ZERO TO SECTION-TOTAL

           EXEC SQL
               DECLARE rep_diff_cursor CURSOR FOR
               SELECT B.TXN_CODE, B.DR_CR, B.REFERENCE, B.AMOUNT,
                      K.AMOUNT, B.ITEM_DATE
               FROM BANK_REC_ITEM B
               JOIN BANK_REC_ITEM K ON K.ITEM_ID = B.MATCHED_ITEM_ID
               WHERE B.SIDE = 'BANK'
                 AND B.STATUS = 'DIFFERENCE'
               ORDER BY B.ITEM_DATE, B.REFERENCE
           END-EXEC.

           EXEC SQL OPEN rep_diff_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH rep_diff_cursor
                   INTO :DB-TXN-CODE, :DB-DR-CR, :DB-REFERENCE,
                        :DB-AMOUNT, :DB-BOOK-AMOUNT, :DB-ITEM-DATE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-DIFFERENCE-LINE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE rep_diff_cursor END-EXEC.

           MOVE ZERO TO SQLCODE

           MOVE "TOTAL DIFFERENCES (BANK AMT)" TO RTL-CAPTION
           PERFORM WRITE-SECTION-TOTAL.

       WRITE-DIFFERENCE-LINE.

           COMPUTE DIFFERENCE-AMOUNT = DB-AMOUNT - DB-BOOK-AMOUNT

           MOVE SPACES TO REC-DETAIL-LINE
           MOVE DB-TXN-CODE       TO RDL-TXN-CODE
           MOVE DB-DR-CR          TO RDL-DR-CR
           MOVE DB-REFERENCE      TO RDL-REFERENCE
           MOVE DB-AMOUNT         TO RDL-AMOUNT
           MOVE DB-BOOK-AMOUNT    TO RDL-BOOK-AMOUNT
           MOVE DIFFERENCE-AMOUNT TO RDL-DIFFERENCE
           MOVE DB-ITEM-DATE      TO RDL-ITEM-DATE
           PERFORM COMPUTE-DAYS-OPEN
           MOVE DAYS-OPEN         TO RDL-DAYS-OPEN
           WRITE REC-DETAIL-LINE

           ADD 1 TO SECTION-COUNT
           ADD DB-AMOUNT TO SECTION-TOTAL.

       WRITE-OPEN-SECTION.

      * DB-SIDE names which side's open items are listed - oldest
      * first, with how long each has been waiting.

           MOVE ZERO TO SECTION-COUNT
           MOVE ZERO TO SECTION-TOTAL

           EXEC SQL
               DECLARE rep_open_cursor CURSOR FOR
               SELECT TXN_CODE, DR_CR, REFERENCE, AMOUNT, ITEM_DATE
               FROM BANK_REC_ITEM
               WHERE SIDE = :DB-SIDE
                 AND STATUS = 'OPEN'
               ORDER BY ITEM_DATE, TXN_CODE, REFERENCE
           END-EXEC.

           EXEC SQL OPEN rep_open_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH rep_open_cursor
                   INTO :DB-TXN-CODE, :DB-DR-CR, :DB-REFERENCE,
                        :DB-AMOUNT, :DB-ITEM-DATE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO REC-DETAIL-LINE
                   MOVE DB-TXN-CODE  TO RDL-TXN-CODE
                   MOVE DB-DR-CR     TO RDL-DR-CR
                   MOVE DB-REFERENCE TO RDL-REFERENCE
                   MOVE DB-AMOUNT    TO RDL-AMOUNT
                   MOVE DB-ITEM-DATE TO RDL-ITEM-DATE
                   PERFORM COMPUTE-DAYS-OPEN
                   MOVE DAYS-OPEN    TO RDL-DAYS-OPEN
                   WRITE REC-DETAIL-LINE
                   ADD 1 TO SECTION-COUNT
                   ADD DB-AMOUNT TO SECTION-TOTAL
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE rep_open_cursor END-EXEC.

           MOVE ZERO TO SQLCODE

           MOVE "TOTAL OPEN" TO RTL-CAPTION
           PERFORM WRITE-SECTION-TOTAL.

       COMPUTE-DAYS-OPEN.

           IF DB-ITEM-DATE = ZERO
               MOVE ZERO TO DAYS-OPEN
           ELSE
               COMPUTE ITEM-INTEGER =
                       FUNCTION INTEGER-OF-DATE (DB-ITEM-DATE)
               COMPUTE DAYS-OPEN = RUN-INTEGER - ITEM-INTEGER
           END-IF.

       WRITE-SECTION-TOTAL.

           MOVE SECTION-COUNT TO RTL-COUNT
           MOVE SECTION-TOTAL TO RTL-AMOUNT
           WRITE REC-TOTAL-LINE.

       RECORD-STEP-METRICS.

           MOVE "ITEMS-MATCHED" TO MET-METRIC-NAME
           MOVE ITEMS-MATCHED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "AMOUNT-DIFFERENCES" TO MET-METRIC-NAME
           MOVE ITEMS-DIFFERENT TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE.
