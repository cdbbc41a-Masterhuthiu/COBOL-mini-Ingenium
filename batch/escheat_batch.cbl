       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEATBATCH.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-LISTING-FILE ASSIGN TO "UNCLAIM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LETTER-FILE ASSIGN TO "DUEDIL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESCHEAT-REPORT-FILE ASSIGN TO "ESCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REMITTANCE-FILE ASSIGN TO "ESCHREM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-CASH-FILE ASSIGN TO "GLCASH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CASH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * UNCLAIM is the month's aging of everything still on the
      * register, by jurisdiction and owner, oldest first.

       FD  AGING-LISTING-FILE.
       01  AGING-LINE.
           05 AGL-JURISDICTION        PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 AGL-OWNER-NAME          PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 AGL-SOURCE-TYPE         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 AGL-SOURCE-ID           PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 AGL-POLICY-ID           PIC ZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 AGL-AMOUNT              PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 AGL-CURRENCY-CODE       PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 AGL-LAST-ACTIVITY       PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 AGL-AGE-DAYS            PIC ZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 AGL-STATUS              PIC X(12).

      * DUEDIL feeds the print shop - one H record per owner with
      * the mailing address, then a D record for each item the
      * letter lists. The owner has until the report month to come
      * forward before the items go to the state.

       FD  LETTER-FILE.
       01  LETTER-RECORD.
           05 LTR-RECORD-TYPE         PIC X(01).
              88 LTR-OWNER-RECORD              VALUE "H".
              88 LTR-ITEM-RECORD               VALUE "D".
           05 LTR-D-ITEM-ID           PIC 9(09).
           05 LTR-D-SOURCE-TYPE       PIC X(08).
           05 LTR-D-POLICY-ID         PIC 9(06).
           05 LTR-D-AMOUNT            PIC 9(9)V99.
           05 LTR-D-CURRENCY-CODE     PIC X(03).
           05 LTR-D-LAST-ACTIVITY     PIC 9(08).
       01  LETTER-OWNER-RECORD.
           05 FILLER                  PIC X(01).
           05 LTR-H-CUSTOMER-ID       PIC 9(06).
           05 LTR-H-OWNER-NAME        PIC X(30).
           05 LTR-H-ADDRESS           PIC X(40).
           05 LTR-H-LETTER-DATE       PIC 9(08).

       FD  ESCHEAT-REPORT-FILE.
       01  ESR-HEADING-LINE           PIC X(80).
       01  ESR-DETAIL-LINE.
           05 ESR-OWNER-NAME          PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 ESR-SOURCE-TYPE         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 ESR-SOURCE-ID           PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 ESR-POLICY-ID           PIC ZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 ESR-LAST-ACTIVITY       PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 ESR-HOUSE-AMOUNT        PIC ZZZZZZZ9.99.
       01  ESR-TOTAL-LINE.
           05 ESR-TOTAL-CAPTION       PIC X(30).
           05 ESR-TOTAL-COUNT         PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 ESR-TOTAL-AMOUNT        PIC ZZZZZZZZZZ9.99.

      * ESCHREM is the holder remittance, one H/D.../T batch per
      * jurisdiction so each state's portion can be split off and
      * filed with the payment. Amounts are in the house currency.
      * Each state is paid its trailer total in one transfer under
      * ESC and the jurisdiction, which is how BANKREC matches the
      * bank's debit to the items remitted.

       FD  REMITTANCE-FILE.
       01  REM-RECORD.
           05 REM-RECORD-TYPE         PIC X(01).
              88 REM-HEADER-RECORD             VALUE "H".
              88 REM-DETAIL-RECORD             VALUE "D".
              88 REM-TRAILER-RECORD            VALUE "T".
           05 REM-D-ITEM-ID           PIC 9(09).
           05 REM-D-OWNER-NAME        PIC X(30).
           05 REM-D-SOURCE-TYPE       PIC X(08).
           05 REM-D-POLICY-ID         PIC 9(06).
           05 REM-D-LAST-ACTIVITY     PIC 9(08).
           05 REM-D-AMOUNT            PIC 9(9)V99.
       01  REM-FILE-HEADER.
           05 FILLER                  PIC X(01).
           05 REM-H-HOLDER-ID         PIC X(10).
           05 REM-H-JURISDICTION      PIC X(10).
           05 REM-H-REPORT-YEAR       PIC 9(04).
           05 REM-H-CREATION-DATE     PIC 9(08).
       01  REM-FILE-TRAILER.
           05 FILLER                  PIC X(01).
           05 REM-T-RECORD-COUNT      PIC 9(09).
           05 REM-T-AMOUNT-HASH       PIC 9(11)V99.

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

      * Money we owe people and cannot get to them collects in three
      * places - claim payments the bank sent back and nobody
      * re-sent, credit notes PAYMENTPOST left on policies that have
      * since terminated, and OPEN suspense items. Each month-end
      * this run copies any new ones onto UNCLAIMED_PROPERTY with
      * the owner and the owner's jurisdiction, closes register
      * items whose source has been dealt with in the meantime, and
      * lists what is left by age.
      *
      * An item untouched past the dormancy period gets a due
      * diligence letter to the owner. In the report month, every
      * item lettered long enough ago and still unclaimed is put on
      * that year's escheat report and remittance for its
      * jurisdiction, its source row is closed as ESCHEATED and the
      * register row as REMITTED.
      *
      * An owner who comes forward is dealt with the normal way - the
      * claim re-sent, the credit refunded, the suspense matched -
      * and the register item drops off as RESOLVED on the next run.

       01 ESCHEAT-DORMANT-DAYS     PIC 9(05) VALUE 1095.
       01 ESCHEAT-LETTER-DAYS      PIC 9(03) VALUE 60.
       01 ESCHEAT-REPORT-MONTH     PIC 9(02) VALUE 10.

      * Remitting moves each item onto the unclaimed property
      * liability and pays that off to the state:
      *
      *   claim payment - Dr 5000 claims paid,  Cr 2600
      *   credit note   - Dr 1200 receivable,   Cr 2600
      *   suspense      - Dr 1000 cash,         Cr 2600
      *   then for all  - Dr 2600,              Cr 1000 cash
      *
      * Returned claim money was taken back off claims paid when the
      * bank or CHEQUEMAINT gave it back, and suspense cash never
      * went through the ledger, so their take-up brings them on at
      * the point the state is paid. The take-up moves no cash and
      * is journaled only; the payment to the state goes to GLCASH
      * as well.

       01 GL-ACCOUNT-CASH          PIC X(04) VALUE "1000".
       01 GL-ACCOUNT-RECEIVABLE    PIC X(04) VALUE "1200".
       01 GL-ACCOUNT-UNCLAIMED     PIC X(04) VALUE "2600".
       01 GL-ACCOUNT-CLAIMS-PAID   PIC X(04) VALUE "5000".
       01 TAKE-UP-ACCOUNT          PIC X(04).

       01 TODAY-DATE               PIC 9(08).
       01 TODAY-PARTS REDEFINES TODAY-DATE.
           05 TODAY-YEAR           PIC 9(04).
           05 TODAY-MONTH          PIC 9(02).
           05 TODAY-DAY            PIC 9(02).
       01 TODAY-INTEGER            PIC 9(09).
       01 CUTOFF-INTEGER           PIC 9(09).
       01 ACTIVITY-INTEGER         PIC 9(09).
       01 AGE-DAYS                 PIC 9(05).

       01 ITEMS-REGISTERED         PIC 9(9) COMP VALUE ZERO.
       01 LETTERS-SENT             PIC 9(9) COMP VALUE ZERO.
       01 ITEMS-NO-ADDRESS         PIC 9(9) COMP VALUE ZERO.
       01 LETTERS-SUPPRESSED       PIC 9(9) COMP VALUE ZERO.
       01 ITEMS-REMITTED           PIC 9(9) COMP VALUE ZERO.
       01 ITEMS-SOURCE-CHANGED     PIC 9(9) COMP VALUE ZERO.
       01 ITEMS-AGED               PIC 9(9) COMP VALUE ZERO.
       01 ITEMS-NO-JURISDICTION    PIC 9(9) COMP VALUE ZERO.

      * Each owner's letter is logged on the correspondence register
      * before it is printed. An owner whose mail has been coming
      * back is not written to again - CORRLOG logs the letter
      * suppressed and puts it on the address trace list, and the
      * owner's items take the NO-ADDRESS path instead.

       01 COR-DOC-TYPE             PIC X(12) VALUE "DUE-DILIG".
       01 COR-SOURCE-PROGRAM       PIC X(14) VALUE "ESCHEATBATCH".
       01 COR-DOC-REF              PIC X(12).
       01 COR-POLICY-ID            PIC 9(06).
       01 COR-CUSTOMER-ID          PIC 9(06).
       01 COR-AGENT-ID             PIC 9(06) VALUE ZERO.
       01 COR-RESULT               PIC X(01).
           88 COR-SUPPRESSED                 VALUE "X".
       01 COR-CORR-ID              PIC 9(09).
       01 OWNER-SUPPRESSED-SWITCH  PIC X(01) VALUE "N".
           88 OWNER-LETTER-SUPPRESSED        VALUE "Y".

       01 CURRENT-OWNER-KEY        PIC X(36) VALUE SPACES.
       01 ITEM-OWNER-KEY.
           05 IOK-CUSTOMER-ID      PIC 9(06).
           05 IOK-OWNER-NAME       PIC X(30).

       01 REPORT-FILES-SWITCH      PIC X(01) VALUE "N".
           88 REPORT-FILES-OPEN              VALUE "Y".
       01 CURRENT-JURISDICTION     PIC X(10) VALUE SPACES.
       01 JURIS-ITEM-COUNT         PIC 9(09) VALUE ZERO.
       01 JURIS-AMOUNT-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01 GRAND-ITEM-COUNT         PIC 9(09) VALUE ZERO.
       01 GRAND-AMOUNT-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01 HOLDER-ID                PIC X(10) VALUE "MINIINGEN".

       01 GL-CASH-FILE-STATUS      PIC X(02).
           88 GL-CASH-FILE-OK                VALUE "00".

       01 HOUSE-CURRENCY-CODE      PIC X(03) VALUE "USD".
       01 EXCHANGE-RATE-USED       PIC 9(3)V9(6).
       01 HOUSE-AMOUNT             PIC 9(9)V99.

       01 JRN-SOURCE-CODE      PIC X(10) VALUE "ESCHEAT".
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

       01 MET-STEP-NAME        PIC X(20) VALUE "ESCHEAT".
       01 MET-METRIC-NAME      PIC X(20).
       01 MET-METRIC-VALUE     PIC 9(11).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-ITEM-ID               PIC 9(09).
       01 DB-SOURCE-TYPE           PIC X(10).
       01 DB-SOURCE-ID             PIC 9(10).
       01 DB-SOURCE-PAYEE          PIC X(30).
       01 DB-SOURCE-SEQ            PIC 9(05).
       01 DB-POLICY-ID             PIC 9(06).
       01 DB-CUSTOMER-ID           PIC 9(06).
       01 DB-OWNER-NAME            PIC X(30).
       01 DB-ADDRESS               PIC X(40).
       01 DB-JURISDICTION          PIC X(10).
       01 DB-AMOUNT                PIC 9(7)V99.
       01 DB-CURRENCY-CODE         PIC X(03).
       01 DB-LAST-ACTIVITY         PIC 9(08).
       01 DB-ITEM-STATUS           PIC X(12).
       01 DB-TODAY-DATE            PIC 9(08).
       01 DB-DORMANT-CUTOFF        PIC 9(08).
       01 DB-LETTER-CUTOFF         PIC 9(08).
       01 DB-HOUSE-AMOUNT          PIC 9(9)V99.
       01 DB-ITEM-COUNT            PIC 9(07).
       01 DB-RATE-DATE             PIC 9(08).
       01 DB-EXCHANGE-RATE         PIC 9(3)V9(6).
       01 DB-PARAM-KEY             PIC X(20).
       01 DB-PARAM-VALUE           PIC 9(9)V99.
       01 DB-PARAM-DATE            PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-ESCHEAT-BATCH.

           DISPLAY "--- UNCLAIMED PROPERTY PROCESS START ---"

           PERFORM LOAD-RUN-PARAMETERS

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE TO DB-TODAY-DATE
           MOVE TODAY-DATE TO DB-RATE-DATE
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE (TODAY-DATE)

           COMPUTE CUTOFF-INTEGER =
                   TODAY-INTEGER - ESCHEAT-DORMANT-DAYS
           COMPUTE DB-DORMANT-CUTOFF =
                   FUNCTION DATE-OF-INTEGER (CUTOFF-INTEGER)

           COMPUTE CUTOFF-INTEGER =
                   TODAY-INTEGER - ESCHEAT-LETTER-DAYS
           COMPUTE DB-LETTER-CUTOFF =
                   FUNCTION DATE-OF-INTEGER (CUTOFF-INTEGER)

           OPEN OUTPUT AGING-LISTING-FILE
           OPEN OUTPUT LETTER-FILE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM RESOLVE-RECLAIMED-ITEMS

           MOVE ZERO TO SQLCODE
           PERFORM REGISTER-RETURNED-PAYMENTS

           MOVE ZERO TO SQLCODE
           PERFORM REGISTER-RESIDUAL-CREDITS

           MOVE ZERO TO SQLCODE
           PERFORM REGISTER-OPEN-SUSPENSE

           MOVE ZERO TO SQLCODE
           PERFORM REFRESH-OWNER-JURISDICTION

           MOVE ZERO TO SQLCODE
           PERFORM SEND-DUE-DILIGENCE-LETTERS

           IF TODAY-MONTH = ESCHEAT-REPORT-MONTH
               MOVE ZERO TO SQLCODE
               PERFORM FILE-ANNUAL-ESCHEAT-REPORT
           END-IF

           MOVE ZERO TO SQLCODE
           PERFORM WRITE-AGING-LISTING

           MOVE ZERO TO SQLCODE

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           CLOSE AGING-LISTING-FILE
           CLOSE LETTER-FILE

           IF REPORT-FILES-OPEN
               CLOSE ESCHEAT-REPORT-FILE
               CLOSE REMITTANCE-FILE
               CLOSE GL-CASH-FILE
           END-IF

           DISPLAY "UNCLAIMED ITEMS REGISTERED: " ITEMS-REGISTERED
           DISPLAY "UNCLAIMED ITEMS ON THE AGING LISTING: "
                   ITEMS-AGED
           DISPLAY "DUE DILIGENCE LETTERS SENT: " LETTERS-SENT
           DISPLAY "DORMANT ITEMS WITH NO OWNER ADDRESS: "
                   ITEMS-NO-ADDRESS
           DISPLAY "LETTERS SUPPRESSED, BAD ADDRESS: "
                   LETTERS-SUPPRESSED
           IF REPORT-FILES-OPEN
               DISPLAY "ITEMS REMITTED TO THE STATES: "
                       ITEMS-REMITTED
               DISPLAY "TOTAL REMITTED: " GRAND-AMOUNT-TOTAL
               DISPLAY "ITEMS WHOSE SOURCE CHANGED, NOT REMITTED: "
                       ITEMS-SOURCE-CHANGED
               DISPLAY "ITEMS HELD, NO OWNER JURISDICTION: "
                       ITEMS-NO-JURISDICTION
           END-IF
           PERFORM RECORD-STEP-METRICS

           DISPLAY "--- UNCLAIMED PROPERTY PROCESS FINISHED ---"

      * An item that should have gone to a state this year but has
      * no jurisdiction to send it to is a warning for the morning -
      * the owner's jurisdiction needs keying before the deadline.

           IF ITEMS-NO-JURISDICTION > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       RESOLVE-RECLAIMED-ITEMS.

      * A returned payment that has since been re-sent is deleted
      * and re-keyed by CLAIMDISBURSE; a credit note that has been
      * used or refunded is no longer UNPAID, or its policy is back
      * in force; a suspense item that has been matched, refunded or
      * written off is no longer OPEN. Any of those closes the item.

           EXEC SQL
               UPDATE UNCLAIMED_PROPERTY
               SET STATUS = 'RESOLVED',
                   RESOLVED_DATE = :DB-TODAY-DATE
               WHERE STATUS IN ('OPEN', 'LETTER-SENT', 'NO-ADDRESS')
                 AND SOURCE_TYPE = 'CLAIMPAY'
                 AND NOT EXISTS
                     (SELECT 1 FROM CLAIM_PAYMENT C
                      WHERE C.CLAIM_ID = UNCLAIMED_PROPERTY.SOURCE_ID
                        AND C.PAYEE_NAME =
                            UNCLAIMED_PROPERTY.SOURCE_PAYEE
                        AND C.PAYMENT_NO =
                            UNCLAIMED_PROPERTY.SOURCE_SEQ
                        AND C.PAYMENT_STATUS = 'RETURNED')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL
               UPDATE UNCLAIMED_PROPERTY
               SET STATUS = 'RESOLVED',
                   RESOLVED_DATE = :DB-TODAY-DATE
               WHERE STATUS IN ('OPEN', 'LETTER-SENT', 'NO-ADDRESS')
                 AND SOURCE_TYPE = 'CREDIT'
                 AND NOT EXISTS
                     (SELECT 1 FROM INVOICE I, POLICY P
                      WHERE I.INVOICE_ID = UNCLAIMED_PROPERTY.SOURCE_ID
                        AND I.STATUS = 'UNPAID'
                        AND P.POLICY_ID = I.POLICY_ID
                        AND P.STATUS IN ('LAPSED', 'SURRENDER',
                                         'CANCELLED', 'EXPIRED',
                                         'TERMINATED'))
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL
               UPDATE UNCLAIMED_PROPERTY
               SET STATUS = 'RESOLVED',
                   RESOLVED_DATE = :DB-TODAY-DATE
               WHERE STATUS IN ('OPEN', 'LETTER-SENT', 'NO-ADDRESS')
                 AND SOURCE_TYPE = 'SUSPENSE'
                 AND NOT EXISTS
                     (SELECT 1 FROM PAYMENT_SUSPENSE S
                      WHERE S.SUSPENSE_ID =
                            UNCLAIMED_PROPERTY.SOURCE_ID
                        AND S.STATUS = 'OPEN')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE ZERO TO DB-ITEM-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-ITEM-COUNT
               FROM UNCLAIMED_PROPERTY
               WHERE STATUS = 'RESOLVED'
                 AND RESOLVED_DATE = :DB-TODAY-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-ITEM-COUNT
               MOVE ZERO TO SQLCODE
           END-IF

           DISPLAY "UNCLAIMED ITEMS RESOLVED SINCE LAST RUN: "
                   DB-ITEM-COUNT.

       REGISTER-RETURNED-PAYMENTS.

      * The return date is the last the payee heard from us about
      * the money, so dormancy runs from there.

           MOVE "CLAIMPAY" TO DB-SOURCE-TYPE

           EXEC SQL
               DECLARE unclaim_pay_cursor CURSOR FOR
               SELECT C.CLAIM_ID, C.PAYEE_NAME,
                      IFNULL(C.PAYMENT_NO, 0), C.POLICY_ID,
                      IFNULL(C.PAYMENT_AMOUNT, 0),
                      IFNULL(C.CURRENCY_CODE, 'USD'),
                      IFNULL(C.RETURN_DATE,
                             IFNULL(C.PAYMENT_DATE, '00000000'))
               FROM CLAIM_PAYMENT C
               WHERE C.PAYMENT_STATUS = 'RETURNED'
                 AND IFNULL(C.PAYMENT_AMOUNT, 0) > 0
                 AND NOT EXISTS
                     (SELECT 1 FROM UNCLAIMED_PROPERTY U
                      WHERE U.SOURCE_TYPE = 'CLAIMPAY'
                        AND U.SOURCE_ID = C.CLAIM_ID
                        AND U.SOURCE_PAYEE = C.PAYEE_NAME
                        AND U.SOURCE_SEQ = IFNULL(C.PAYMENT_NO, 0)
                        AND U.STATUS <> 'RESOLVED')
               ORDER BY C.CLAIM_ID, C.PAYEE_NAME
           END-EXEC

           EXEC SQL OPEN unclaim_pay_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH unclaim_pay_cursor
                   INTO :DB-SOURCE-ID, :DB-SOURCE-PAYEE,
                        :DB-SOURCE-SEQ, :DB-POLICY-ID, :DB-AMOUNT,
                        :DB-CURRENCY-CODE, :DB-LAST-ACTIVITY
               END-EXEC
               IF SQLCODE = 0
                   PERFORM REGISTER-ONE-ITEM
               END-IF
           END-PERFORM

           EXEC SQL CLOSE unclaim_pay_cursor END-EXEC.

       REGISTER-RESIDUAL-CREDITS.

      * A credit note on a live policy is used up by the next
      * premium; only once the policy has terminated is there
      * nothing left for it to pay.

           MOVE "CREDIT" TO DB-SOURCE-TYPE
           MOVE SPACES TO DB-SOURCE-PAYEE
           MOVE ZERO TO DB-SOURCE-SEQ

           EXEC SQL
               DECLARE unclaim_credit_cursor CURSOR FOR
               SELECT I.INVOICE_ID, I.POLICY_ID, 0 - I.AMOUNT,
                      IFNULL(I.CURRENCY_CODE, 'USD'),
                      IFNULL(I.CREATED_DATE,
                             IFNULL(I.DUE_DATE, '00000000'))
               FROM INVOICE I, POLICY P
               WHERE I.INVOICE_TYPE = 'CREDIT'
                 AND I.STATUS = 'UNPAID'
                 AND I.AMOUNT < 0
                 AND P.POLICY_ID = I.POLICY_ID
                 AND P.STATUS IN ('LAPSED', 'SURRENDER', 'CANCELLED',
                                  'EXPIRED', 'TERMINATED')
                 AND NOT EXISTS
                     (SELECT 1 FROM UNCLAIMED_PROPERTY U
                      WHERE U.SOURCE_TYPE = 'CREDIT'
                        AND U.SOURCE_ID = I.INVOICE_ID
                        AND U.STATUS <> 'RESOLVED')
               ORDER BY I.INVOICE_ID
           END-EXEC

           EXEC SQL OPEN unclaim_credit_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH unclaim_credit_cursor
                   INTO :DB-SOURCE-ID, :DB-POLICY-ID, :DB-AMOUNT,
                        :DB-CURRENCY-CODE, :DB-LAST-ACTIVITY
               END-EXEC
               IF SQLCODE = 0
                   PERFORM REGISTER-ONE-ITEM
               END-IF
           END-PERFORM

           EXEC SQL CLOSE unclaim_credit_cursor END-EXEC.

       REGISTER-OPEN-SUSPENSE.

      * Suspense cash has no currency of its own - it was banked in
      * the house currency. An item never tied to a policy has no
      * known owner at all.

           MOVE "SUSPENSE" TO DB-SOURCE-TYPE
           MOVE SPACES TO DB-SOURCE-PAYEE
           MOVE ZERO TO DB-SOURCE-SEQ

           EXEC SQL
               DECLARE unclaim_susp_cursor CURSOR FOR
               SELECT S.SUSPENSE_ID, IFNULL(S.POLICY_ID, 0),
                      S.AMOUNT,
                      IFNULL(S.VALUE_DATE,
                             IFNULL(S.CREATED_DATE, '00000000'))
               FROM PAYMENT_SUSPENSE S
               WHERE S.STATUS = 'OPEN'
                 AND S.AMOUNT > 0
                 AND NOT EXISTS
                     (SELECT 1 FROM UNCLAIMED_PROPERTY U
                      WHERE U.SOURCE_TYPE = 'SUSPENSE'
                        AND U.SOURCE_ID = S.SUSPENSE_ID
                        AND U.STATUS <> 'RESOLVED')
               ORDER BY S.SUSPENSE_ID
           END-EXEC

           EXEC SQL OPEN unclaim_susp_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH unclaim_susp_cursor
                   INTO :DB-SOURCE-ID, :DB-POLICY-ID, :DB-AMOUNT,
                        :DB-LAST-ACTIVITY
               END-EXEC
               IF SQLCODE = 0
                   MOVE HOUSE-CURRENCY-CODE TO DB-CURRENCY-CODE
                   PERFORM REGISTER-ONE-ITEM
               END-IF
           END-PERFORM

           EXEC SQL CLOSE unclaim_susp_cursor END-EXEC.

       REGISTER-ONE-ITEM.

           PERFORM LOOKUP-POLICY-OWNER

      * A claim is owed to the payee, not the policyholder - the
      * payee's name goes on the register, with the policyholder's
      * address and jurisdiction as the only ones on file.

           IF DB-SOURCE-TYPE = "CLAIMPAY"
               MOVE DB-SOURCE-PAYEE TO DB-OWNER-NAME
           END-IF

           EXEC SQL
               SELECT IFNULL(MAX(ITEM_ID), 0) + 1
               INTO :DB-ITEM-ID
               FROM UNCLAIMED_PROPERTY
           END-EXEC

           EXEC SQL
               INSERT INTO UNCLAIMED_PROPERTY
                   (ITEM_ID, SOURCE_TYPE, SOURCE_ID, SOURCE_PAYEE,
                    SOURCE_SEQ, POLICY_ID, CUSTOMER_ID, OWNER_NAME,
                    JURISDICTION, AMOUNT, CURRENCY_CODE,
                    LAST_ACTIVITY, STATUS, REGISTERED_DATE,
                    LETTER_DATE, REMIT_DATE, HOUSE_AMOUNT,
                    RESOLVED_DATE)
               VALUES
                   (:DB-ITEM-ID, :DB-SOURCE-TYPE, :DB-SOURCE-ID,
                    :DB-SOURCE-PAYEE, :DB-SOURCE-SEQ, :DB-POLICY-ID,
                    :DB-CUSTOMER-ID, :DB-OWNER-NAME,
                    :DB-JURISDICTION, :DB-AMOUNT, :DB-CURRENCY-CODE,
                    :DB-LAST-ACTIVITY, 'OPEN', :DB-TODAY-DATE,
                    '00000000', '00000000', 0, '00000000')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR REGISTERING UNCLAIMED "
                       DB-SOURCE-TYPE " " DB-SOURCE-ID
                       ", SQLCODE: " SQLCODE
           ELSE
               ADD 1 TO ITEMS-REGISTERED
           END-IF

           MOVE ZERO TO SQLCODE.

       LOOKUP-POLICY-OWNER.

      * The owner's row when the policy has a separate owner, else
      * the insured's - the same customer PAYOUTDISBURSE pays.

           MOVE ZERO TO DB-CUSTOMER-ID
           MOVE "UNIDENTIFIED REMITTER" TO DB-OWNER-NAME
           MOVE SPACES TO DB-JURISDICTION

           IF DB-POLICY-ID NOT = ZERO
               EXEC SQL
                   SELECT IFNULL(C.CUSTOMER_ID, 0),
                          IFNULL(C.CUSTOMER_NAME, ' '),
                          IFNULL(C.JURISDICTION, ' ')
                   INTO :DB-CUSTOMER-ID, :DB-OWNER-NAME,
                        :DB-JURISDICTION
                   FROM POLICY P
                   LEFT JOIN CUSTOMER C
                       ON C.CUSTOMER_ID =
                          CASE WHEN IFNULL(P.OWNER_CUSTOMER_ID, 0)
                                    <> 0
                               THEN P.OWNER_CUSTOMER_ID
                               ELSE P.CUSTOMER_ID END
                   WHERE P.POLICY_ID = :DB-POLICY-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE ZERO TO DB-CUSTOMER-ID
                   MOVE "UNIDENTIFIED REMITTER" TO DB-OWNER-NAME
                   MOVE SPACES TO DB-JURISDICTION
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF.

       REFRESH-OWNER-JURISDICTION.

      * The jurisdiction is whatever is on the customer master now -
      * one keyed or changed since the item was registered is the
      * one the item is reported to.

           EXEC SQL
               UPDATE UNCLAIMED_PROPERTY
               SET JURISDICTION =
                   (SELECT IFNULL(C.JURISDICTION, ' ')
                    FROM CUSTOMER C
                    WHERE C.CUSTOMER_ID =
                          UNCLAIMED_PROPERTY.CUSTOMER_ID)
               WHERE STATUS IN ('OPEN', 'LETTER-SENT', 'NO-ADDRESS')
                 AND CUSTOMER_ID <> 0
                 AND EXISTS
                     (SELECT 1 FROM CUSTOMER C
                      WHERE C.CUSTOMER_ID =
                            UNCLAIMED_PROPERTY.CUSTOMER_ID)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
           END-IF.

       SEND-DUE-DILIGENCE-LETTERS.

      * Everything an owner has gone dormant on goes in one letter.
      * An item with no customer behind it has nobody to write to -
      * it is marked NO-ADDRESS and waits out the same period before
      * it can be reported. So is one whose owner's address is
      * marked BAD: the letter is suppressed and the owner goes on
      * the trace list.

           EXEC SQL
               DECLARE due_diligence_cursor CURSOR FOR
               SELECT U.ITEM_ID, U.CUSTOMER_ID, U.OWNER_NAME,
                      IFNULL(C.ADDRESS, ' '), U.SOURCE_TYPE,
                      U.POLICY_ID, U.AMOUNT, U.CURRENCY_CODE,
                      U.LAST_ACTIVITY
               FROM UNCLAIMED_PROPERTY U
               LEFT JOIN CUSTOMER C
                   ON C.CUSTOMER_ID = U.CUSTOMER_ID
               WHERE U.STATUS = 'OPEN'
                 AND U.LAST_ACTIVITY <= :DB-DORMANT-CUTOFF
               ORDER BY U.CUSTOMER_ID, U.OWNER_NAME, U.ITEM_ID
           END-EXEC

           EXEC SQL OPEN due_diligence_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH due_diligence_cursor
                   INTO :DB-ITEM-ID, :DB-CUSTOMER-ID,
                        :DB-OWNER-NAME, :DB-ADDRESS,
                        :DB-SOURCE-TYPE, :DB-POLICY-ID, :DB-AMOUNT,
                        :DB-CURRENCY-CODE, :DB-LAST-ACTIVITY
               END-EXEC
               IF SQLCODE = 0
                   PERFORM LETTER-ONE-ITEM
               END-IF
           END-PERFORM

           EXEC SQL CLOSE due_diligence_cursor END-EXEC.

       LETTER-ONE-ITEM.

           IF DB-CUSTOMER-ID NOT = ZERO
              AND DB-ADDRESS NOT = SPACES
               MOVE DB-CUSTOMER-ID TO IOK-CUSTOMER-ID
               MOVE DB-OWNER-NAME  TO IOK-OWNER-NAME
               IF ITEM-OWNER-KEY NOT = CURRENT-OWNER-KEY
                   PERFORM START-OWNER-LETTER
                   MOVE ITEM-OWNER-KEY TO CURRENT-OWNER-KEY
               END-IF
           END-IF

           IF DB-CUSTOMER-ID = ZERO
              OR DB-ADDRESS = SPACES
              OR OWNER-LETTER-SUPPRESSED
               MOVE "NO-ADDRESS" TO DB-ITEM-STATUS
               ADD 1 TO ITEMS-NO-ADDRESS
           ELSE
               MOVE "LETTER-SENT" TO DB-ITEM-STATUS
               PERFORM WRITE-LETTER-ITEM
           END-IF

           EXEC SQL
               UPDATE UNCLAIMED_PROPERTY
               SET STATUS = :DB-ITEM-STATUS,
                   LETTER_DATE = :DB-TODAY-DATE
               WHERE ITEM_ID = :DB-ITEM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR MARKING UNCLAIMED ITEM " DB-ITEM-ID
                       ", SQLCODE: " SQLCODE
           END-IF

           MOVE ZERO TO SQLCODE.

       START-OWNER-LETTER.

           PERFORM LOG-OWNER-LETTER

           IF COR-SUPPRESSED
               MOVE "Y" TO OWNER-SUPPRESSED-SWITCH
               ADD 1 TO LETTERS-SUPPRESSED
           ELSE
               MOVE "N" TO OWNER-SUPPRESSED-SWITCH
               PERFORM WRITE-LETTER-OWNER
           END-IF.

       LOG-OWNER-LETTER.

           MOVE DB-ITEM-ID     TO COR-DOC-REF
           MOVE DB-POLICY-ID   TO COR-POLICY-ID
           MOVE DB-CUSTOMER-ID TO COR-CUSTOMER-ID

           CALL "CORRLOG"
                USING COR-DOC-TYPE
                      COR-SOURCE-PROGRAM
                      COR-DOC-REF
                      COR-POLICY-ID
                      COR-CUSTOMER-ID
                      COR-AGENT-ID
                      COR-RESULT
                      COR-CORR-ID.

       WRITE-LETTER-OWNER.

           MOVE SPACES TO LETTER-RECORD
           MOVE "H"             TO LTR-RECORD-TYPE
           MOVE DB-CUSTOMER-ID  TO LTR-H-CUSTOMER-ID
           MOVE DB-OWNER-NAME   TO LTR-H-OWNER-NAME
           MOVE DB-ADDRESS      TO LTR-H-ADDRESS
           MOVE TODAY-DATE      TO LTR-H-LETTER-DATE
           WRITE LETTER-RECORD

           ADD 1 TO LETTERS-SENT.

       WRITE-LETTER-ITEM.

           MOVE SPACES TO LETTER-RECORD
           MOVE "D"              TO LTR-RECORD-TYPE
           MOVE DB-ITEM-ID       TO LTR-D-ITEM-ID
           MOVE DB-SOURCE-TYPE   TO LTR-D-SOURCE-TYPE
           MOVE DB-POLICY-ID     TO LTR-D-POLICY-ID
           MOVE DB-AMOUNT        TO LTR-D-AMOUNT
           MOVE DB-CURRENCY-CODE TO LTR-D-CURRENCY-CODE
           MOVE DB-LAST-ACTIVITY TO LTR-D-LAST-ACTIVITY
           WRITE LETTER-RECORD.

       FILE-ANNUAL-ESCHEAT-REPORT.

      * Only items whose letter went out at least the letter period
      * ago are reported - the owner has had the chance to answer.
      * Anything due this year with no jurisdiction is counted and
      * left on the register for next year's filing.

           OPEN OUTPUT ESCHEAT-REPORT-FILE
           OPEN OUTPUT REMITTANCE-FILE
           PERFORM OPEN-GL-CASH-FILE
           SET REPORT-FILES-OPEN TO TRUE

           MOVE SPACES TO ESR-HEADING-LINE
           STRING "UNCLAIMED PROPERTY ESCHEAT REPORT - YEAR "
                  DELIMITED BY SIZE
                  TODAY-YEAR DELIMITED BY SIZE
                  " RUN " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO ESR-HEADING-LINE
           WRITE ESR-HEADING-LINE

           EXEC SQL
               DECLARE escheat_remit_cursor CURSOR FOR
               SELECT ITEM_ID, SOURCE_TYPE, SOURCE_ID, SOURCE_PAYEE,
                      SOURCE_SEQ, POLICY_ID, OWNER_NAME,
                      JURISDICTION, AMOUNT, CURRENCY_CODE,
                      LAST_ACTIVITY
               FROM UNCLAIMED_PROPERTY
               WHERE STATUS IN ('LETTER-SENT', 'NO-ADDRESS')
                 AND LETTER_DATE <= :DB-LETTER-CUTOFF
                 AND IFNULL(JURISDICTION, ' ') <> ' '
               ORDER BY JURISDICTION, OWNER_NAME, ITEM_ID
           END-EXEC

           EXEC SQL OPEN escheat_remit_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH escheat_remit_cursor
                   INTO :DB-ITEM-ID, :DB-SOURCE-TYPE, :DB-SOURCE-ID,
                        :DB-SOURCE-PAYEE, :DB-SOURCE-SEQ,
                        :DB-POLICY-ID, :DB-OWNER-NAME,
                        :DB-JURISDICTION, :DB-AMOUNT,
                        :DB-CURRENCY-CODE, :DB-LAST-ACTIVITY
               END-EXEC
               IF SQLCODE = 0
                   PERFORM REMIT-ONE-ITEM
                       THRU REMIT-ONE-ITEM-EXIT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE escheat_remit_cursor END-EXEC

           MOVE ZERO TO SQLCODE

           IF CURRENT-JURISDICTION NOT = SPACES
               PERFORM CLOSE-JURISDICTION
           END-IF

           MOVE "TOTAL REMITTED, ALL STATES:" TO ESR-TOTAL-CAPTION
           MOVE GRAND-ITEM-COUNT   TO ESR-TOTAL-COUNT
           MOVE GRAND-AMOUNT-TOTAL TO ESR-TOTAL-AMOUNT
           WRITE ESR-TOTAL-LINE

           MOVE ZERO TO DB-ITEM-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-ITEM-COUNT
               FROM UNCLAIMED_PROPERTY
               WHERE STATUS IN ('LETTER-SENT', 'NO-ADDRESS')
                 AND LETTER_DATE <= :DB-LETTER-CUTOFF
                 AND IFNULL(JURISDICTION, ' ') = ' '
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-ITEM-COUNT
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE DB-ITEM-COUNT TO ITEMS-NO-JURISDICTION

           IF ITEMS-NO-JURISDICTION > ZERO
               MOVE "HELD, NO OWNER JURISDICTION:"
                   TO ESR-TOTAL-CAPTION
               MOVE ITEMS-NO-JURISDICTION TO ESR-TOTAL-COUNT
               MOVE ZERO          TO ESR-TOTAL-AMOUNT
               WRITE ESR-TOTAL-LINE
           END-IF.

       REMIT-ONE-ITEM.

           PERFORM CLOSE-SOURCE-ITEM

      * No source row flipped means the owner turned up since the
      * cursor opened - the item is left for tomorrow's RESOLVED
      * sweep and nothing is sent.

           IF SQLCODE NOT = 0
               DISPLAY "UNCLAIMED ITEM " DB-ITEM-ID
                       " SOURCE NO LONGER OUTSTANDING, NOT REMITTED"
               ADD 1 TO ITEMS-SOURCE-CHANGED
               MOVE ZERO TO SQLCODE
               GO TO REMIT-ONE-ITEM-EXIT
           END-IF

           PERFORM CONVERT-TO-HOUSE-CURRENCY
           MOVE HOUSE-AMOUNT TO DB-HOUSE-AMOUNT

           EXEC SQL
               UPDATE UNCLAIMED_PROPERTY
               SET STATUS = 'REMITTED',
                   REMIT_DATE = :DB-TODAY-DATE,
                   HOUSE_AMOUNT = :DB-HOUSE-AMOUNT
               WHERE ITEM_ID = :DB-ITEM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR MARKING ITEM " DB-ITEM-ID
                       " REMITTED, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-JURISDICTION NOT = CURRENT-JURISDICTION
               IF CURRENT-JURISDICTION NOT = SPACES
                   PERFORM CLOSE-JURISDICTION
               END-IF
               MOVE DB-JURISDICTION TO CURRENT-JURISDICTION
               PERFORM OPEN-JURISDICTION
           END-IF

           PERFORM WRITE-REPORT-DETAIL
           PERFORM WRITE-REMITTANCE-DETAIL
           PERFORM WRITE-ESCHEAT-GL-ENTRIES

           ADD 1 TO JURIS-ITEM-COUNT
           ADD HOUSE-AMOUNT TO JURIS-AMOUNT-TOTAL
           ADD 1 TO GRAND-ITEM-COUNT
           ADD HOUSE-AMOUNT TO GRAND-AMOUNT-TOTAL
           ADD 1 TO ITEMS-REMITTED.

       REMIT-ONE-ITEM-EXIT.
           EXIT.

       CLOSE-SOURCE-ITEM.

      * Each flip is conditional on the source still being the
      * outstanding item it was when registered.

           EVALUATE DB-SOURCE-TYPE
               WHEN "CLAIMPAY"
                   EXEC SQL
                       UPDATE CLAIM_PAYMENT
                       SET PAYMENT_STATUS = 'ESCHEATED'
                       WHERE CLAIM_ID = :DB-SOURCE-ID
                         AND PAYEE_NAME = :DB-SOURCE-PAYEE
                         AND PAYMENT_NO = :DB-SOURCE-SEQ
                         AND PAYMENT_STATUS = 'RETURNED'
                   END-EXEC
               WHEN "CREDIT"
                   EXEC SQL
                       UPDATE INVOICE
                       SET STATUS = 'ESCHEATED',
                           PAID_DATE = :DB-TODAY-DATE
                       WHERE INVOICE_ID = :DB-SOURCE-ID
                         AND STATUS = 'UNPAID'
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       UPDATE PAYMENT_SUSPENSE
                       SET STATUS = 'ESCHEATED',
                           RESOLVED_BY = 'ESCHEATBATCH',
                           RESOLVED_DATE = :DB-TODAY-DATE
                       WHERE SUSPENSE_ID = :DB-SOURCE-ID
                         AND STATUS = 'OPEN'
                   END-EXEC
           END-EVALUATE.

       OPEN-JURISDICTION.

           MOVE ZERO TO JURIS-ITEM-COUNT
           MOVE ZERO TO JURIS-AMOUNT-TOTAL

           MOVE SPACES TO ESR-HEADING-LINE
           WRITE ESR-HEADING-LINE
           MOVE SPACES TO ESR-HEADING-LINE
           STRING "JURISDICTION: " DELIMITED BY SIZE
                  CURRENT-JURISDICTION DELIMITED BY SIZE
                  INTO ESR-HEADING-LINE
           WRITE ESR-HEADING-LINE

           MOVE SPACES TO REM-RECORD
           MOVE "H"                  TO REM-RECORD-TYPE
           MOVE HOLDER-ID            TO REM-H-HOLDER-ID
           MOVE CURRENT-JURISDICTION TO REM-H-JURISDICTION
           MOVE TODAY-YEAR           TO REM-H-REPORT-YEAR
           MOVE TODAY-DATE           TO REM-H-CREATION-DATE
           WRITE REM-RECORD.

       CLOSE-JURISDICTION.

           MOVE SPACES TO ESR-TOTAL-LINE
           STRING CURRENT-JURISDICTION DELIMITED BY SPACE
                  " TOTAL:" DELIMITED BY SIZE
                  INTO ESR-TOTAL-CAPTION
           MOVE JURIS-ITEM-COUNT   TO ESR-TOTAL-COUNT
           MOVE JURIS-AMOUNT-TOTAL TO ESR-TOTAL-AMOUNT
           WRITE ESR-TOTAL-LINE

           MOVE SPACES TO REM-RECORD
           MOVE "T"                TO REM-RECORD-TYPE
           MOVE JURIS-ITEM-COUNT   TO REM-T-RECORD-COUNT
           MOVE JURIS-AMOUNT-TOTAL TO REM-T-AMOUNT-HASH
           WRITE REM-RECORD

           DISPLAY "ESCHEAT " CURRENT-JURISDICTION " ITEMS: "
                   JURIS-ITEM-COUNT " AMOUNT: " JURIS-AMOUNT-TOTAL.

       WRITE-REPORT-DETAIL.

           MOVE SPACES TO ESR-DETAIL-LINE
           MOVE DB-OWNER-NAME    TO ESR-OWNER-NAME
           MOVE DB-SOURCE-TYPE   TO ESR-SOURCE-TYPE
           MOVE DB-SOURCE-ID     TO ESR-SOURCE-ID
           MOVE DB-POLICY-ID     TO ESR-POLICY-ID
           MOVE DB-LAST-ACTIVITY TO ESR-LAST-ACTIVITY
           MOVE HOUSE-AMOUNT     TO ESR-HOUSE-AMOUNT
           WRITE ESR-DETAIL-LINE.

       WRITE-REMITTANCE-DETAIL.

           MOVE SPACES TO REM-RECORD
           MOVE "D"              TO REM-RECORD-TYPE
           MOVE DB-ITEM-ID       TO REM-D-ITEM-ID
           MOVE DB-OWNER-NAME    TO REM-D-OWNER-NAME
           MOVE DB-SOURCE-TYPE   TO REM-D-SOURCE-TYPE
           MOVE DB-POLICY-ID     TO REM-D-POLICY-ID
           MOVE DB-LAST-ACTIVITY TO REM-D-LAST-ACTIVITY
           MOVE HOUSE-AMOUNT     TO REM-D-AMOUNT
           WRITE REM-RECORD.

       WRITE-ESCHEAT-GL-ENTRIES.

      * The register item id stands in the invoice column, so each
      * GL line traces back to the item it remitted.

           EVALUATE DB-SOURCE-TYPE
               WHEN "CLAIMPAY"
                   MOVE GL-ACCOUNT-CLAIMS-PAID TO TAKE-UP-ACCOUNT
               WHEN "CREDIT"
                   MOVE GL-ACCOUNT-RECEIVABLE  TO TAKE-UP-ACCOUNT
               WHEN OTHER
                   MOVE GL-ACCOUNT-CASH        TO TAKE-UP-ACCOUNT
           END-EVALUATE

           MOVE DB-POLICY-ID       TO JRN-POLICY-ID
           MOVE DB-ITEM-ID         TO JRN-INVOICE-ID
           MOVE TODAY-DATE         TO JRN-ENTRY-DATE
           MOVE HOUSE-AMOUNT       TO JRN-AMOUNT

           MOVE TAKE-UP-ACCOUNT    TO JRN-ACCOUNT-CODE
           MOVE "D"                TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL

           MOVE GL-ACCOUNT-UNCLAIMED TO JRN-ACCOUNT-CODE
           MOVE "C"                TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL

           MOVE DB-POLICY-ID       TO GLC-POLICY-ID
           MOVE DB-ITEM-ID         TO GLC-INVOICE-ID
           MOVE TODAY-DATE         TO GLC-DATE
           MOVE HOUSE-AMOUNT       TO GLC-AMOUNT

           MOVE GL-ACCOUNT-UNCLAIMED TO GLC-ACCOUNT-CODE
           MOVE "D"                TO GLC-DEBIT-CREDIT
           WRITE GL-CASH-RECORD

           MOVE GL-ACCOUNT-UNCLAIMED TO JRN-ACCOUNT-CODE
           MOVE "D"                TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL

           MOVE GL-ACCOUNT-CASH    TO GLC-ACCOUNT-CODE
           MOVE "C"                TO GLC-DEBIT-CREDIT
           WRITE GL-CASH-RECORD

           MOVE GL-ACCOUNT-CASH    TO JRN-ACCOUNT-CODE
           MOVE "C"                TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL.

       WRITE-AGING-LISTING.

           EXEC SQL
               DECLARE unclaim_aging_cursor CURSOR FOR
               SELECT IFNULL(JURISDICTION, ' '), OWNER_NAME,
                      SOURCE_TYPE, SOURCE_ID, POLICY_ID, AMOUNT,
                      CURRENCY_CODE, LAST_ACTIVITY, STATUS
               FROM UNCLAIMED_PROPERTY
               WHERE STATUS IN ('OPEN', 'LETTER-SENT', 'NO-ADDRESS')
               ORDER BY IFNULL(JURISDICTION, ' '), OWNER_NAME,
                        LAST_ACTIVITY
           END-EXEC

           EXEC SQL OPEN unclaim_aging_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH unclaim_aging_cursor
                   INTO :DB-JURISDICTION, :DB-OWNER-NAME,
                        :DB-SOURCE-TYPE, :DB-SOURCE-ID,
                        :DB-POLICY-ID, :DB-AMOUNT,
                        :DB-CURRENCY-CODE, :DB-LAST-ACTIVITY,
                        :DB-ITEM-STATUS
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-AGING-LINE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE unclaim_aging_cursor END-EXEC.

       WRITE-AGING-LINE.

           MOVE ZERO TO AGE-DAYS

           IF DB-LAST-ACTIVITY > ZERO
               COMPUTE ACTIVITY-INTEGER =
                       FUNCTION INTEGER-OF-DATE (DB-LAST-ACTIVITY)
               IF ACTIVITY-INTEGER < TODAY-INTEGER
                   COMPUTE AGE-DAYS =
                           TODAY-INTEGER - ACTIVITY-INTEGER
               END-IF
           END-IF

           MOVE DB-JURISDICTION  TO AGL-JURISDICTION
           MOVE DB-OWNER-NAME    TO AGL-OWNER-NAME
           MOVE DB-SOURCE-TYPE   TO AGL-SOURCE-TYPE
           MOVE DB-SOURCE-ID     TO AGL-SOURCE-ID
           MOVE DB-POLICY-ID     TO AGL-POLICY-ID
           MOVE DB-AMOUNT        TO AGL-AMOUNT
           MOVE DB-CURRENCY-CODE TO AGL-CURRENCY-CODE
           MOVE DB-LAST-ACTIVITY TO AGL-LAST-ACTIVITY
           MOVE AGE-DAYS         TO AGL-AGE-DAYS
           MOVE DB-ITEM-STATUS   TO AGL-STATUS
           WRITE AGING-LINE

           ADD 1 TO ITEMS-AGED.

       OPEN-GL-CASH-FILE.

      * The day's cash entries accumulate across every posting
      * session, so the cash proof can tie the whole day out in one
      * pass. A brand new day starts the file.

           OPEN EXTEND GL-CASH-FILE

           IF NOT GL-CASH-FILE-OK
               OPEN OUTPUT GL-CASH-FILE
           END-IF.

       CONVERT-TO-HOUSE-CURRENCY.

      * The rate in force on the remittance day, the same lookup
      * PAYOUTDISBURSE uses for its payouts.

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

       LOAD-RUN-PARAMETERS.

      * The value in force at today's date applies for the whole
      * run - a key with no row on file keeps its compiled default.

           ACCEPT PARAM-RUN-DATE FROM DATE YYYYMMDD
           MOVE PARAM-RUN-DATE TO DB-PARAM-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           MOVE "ESCHEAT-DORMANT-DAYS" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO ESCHEAT-DORMANT-DAYS
           END-IF

           MOVE "ESCHEAT-LETTER-DAYS" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO ESCHEAT-LETTER-DAYS
           END-IF

           MOVE "ESCHEAT-REPORT-MONTH" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO ESCHEAT-REPORT-MONTH
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

           MOVE "ITEMS-REGISTERED" TO MET-METRIC-NAME
           MOVE ITEMS-REGISTERED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "LETTERS-SENT" TO MET-METRIC-NAME
           MOVE LETTERS-SENT TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "LETTERS-SUPPRESSED" TO MET-METRIC-NAME
           MOVE LETTERS-SUPPRESSED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "ITEMS-REMITTED" TO MET-METRIC-NAME
           MOVE ITEMS-REMITTED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE.
