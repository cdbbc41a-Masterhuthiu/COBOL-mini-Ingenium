       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIMGLREC.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-RECON-REPORT ASSIGN TO "CLMGLREC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-RECON-REPORT.
       01  RECON-HEADING-LINE           PIC X(100).
       01  RECON-BREAK-LINE.
           05 RBL-CLAIM-ID              PIC ZZZZZZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RBL-POLICY-ID             PIC ZZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RBL-PRODUCT-CODE          PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RBL-CURRENCY-CODE         PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RBL-CHECK-NAME            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RBL-SUBLEDGER-AMOUNT      PIC -ZZZZZZZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RBL-GL-AMOUNT             PIC -ZZZZZZZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RBL-DIFFERENCE            PIC -ZZZZZZZZ9.99.
       01  RECON-TOTAL-LINE.
           05 RTL-CAPTION               PIC X(20).
           05 RTL-PRODUCT-CODE          PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RTL-CURRENCY-CODE         PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RTL-CHECK-NAME            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RTL-SUBLEDGER-AMOUNT      PIC -ZZZZZZZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RTL-GL-AMOUNT             PIC -ZZZZZZZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RTL-DIFFERENCE            PIC -ZZZZZZZZ9.99.
       01  RECON-SUMMARY-LINE.
           05 FILLER                    PIC X(16)
              VALUE "CLAIMS CHECKED: ".
           05 RSL-CLAIMS-CHECKED        PIC ZZZZZZZZ9.
           05 FILLER                    PIC X(17)
              VALUE "  CLAIMS BROKEN: ".
           05 RSL-BREAK-COUNT           PIC ZZZZZZZZ9.
           05 FILLER                    PIC X(10) VALUE "  RESULT: ".
           05 RSL-RESULT                PIC X(10).

       WORKING-STORAGE SECTION.

      * Month-end proof that the claims subledgers and the ledger
      * say the same thing. Every claim on file is walked in product
      * and currency order, and five figures are set beside the
      * GL_JOURNAL lines journaled against the claim id:
      *
      *   APPROVED  - approved amount of a PAID claim, against
      *               claims paid 5000 (sources CLAIMPAY and LOAN);
      *               not for a benefit-schedule claim, whose
      *               approved amount is one month's instalment
      *   PAID      - CLAIM_PAYMENT rows still out (not RETURNED,
      *               VOIDED or ESCHEATED), against 5000 CLAIMPAY
      *   RESERVE   - open CLAIM_RESERVE, against 2200 RESERVE
      *   REINS-REC - REINSURANCE_RECEIVABLE ceded less remitted,
      *               against 1500 REINSREC
      *   RECOVERY  - CLAIM_RECOVERY recovered, against 5100
      *               RECOVERY
      *
      * Subledger amounts are converted to the house currency at the
      * rate the posting program used - the payment day, the day the
      * reserve went up, the cession day - and recoveries carry their
      * own booked house value. The ledger side is every line posted
      * into this period or earlier. A check whose two sides differ
      * by more than the tolerance (rounding where an amount was
      * converted in pieces) is a break: the claim is listed, and
      * the product/currency and grand totals show where it sits.
      *
      * The run is recorded on CLAIM_RECON_RUN, and SYSSTATMAINT
      * looks at the latest run for a period before it will close
      * it. Breaks end the step with RC 4.

       01 TODAY-DATE                 PIC 9(08).
       01 RUN-TIME                   PIC 9(06).
       01 RECON-PERIOD               PIC X(06).

       01 RECON-TOLERANCE            PIC 9(3)V99 VALUE 0.05.

       01 CLAIMS-CHECKED             PIC 9(9) COMP VALUE ZERO.
       01 CLAIMS-BROKEN              PIC 9(9) COMP VALUE ZERO.
       01 BREAK-AMOUNT-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01 DIFFERENCE-AMOUNT          PIC S9(11)V99.
       01 ABSOLUTE-DIFFERENCE        PIC 9(11)V99.
       01 RECON-RESULT               PIC X(10).

       01 CURRENT-PRODUCT-CODE       PIC X(10) VALUE SPACES.
       01 CURRENT-CURRENCY-CODE      PIC X(03) VALUE SPACES.
       01 GROUP-STARTED-SWITCH       PIC X(01) VALUE "N".
           88 GROUP-STARTED                    VALUE "Y".
       01 CLAIM-BREAK-SWITCH         PIC X(01) VALUE "N".
           88 CLAIM-HAS-BREAK                  VALUE "Y".

      * One entry per check - the claim's two sides, and the same
      * carried up into the product/currency group and the run.

       01 CHECK-TABLE.
           05 CHECK-ENTRY OCCURS 5 TIMES
              INDEXED BY CHECK-IDX.
              10 CHECK-NAME           PIC X(10).
              10 CHECK-CLAIM-SUB      PIC S9(11)V99.
              10 CHECK-CLAIM-GL       PIC S9(11)V99.
              10 CHECK-GROUP-SUB      PIC S9(11)V99.
              10 CHECK-GROUP-GL       PIC S9(11)V99.
              10 CHECK-GRAND-SUB      PIC S9(11)V99.
              10 CHECK-GRAND-GL       PIC S9(11)V99.

       01 CHECK-NAME-VALUES.
           05 FILLER PIC X(10) VALUE "APPROVED".
           05 FILLER PIC X(10) VALUE "PAID".
           05 FILLER PIC X(10) VALUE "RESERVE".
           05 FILLER PIC X(10) VALUE "REINS-REC".
           05 FILLER PIC X(10) VALUE "RECOVERY".
       01 CHECK-NAME-LIST REDEFINES CHECK-NAME-VALUES.
           05 CHECK-NAME-VALUE       PIC X(10) OCCURS 5 TIMES.

       01 HOUSE-CURRENCY-CODE        PIC X(03) VALUE "USD".
       01 EXCHANGE-RATE-USED         PIC 9(3)V9(6).
       01 HOUSE-AMOUNT               PIC 9(9)V99.

      * The tolerance comes from SYSTEM_PARAMETER at the run date -
      * with no row it keeps its compiled default.

       01 PARAM-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 PARAM-FOUND                      VALUE "Y".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-CLAIM-ID                PIC 9(10).
       01 DB-POLICY-ID               PIC 9(06).
       01 DB-PRODUCT-CODE            PIC X(10).
       01 DB-CURRENCY-CODE           PIC X(03).
       01 DB-CLAIM-STATUS            PIC X(16).
       01 DB-APPROVED-AMOUNT         PIC 9(7)V99.
       01 DB-SCHEDULE-COUNT          PIC 9(05).
       01 DB-PERIOD                  PIC X(06).
       01 DB-RUN-DATE                PIC 9(08).
       01 DB-RUN-TIME                PIC 9(06).
       01 DB-RATE-DATE               PIC 9(08).
       01 DB-EXCHANGE-RATE           PIC 9(3)V9(6).
       01 DB-SUB-AMOUNT              PIC S9(11)V99.
       01 DB-GL-AMOUNT               PIC S9(11)V99.
       01 DB-RUN-NO                  PIC 9(05).
       01 DB-CLAIMS-CHECKED          PIC 9(09).
       01 DB-BREAK-COUNT             PIC 9(09).
       01 DB-BREAK-AMOUNT            PIC 9(11)V99.
       01 DB-RESULT                  PIC X(10).
       01 DB-PARAM-KEY               PIC X(20).
       01 DB-PARAM-VALUE             PIC 9(9)V99.
       01 DB-PARAM-DATE              PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                    PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-CLAIM-GL-RECON.

           DISPLAY "--- CLAIMS SUBLEDGER TO GL RECONCILIATION START ---"

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

           MOVE TODAY-DATE (1:6) TO RECON-PERIOD
           MOVE RECON-PERIOD     TO DB-PERIOD
           MOVE TODAY-DATE       TO DB-RUN-DATE
           MOVE RUN-TIME         TO DB-RUN-TIME

           PERFORM INIT-CHECK-ENTRY
               VARYING CHECK-IDX FROM 1 BY 1
               UNTIL CHECK-IDX > 5

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOAD-RUN-PARAMETERS

           PERFORM OPEN-RECON-REPORT

           PERFORM RECONCILE-CLAIMS

           IF CLAIMS-BROKEN > ZERO
               MOVE "BREAKS" TO RECON-RESULT
           ELSE
               MOVE "BALANCED" TO RECON-RESULT
           END-IF

           PERFORM CLOSE-RECON-REPORT

           PERFORM RECORD-RECON-RUN

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           DISPLAY "PERIOD: " RECON-PERIOD
           DISPLAY "CLAIMS CHECKED: " CLAIMS-CHECKED
           DISPLAY "CLAIMS WITH BREAKS: " CLAIMS-BROKEN
           DISPLAY "TOTAL BREAK AMOUNT: " BREAK-AMOUNT-TOTAL
           DISPLAY "RESULT: " RECON-RESULT
           DISPLAY "--- CLAIMS SUBLEDGER TO GL RECONCILIATION "
                   "FINISHED ---"

           IF CLAIMS-BROKEN > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       INIT-CHECK-ENTRY.

           MOVE CHECK-NAME-VALUE (CHECK-IDX) TO CHECK-NAME (CHECK-IDX)
           MOVE ZERO TO CHECK-CLAIM-SUB (CHECK-IDX)
           MOVE ZERO TO CHECK-CLAIM-GL (CHECK-IDX)
           MOVE ZERO TO CHECK-GROUP-SUB (CHECK-IDX)
           MOVE ZERO TO CHECK-GROUP-GL (CHECK-IDX)
           MOVE ZERO TO CHECK-GRAND-SUB (CHECK-IDX)
           MOVE ZERO TO CHECK-GRAND-GL (CHECK-IDX).

       LOAD-RUN-PARAMETERS.

           MOVE TODAY-DATE TO DB-PARAM-DATE

           MOVE "CLMREC-TOLERANCE" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO RECON-TOLERANCE
           END-IF.

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

       OPEN-RECON-REPORT.

           OPEN OUTPUT CLAIM-RECON-REPORT

           MOVE SPACES TO RECON-HEADING-LINE
           STRING "CLAIMS SUBLEDGER TO GL RECONCILIATION - PERIOD "
                  RECON-PERIOD " RUN " TODAY-DATE
                  DELIMITED BY SIZE INTO RECON-HEADING-LINE
           WRITE RECON-HEADING-LINE

           MOVE SPACES TO RECON-HEADING-LINE
           MOVE "AMOUNTS IN HOUSE CURRENCY - CLAIMS LISTED ONLY "
               TO RECON-HEADING-LINE
           MOVE "WHERE SUBLEDGER AND GL DISAGREE"
               TO RECON-HEADING-LINE (48:31)
           WRITE RECON-HEADING-LINE

           MOVE SPACES TO RECON-HEADING-LINE
           MOVE "  CLAIM ID  POLICY  PRODUCT    CCY  CHECK     "
               TO RECON-HEADING-LINE
           MOVE "    SUBLEDGER            GL    DIFFERENCE"
               TO RECON-HEADING-LINE (48:40)
           WRITE RECON-HEADING-LINE.

       CLOSE-RECON-REPORT.

           IF GROUP-STARTED
               PERFORM WRITE-GROUP-TOTALS
           END-IF

           MOVE SPACES TO RECON-HEADING-LINE
           WRITE RECON-HEADING-LINE

           MOVE "GRAND TOTAL"   TO RTL-CAPTION
           MOVE SPACES          TO RTL-PRODUCT-CODE
           MOVE HOUSE-CURRENCY-CODE TO RTL-CURRENCY-CODE

           PERFORM WRITE-GRAND-TOTAL-LINE
               VARYING CHECK-IDX FROM 1 BY 1
               UNTIL CHECK-IDX > 5

           MOVE CLAIMS-CHECKED TO RSL-CLAIMS-CHECKED
           MOVE CLAIMS-BROKEN  TO RSL-BREAK-COUNT
           MOVE RECON-RESULT   TO RSL-RESULT
           WRITE RECON-SUMMARY-LINE

           CLOSE CLAIM-RECON-REPORT.

       RECONCILE-CLAIMS.

           EXEC SQL
               DECLARE recon_claim_cursor CURSOR FOR
               SELECT C.CLAIM_ID, C.POLICY_ID,
                      IFNULL(P.PRODUCT_CODE, ' '),
                      IFNULL(C.CURRENCY_CODE, 'USD'),
                      IFNULL(C.STATUS, ' '),
                      IFNULL(C.APPROVED_AMOUNT, 0)
               FROM CLAIM_HISTORY C
               LEFT JOIN POLICY P ON P.POLICY_ID = C.POLICY_ID
               ORDER BY 3, 4, C.CLAIM_ID
           END-EXEC.

           EXEC SQL OPEN recon_claim_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH recon_claim_cursor
                   INTO :DB-CLAIM-ID, :DB-POLICY-ID, :DB-PRODUCT-CODE,
                        :DB-CURRENCY-CODE, :DB-CLAIM-STATUS,
                        :DB-APPROVED-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   PERFORM RECONCILE-ONE-CLAIM
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE recon_claim_cursor END-EXEC

           MOVE ZERO TO SQLCODE.

       RECONCILE-ONE-CLAIM.

           IF NOT GROUP-STARTED
              OR DB-PRODUCT-CODE NOT = CURRENT-PRODUCT-CODE
              OR DB-CURRENCY-CODE NOT = CURRENT-CURRENCY-CODE
               IF GROUP-STARTED
                   PERFORM WRITE-GROUP-TOTALS
               END-IF
               PERFORM START-NEW-GROUP
           END-IF

           ADD 1 TO CLAIMS-CHECKED
           MOVE "N" TO CLAIM-BREAK-SWITCH

           PERFORM GATHER-APPROVED-CHECK
               THRU GATHER-APPROVED-CHECK-EXIT
           PERFORM GATHER-PAID-CHECK
           PERFORM GATHER-RESERVE-CHECK
           PERFORM GATHER-REINSURANCE-CHECK
           PERFORM GATHER-RECOVERY-CHECK

           PERFORM COMPARE-ONE-CHECK
               VARYING CHECK-IDX FROM 1 BY 1
               UNTIL CHECK-IDX > 5

           IF CLAIM-HAS-BREAK
               ADD 1 TO CLAIMS-BROKEN
           END-IF.

       START-NEW-GROUP.

           MOVE DB-PRODUCT-CODE  TO CURRENT-PRODUCT-CODE
           MOVE DB-CURRENCY-CODE TO CURRENT-CURRENCY-CODE
           SET GROUP-STARTED TO TRUE

           PERFORM CLEAR-GROUP-TOTAL
               VARYING CHECK-IDX FROM 1 BY 1
               UNTIL CHECK-IDX > 5.

       CLEAR-GROUP-TOTAL.

           MOVE ZERO TO CHECK-GROUP-SUB (CHECK-IDX)
           MOVE ZERO TO CHECK-GROUP-GL (CHECK-IDX).

       GATHER-APPROVED-CHECK.

      * Only a claim that is fully PAID owes the ledger its whole
      * approved amount - one reopened by a return or a void, or a
      * benefit still IN-PAYMENT, is proved on the PAID check
      * alone. The approved amount converts at the day it was
      * disbursed, the same day CLAIMDISBURSE booked it.

           MOVE ZERO TO CHECK-CLAIM-SUB (1)
           MOVE ZERO TO CHECK-CLAIM-GL (1)

           IF DB-CLAIM-STATUS NOT = "PAID"
               GO TO GATHER-APPROVED-CHECK-EXIT
           END-IF

      * A disability or income claim on a BENEFIT_SCHEDULE carries
      * the monthly instalment as its approved amount, while 5000
      * holds every month paid - its months are proved on the PAID
      * check instead.

           MOVE ZERO TO DB-SCHEDULE-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-SCHEDULE-COUNT
               FROM BENEFIT_SCHEDULE
               WHERE CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-SCHEDULE-COUNT
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-SCHEDULE-COUNT > ZERO
               GO TO GATHER-APPROVED-CHECK-EXIT
           END-IF

           EXEC SQL
               SELECT IFNULL(MAX(PAYMENT_DATE), :DB-RUN-DATE)
               INTO :DB-RATE-DATE
               FROM CLAIM_PAYMENT
               WHERE CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE TODAY-DATE TO DB-RATE-DATE
               MOVE ZERO TO SQLCODE
           END-IF

           PERFORM CONVERT-TO-HOUSE-CURRENCY
           MOVE HOUSE-AMOUNT TO CHECK-CLAIM-SUB (1)

           MOVE ZERO TO DB-GL-AMOUNT

           EXEC SQL
               SELECT IFNULL(SUM(CASE WHEN DEBIT_CREDIT = 'D'
                                      THEN AMOUNT
                                      ELSE 0 - AMOUNT END), 0)
               INTO :DB-GL-AMOUNT
               FROM GL_JOURNAL
               WHERE INVOICE_ID = :DB-CLAIM-ID
                 AND ACCOUNT_CODE = '5000'
                 AND SOURCE_SYSTEM IN ('CLAIMPAY', 'LOAN')
                 AND POSTING_PERIOD <= :DB-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-GL-AMOUNT
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE DB-GL-AMOUNT TO CHECK-CLAIM-GL (1).

       GATHER-APPROVED-CHECK-EXIT.
           EXIT.

       GATHER-PAID-CHECK.

           MOVE ZERO TO DB-SUB-AMOUNT
           MOVE ZERO TO DB-GL-AMOUNT

           EXEC SQL
               SELECT IFNULL(SUM(ROUND(CP.PAYMENT_AMOUNT *
                          IFNULL((SELECT X.RATE_TO_HOUSE
                                  FROM EXCHANGE_RATE X
                                  WHERE X.CURRENCY_CODE =
                                        CP.CURRENCY_CODE
                                    AND X.EFFECTIVE_DATE <=
                                        CP.PAYMENT_DATE
                                  ORDER BY X.EFFECTIVE_DATE DESC
                                  LIMIT 1), 1), 2)), 0)
               INTO :DB-SUB-AMOUNT
               FROM CLAIM_PAYMENT CP
               WHERE CP.CLAIM_ID = :DB-CLAIM-ID
                 AND IFNULL(CP.PAYMENT_STATUS, 'SENT') NOT IN
                     ('RETURNED', 'VOIDED', 'ESCHEATED')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-SUB-AMOUNT
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL
               SELECT IFNULL(SUM(CASE WHEN DEBIT_CREDIT = 'D'
                                      THEN AMOUNT
                                      ELSE 0 - AMOUNT END), 0)
               INTO :DB-GL-AMOUNT
               FROM GL_JOURNAL
               WHERE INVOICE_ID = :DB-CLAIM-ID
                 AND ACCOUNT_CODE = '5000'
                 AND SOURCE_SYSTEM = 'CLAIMPAY'
                 AND POSTING_PERIOD <= :DB-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-GL-AMOUNT
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE DB-SUB-AMOUNT TO CHECK-CLAIM-SUB (2)
           MOVE DB-GL-AMOUNT  TO CHECK-CLAIM-GL (2).

       GATHER-RESERVE-CHECK.

      * The reserve is a liability, so the ledger side is the net
      * credit on 2200.

           MOVE ZERO TO DB-SUB-AMOUNT
           MOVE ZERO TO DB-GL-AMOUNT

           EXEC SQL
               SELECT IFNULL(SUM(ROUND(R.RESERVE_AMOUNT *
                          IFNULL((SELECT X.RATE_TO_HOUSE
                                  FROM EXCHANGE_RATE X
                                  WHERE X.CURRENCY_CODE =
                                        R.CURRENCY_CODE
                                    AND X.EFFECTIVE_DATE <=
                                        R.ESTABLISHED_DATE
                                  ORDER BY X.EFFECTIVE_DATE DESC
                                  LIMIT 1), 1), 2)), 0)
               INTO :DB-SUB-AMOUNT
               FROM CLAIM_RESERVE R
               WHERE R.CLAIM_ID = :DB-CLAIM-ID
                 AND R.STATUS = 'OPEN'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-SUB-AMOUNT
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL
               SELECT IFNULL(SUM(CASE WHEN DEBIT_CREDIT = 'C'
                                      THEN AMOUNT
                                      ELSE 0 - AMOUNT END), 0)
               INTO :DB-GL-AMOUNT
               FROM GL_JOURNAL
               WHERE INVOICE_ID = :DB-CLAIM-ID
                 AND ACCOUNT_CODE = '2200'
                 AND SOURCE_SYSTEM = 'RESERVE'
                 AND POSTING_PERIOD <= :DB-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-GL-AMOUNT
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE DB-SUB-AMOUNT TO CHECK-CLAIM-SUB (3)
           MOVE DB-GL-AMOUNT  TO CHECK-CLAIM-GL (3).

       GATHER-REINSURANCE-CHECK.

           MOVE ZERO TO DB-SUB-AMOUNT
           MOVE ZERO TO DB-GL-AMOUNT

           EXEC SQL
               SELECT IFNULL(SUM(ROUND((RR.CEDED_AMOUNT -
                          IFNULL(RR.REMITTED_AMOUNT, 0)) *
                          IFNULL((SELECT X.RATE_TO_HOUSE
                                  FROM EXCHANGE_RATE X
                                  WHERE X.CURRENCY_CODE =
                                        RR.CURRENCY_CODE
                                    AND X.EFFECTIVE_DATE <=
                                        RR.CESSION_DATE
                                  ORDER BY X.EFFECTIVE_DATE DESC
                                  LIMIT 1), 1), 2)), 0)
               INTO :DB-SUB-AMOUNT
               FROM REINSURANCE_RECEIVABLE RR
               WHERE RR.CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-SUB-AMOUNT
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL
               SELECT IFNULL(SUM(CASE WHEN DEBIT_CREDIT = 'D'
                                      THEN AMOUNT
                                      ELSE 0 - AMOUNT END), 0)
               INTO :DB-GL-AMOUNT
               FROM GL_JOURNAL
               WHERE INVOICE_ID = :DB-CLAIM-ID
                 AND ACCOUNT_CODE = '1500'
                 AND SOURCE_SYSTEM = 'REINSREC'
                 AND POSTING_PERIOD <= :DB-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-GL-AMOUNT
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE DB-SUB-AMOUNT TO CHECK-CLAIM-SUB (4)
           MOVE DB-GL-AMOUNT  TO CHECK-CLAIM-GL (4).

       GATHER-RECOVERY-CHECK.

      * Recovery cash arrives in pieces at each day's rate, so
      * RECOVERYMAINT keeps the house value it booked beside the
      * original-currency total - that is the subledger side here.

           MOVE ZERO TO DB-SUB-AMOUNT
           MOVE ZERO TO DB-GL-AMOUNT

           EXEC SQL
               SELECT IFNULL(SUM(IFNULL(RECOVERED_HOUSE_AMOUNT, 0)), 0)
               INTO :DB-SUB-AMOUNT
               FROM CLAIM_RECOVERY
               WHERE CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-SUB-AMOUNT
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL
               SELECT IFNULL(SUM(CASE WHEN DEBIT_CREDIT = 'C'
                                      THEN AMOUNT
                                      ELSE 0 - AMOUNT END), 0)
               INTO :DB-GL-AMOUNT
               FROM GL_JOURNAL
               WHERE INVOICE_ID = :DB-CLAIM-ID
                 AND ACCOUNT_CODE = '5100'
                 AND SOURCE_SYSTEM = 'RECOVERY'
                 AND POSTING_PERIOD <= :DB-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-GL-AMOUNT
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE DB-SUB-AMOUNT TO CHECK-CLAIM-SUB (5)
           MOVE DB-GL-AMOUNT  TO CHECK-CLAIM-GL (5).

       COMPARE-ONE-CHECK.

           ADD CHECK-CLAIM-SUB (CHECK-IDX)
               TO CHECK-GROUP-SUB (CHECK-IDX)
                  CHECK-GRAND-SUB (CHECK-IDX)
           ADD CHECK-CLAIM-GL (CHECK-IDX)
               TO CHECK-GROUP-GL (CHECK-IDX)
                  CHECK-GRAND-GL (CHECK-IDX)

           COMPUTE DIFFERENCE-AMOUNT =
                   CHECK-CLAIM-SUB (CHECK-IDX)
                   - CHECK-CLAIM-GL (CHECK-IDX)

           IF DIFFERENCE-AMOUNT < ZERO
               COMPUTE ABSOLUTE-DIFFERENCE = 0 - DIFFERENCE-AMOUNT
           ELSE
               MOVE DIFFERENCE-AMOUNT TO ABSOLUTE-DIFFERENCE
           END-IF

           IF ABSOLUTE-DIFFERENCE > RECON-TOLERANCE
               SET CLAIM-HAS-BREAK TO TRUE
               ADD ABSOLUTE-DIFFERENCE TO BREAK-AMOUNT-TOTAL
               PERFORM WRITE-BREAK-LINE
           END-IF.

       WRITE-BREAK-LINE.

           MOVE DB-CLAIM-ID                 TO RBL-CLAIM-ID
           MOVE DB-POLICY-ID                TO RBL-POLICY-ID
           MOVE DB-PRODUCT-CODE             TO RBL-PRODUCT-CODE
           MOVE DB-CURRENCY-CODE            TO RBL-CURRENCY-CODE
           MOVE CHECK-NAME (CHECK-IDX)      TO RBL-CHECK-NAME
           MOVE CHECK-CLAIM-SUB (CHECK-IDX) TO RBL-SUBLEDGER-AMOUNT
           MOVE CHECK-CLAIM-GL (CHECK-IDX)  TO RBL-GL-AMOUNT
           MOVE DIFFERENCE-AMOUNT           TO RBL-DIFFERENCE
           WRITE RECON-BREAK-LINE.

       WRITE-GROUP-TOTALS.

           MOVE "PRODUCT TOTAL"       TO RTL-CAPTION
           MOVE CURRENT-PRODUCT-CODE  TO RTL-PRODUCT-CODE
           MOVE CURRENT-CURRENCY-CODE TO RTL-CURRENCY-CODE

           PERFORM WRITE-GROUP-TOTAL-LINE
               VARYING CHECK-IDX FROM 1 BY 1
               UNTIL CHECK-IDX > 5.

       WRITE-GROUP-TOTAL-LINE.

           MOVE CHECK-NAME (CHECK-IDX)      TO RTL-CHECK-NAME
           MOVE CHECK-GROUP-SUB (CHECK-IDX) TO RTL-SUBLEDGER-AMOUNT
           MOVE CHECK-GROUP-GL (CHECK-IDX)  TO RTL-GL-AMOUNT
           COMPUTE RTL-DIFFERENCE =
                   CHECK-GROUP-SUB (CHECK-IDX)
                   - CHECK-GROUP-GL (CHECK-IDX)
           WRITE RECON-TOTAL-LINE.

       WRITE-GRAND-TOTAL-LINE.

           MOVE CHECK-NAME (CHECK-IDX)      TO RTL-CHECK-NAME
           MOVE CHECK-GRAND-SUB (CHECK-IDX) TO RTL-SUBLEDGER-AMOUNT
           MOVE CHECK-GRAND-GL (CHECK-IDX)  TO RTL-GL-AMOUNT
           COMPUTE RTL-DIFFERENCE =
                   CHECK-GRAND-SUB (CHECK-IDX)
                   - CHECK-GRAND-GL (CHECK-IDX)
           WRITE RECON-TOTAL-LINE.

       CONVERT-TO-HOUSE-CURRENCY.

      * The rate in force on DB-RATE-DATE; no rate on file means
      * par, flagged, same as the posting programs.

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
                   DB-APPROVED-AMOUNT * EXCHANGE-RATE-USED.

       RECORD-RECON-RUN.

      * A rerun in the same period - after the breaks have been
      * put right - is a new run number; the close looks only at the
      * latest.

           EXEC SQL
               SELECT IFNULL(MAX(RUN_NO), 0) + 1
               INTO :DB-RUN-NO
               FROM CLAIM_RECON_RUN
               WHERE PERIOD = :DB-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 1 TO DB-RUN-NO
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE CLAIMS-CHECKED     TO DB-CLAIMS-CHECKED
           MOVE CLAIMS-BROKEN      TO DB-BREAK-COUNT
           MOVE BREAK-AMOUNT-TOTAL TO DB-BREAK-AMOUNT
           MOVE RECON-RESULT       TO DB-RESULT

           EXEC SQL
               INSERT INTO CLAIM_RECON_RUN
                   (PERIOD, RUN_NO, RUN_DATE, RUN_TIME, CLAIMS_CHECKED,
                    BREAK_COUNT, BREAK_AMOUNT, RESULT)
               VALUES
                   (:DB-PERIOD, :DB-RUN-NO, :DB-RUN-DATE, :DB-RUN-TIME,
                    :DB-CLAIMS-CHECKED, :DB-BREAK-COUNT,
                    :DB-BREAK-AMOUNT, :DB-RESULT)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RECORDING RECONCILIATION RUN, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               DISPLAY "RECONCILIATION RUN " DB-RUN-NO
                       " RECORDED FOR PERIOD " RECON-PERIOD
           END-IF.
