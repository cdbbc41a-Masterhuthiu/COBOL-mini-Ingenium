           SELECT AGENT-STATEMENT ASSIGN TO "AGENTSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EFT-FILE ASSIGN TO "COMMEFT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-STATEMENT.
           05 SDL-COMMISSION            PIC -ZZZZZ9.99.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 SDL-CURRENCY-CODE         PIC X(03).
       01  STATEMENT-SUMMARY-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 SSL-CAPTION               PIC X(25).
           05 SSL-AMOUNT                PIC -ZZZZZZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 SSL-NOTE                  PIC X(30).
       01  STATEMENT-GRAND-TOTAL-LINE.
           05 FILLER                    PIC X(30)
              VALUE "TOTAL COMMISSION ALL AGENTS:".
           05 SGT-GRAND-TOTAL           PIC -ZZZZZZ9.99.

      * COMMEFT is the same machine file shape as PAYEFT - one H
      * header, one D record per agent paid keyed on the agent id,
      * and a T trailer with the record count and amount hash the
      * bank verifies before releasing anything. The bank debits the
      * file as one lump under COM and the creation date, which is
      * how BANKREC matches it to the day's settlements.

       FD  EFT-FILE.
       01  EFT-RECORD.
           05 EFT-RECORD-TYPE         PIC X(01).
              88 EFT-HEADER-RECORD             VALUE "H".
              88 EFT-DETAIL-RECORD             VALUE "D".
              88 EFT-TRAILER-RECORD            VALUE "T".
           05 EFT-D-AGENT-ID          PIC 9(10).
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

       WORKING-STORAGE SECTION.

      * Commission is only settled on invoices the customer has
       01 CURRENT-AGENT-ID           PIC 9(06) VALUE ZERO.
       01 FIRST-AGENT-SWITCH         PIC X(01) VALUE "Y".
           88 FIRST-AGENT                      VALUE "Y".
       01 GRAND-COMMISSION-TOTAL     PIC S9(9)V99 VALUE ZERO.
       01 INVOICES-SETTLED           PIC 9(9) COMP VALUE ZERO.
       01 INVOICES-ALREADY-SETTLED   PIC 9(9) COMP VALUE ZERO.

       01 SETTLEMENT-DATE            PIC 9(08).

      * Each month's entries are netted per agent into one
      * settlement: the balance carried from last month, plus
      * commission and split shares earned, plus overrides, less
      * clawbacks and refund and free-look reversals. A positive
      * net is paid by transfer to the agent's bank account and the
      * balance goes back to nil; a negative net is not paid and is
      * carried as a debit that next month's commission pays off
      * first. An agent with no bank account keyed is held - the
      * credit is carried until one is.

       01 AGENT-OPENING-BALANCE      PIC S9(9)V99.
       01 AGENT-EARNINGS             PIC S9(9)V99.
       01 AGENT-OVERRIDES            PIC S9(9)V99.
       01 AGENT-CLAWBACKS            PIC S9(9)V99.
       01 AGENT-NET-DUE              PIC S9(9)V99.
       01 AGENT-PAYMENT              PIC 9(9)V99.
       01 AGENT-CLOSING-BALANCE      PIC S9(9)V99.
       01 AGENT-PAYMENT-STATUS       PIC X(10).
       01 AGENT-SKIP-SWITCH          PIC X(01) VALUE "N".
           88 AGENT-ALREADY-SETTLED            VALUE "Y".

       01 AGENTS-PAID                PIC 9(9) COMP VALUE ZERO.
       01 AGENTS-IN-DEBIT            PIC 9(9) COMP VALUE ZERO.
       01 AGENTS-HELD-NO-ACCOUNT     PIC 9(9) COMP VALUE ZERO.
       01 AGENTS-ALREADY-SETTLED     PIC 9(9) COMP VALUE ZERO.

       01 EFT-ORIGINATOR-ID          PIC X(10) VALUE "MINIINGEN".
       01 EFT-RECORD-COUNT           PIC 9(09) VALUE ZERO.
       01 EFT-AMOUNT-HASH            PIC 9(11)V99 VALUE ZERO.

      * Agent and grand totals are carried in the house reporting
      * currency - detail lines keep each invoice's own currency
      * and amount.
       01 EXCHANGE-RATE-USED         PIC 9(3)V9(6).
       01 HOUSE-ENTRY-AMOUNT         PIC S9(9)V99.

      * Each agent statement is logged on the correspondence
      * register. Agent paper goes out through the agency office,
      * so CORRLOG never suppresses it.

       01 COR-DOC-TYPE               PIC X(12) VALUE "AGENT-STMT".
       01 COR-SOURCE-PROGRAM         PIC X(14) VALUE "COMMSETTLE".
       01 COR-DOC-REF                PIC X(12).
       01 COR-POLICY-ID              PIC 9(06) VALUE ZERO.
       01 COR-CUSTOMER-ID            PIC 9(06) VALUE ZERO.
       01 COR-AGENT-ID               PIC 9(06).
       01 COR-RESULT                 PIC X(01).
       01 COR-CORR-ID                PIC 9(09).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-INVOICE-ID              PIC 9(09).
       01 DB-POLICY-ID               PIC 9(06).
       01 DB-EXCHANGE-RATE           PIC 9(3)V9(6).
       01 DB-SECOND-AGENT            PIC 9(06).
       01 DB-SPLIT-PERCENT           PIC 9(3)V99.
       01 DB-BANK-CODE               PIC X(09).
       01 DB-BANK-ACCOUNT            PIC X(18).
       01 DB-OPENING-BALANCE         PIC S9(9)V99.
       01 DB-EARNINGS                PIC S9(9)V99.
       01 DB-OVERRIDES               PIC S9(9)V99.
       01 DB-CLAWBACKS               PIC S9(9)V99.
       01 DB-PAYMENT-AMOUNT          PIC 9(9)V99.
       01 DB-CLOSING-BALANCE         PIC S9(9)V99.
       01 DB-PAYMENT-STATUS          PIC X(10).
       01 DB-SETTLED-COUNT           PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                    PIC S9(9) COMP VALUE 0.

           MOVE SETTLEMENT-DATE TO DB-RATE-DATE

           OPEN OUTPUT AGENT-STATEMENT
           OPEN OUTPUT EFT-FILE

           PERFORM WRITE-EFT-HEADER

           MOVE SPACES TO STATEMENT-HEADING-LINE
           MOVE "AGENT COMMISSION STATEMENT"
           PERFORM SETTLE-PAID-INVOICES
           PERFORM SETTLE-OVERRIDE-ACCRUALS
           PERFORM CLAW-BACK-LAPSED-POLICIES
           PERFORM SETTLE-AGENT-BALANCES

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.
           MOVE GRAND-COMMISSION-TOTAL TO SGT-GRAND-TOTAL
           WRITE STATEMENT-GRAND-TOTAL-LINE

           MOVE "TOTAL PAID BY TRANSFER" TO SSL-CAPTION
           MOVE EFT-AMOUNT-HASH          TO SSL-AMOUNT
           MOVE SPACES                   TO SSL-NOTE
           WRITE STATEMENT-SUMMARY-LINE

           PERFORM WRITE-EFT-TRAILER

           CLOSE AGENT-STATEMENT
           CLOSE EFT-FILE

           DISPLAY "INVOICES SETTLED: " INVOICES-SETTLED
           DISPLAY "ALREADY SETTLED, SKIPPED: "
                   INVOICES-ALREADY-SETTLED
           DISPLAY "OVERRIDES SETTLED: " OVERRIDES-SETTLED
           DISPLAY "CLAWBACKS WRITTEN: " CLAWBACKS-WRITTEN
           DISPLAY "AGENTS PAID BY TRANSFER: " AGENTS-PAID
           DISPLAY "AGENTS CARRYING A DEBIT BALANCE: "
                   AGENTS-IN-DEBIT
           DISPLAY "AGENTS HELD, NO BANK ACCOUNT: "
                   AGENTS-HELD-NO-ACCOUNT
           DISPLAY "AGENTS ALREADY SETTLED TODAY: "
                   AGENTS-ALREADY-SETTLED
           DISPLAY "COMMISSION EFT FILE TOTAL: " EFT-AMOUNT-HASH
           DISPLAY "--- COMMISSION SETTLEMENT FINISHED ---"

      * An agent held for want of a bank account is a warning for
      * the morning - someone has to get the account keyed - not a
      * failure of the run.

           IF AGENTS-HELD-NO-ACCOUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       SETTLE-PAID-INVOICES.
               JOIN POLICY P ON P.POLICY_ID = I.POLICY_ID
               WHERE I.STATUS = 'PAID'
                 AND I.COMMISSION_DUE > 0
                 AND IFNULL(P.STATUS, ' ') <> 'CANCELLED'
               ORDER BY I.AGENT_ID, I.INVOICE_ID
           END-EXEC.

               DISPLAY "ERROR SETTLING OVERRIDE, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               ADD 1 TO OVERRIDES-SETTLED
           END-IF.

               ADD 1 TO INVOICES-ALREADY-SETTLED
               MOVE ZERO TO SQLCODE
           ELSE
               IF DB-ENTRY-TYPE = "CLAWBACK"
                   ADD 1 TO CLAWBACKS-WRITTEN
               ELSE
               END-IF
           END-IF.

       SETTLE-AGENT-BALANCES.

      * The booking passes above only put rows on COMMISSION_PAYABLE.
      * Everything settled and not yet on a statement - this run's
      * rows, and the refund and free-look reversals the claim and
      * surrender programs wrote since last month - is stated here,
      * netted against the agent's carried balance and paid.

           MOVE SETTLEMENT-DATE TO DB-SETTLEMENT-DATE
           MOVE "Y" TO FIRST-AGENT-SWITCH

           EXEC SQL
               DECLARE statement_cursor CURSOR FOR
               SELECT CP.INVOICE_ID, CP.POLICY_ID, CP.AGENT_ID,
                      CP.ENTRY_TYPE, CP.COMMISSION_AMOUNT,
                      CP.CURRENCY_CODE, IFNULL(I.AMOUNT, 0)
               FROM COMMISSION_PAYABLE CP
               LEFT JOIN INVOICE I ON I.INVOICE_ID = CP.INVOICE_ID
               WHERE IFNULL(CP.SETTLEMENT_DATE, '00000000')
                         <> '00000000'
                 AND IFNULL(CP.STATEMENT_DATE, '00000000')
                         = '00000000'
               ORDER BY CP.AGENT_ID, CP.INVOICE_ID
           END-EXEC.

           EXEC SQL OPEN statement_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH statement_cursor
                   INTO :DB-INVOICE-ID, :DB-POLICY-ID, :DB-AGENT-ID,
                        :DB-ENTRY-TYPE, :DB-ENTRY-AMOUNT,
                        :DB-CURRENCY-CODE, :DB-INVOICE-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   PERFORM STATE-ONE-ENTRY
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE statement_cursor END-EXEC.
           MOVE ZERO TO SQLCODE

           IF NOT FIRST-AGENT AND NOT AGENT-ALREADY-SETTLED
               PERFORM FINISH-AGENT-SETTLEMENT
           END-IF

           PERFORM RELEASE-HELD-BALANCES.

       STATE-ONE-ENTRY.

           IF DB-AGENT-ID NOT = CURRENT-AGENT-ID OR FIRST-AGENT
               PERFORM START-AGENT-STATEMENT
           END-IF

      * An agent already settled today keeps this entry unstated -
      * it goes on next month's statement instead.

           IF NOT AGENT-ALREADY-SETTLED
               PERFORM WRITE-STATEMENT-DETAIL

               EVALUATE DB-ENTRY-TYPE
                   WHEN "COMMISSION"
                   WHEN "COMMSPLIT"
                       ADD HOUSE-ENTRY-AMOUNT TO AGENT-EARNINGS
                   WHEN "OVERRIDE"
                   WHEN "OVERRIDE2"
                       ADD HOUSE-ENTRY-AMOUNT TO AGENT-OVERRIDES
                   WHEN OTHER
                       ADD HOUSE-ENTRY-AMOUNT TO AGENT-CLAWBACKS
               END-EVALUATE
           END-IF.

       RELEASE-HELD-BALANCES.

      * A credit held last time for want of a bank account is paid
      * as soon as the account is keyed, even in a month the agent
      * has nothing new - otherwise it would wait for the next sale.

           MOVE "Y" TO FIRST-AGENT-SWITCH

           EXEC SQL
               DECLARE held_balance_cursor CURSOR FOR
               SELECT S.AGENT_ID
               FROM AGENT_SETTLEMENT S, AGENT A
               WHERE A.AGENT_ID = S.AGENT_ID
                 AND S.CLOSING_BALANCE > 0
                 AND S.SETTLEMENT_DATE < :DB-SETTLEMENT-DATE
                 AND S.SETTLEMENT_DATE =
                     (SELECT MAX(S2.SETTLEMENT_DATE)
                      FROM AGENT_SETTLEMENT S2
                      WHERE S2.AGENT_ID = S.AGENT_ID)
                 AND IFNULL(A.BANK_ACCOUNT, ' ') <> ' '
                 AND IFNULL(A.BANK_CODE, ' ') <> ' '
               ORDER BY S.AGENT_ID
           END-EXEC.

           EXEC SQL OPEN held_balance_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH held_balance_cursor
                   INTO :DB-AGENT-ID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM START-AGENT-STATEMENT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE held_balance_cursor END-EXEC.
           MOVE ZERO TO SQLCODE

           IF NOT FIRST-AGENT AND NOT AGENT-ALREADY-SETTLED
               PERFORM FINISH-AGENT-SETTLEMENT
           END-IF.

       START-AGENT-STATEMENT.

           IF NOT FIRST-AGENT AND NOT AGENT-ALREADY-SETTLED
               MOVE DB-AGENT-ID TO SAVED-AGENT-ID
               PERFORM FINISH-AGENT-SETTLEMENT
               MOVE SAVED-AGENT-ID TO DB-AGENT-ID
           END-IF

           MOVE "N" TO FIRST-AGENT-SWITCH
           MOVE "N" TO AGENT-SKIP-SWITCH
           MOVE DB-AGENT-ID TO CURRENT-AGENT-ID
           MOVE ZERO TO AGENT-OPENING-BALANCE
           MOVE ZERO TO AGENT-EARNINGS
           MOVE ZERO TO AGENT-OVERRIDES
           MOVE ZERO TO AGENT-CLAWBACKS

      * One settlement per agent per day - a second run the same day
      * leaves the agent alone rather than paying them twice.

           MOVE ZERO TO DB-SETTLED-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-SETTLED-COUNT
               FROM AGENT_SETTLEMENT
               WHERE AGENT_ID = :DB-AGENT-ID
                 AND SETTLEMENT_DATE = :DB-SETTLEMENT-DATE
           END-EXEC

           IF DB-SETTLED-COUNT > ZERO
               MOVE "Y" TO AGENT-SKIP-SWITCH
               ADD 1 TO AGENTS-ALREADY-SETTLED
               DISPLAY "AGENT " DB-AGENT-ID
                       " ALREADY SETTLED TODAY, NOT STATED AGAIN"
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM LOOKUP-AGENT-NAME
               PERFORM LOOKUP-CARRIED-BALANCE

               MOVE DB-AGENT-ID   TO SAL-AGENT-ID
               MOVE DB-AGENT-NAME TO SAL-AGENT-NAME
               WRITE STATEMENT-AGENT-LINE
               PERFORM LOG-AGENT-STATEMENT

               MOVE "BALANCE BROUGHT FORWARD" TO SSL-CAPTION
               MOVE AGENT-OPENING-BALANCE     TO SSL-AMOUNT
               MOVE SPACES                    TO SSL-NOTE
               WRITE STATEMENT-SUMMARY-LINE
           END-IF.

       LOG-AGENT-STATEMENT.

           MOVE DB-SETTLEMENT-DATE TO COR-DOC-REF
           MOVE DB-AGENT-ID        TO COR-AGENT-ID

           CALL "CORRLOG"
                USING COR-DOC-TYPE
                      COR-SOURCE-PROGRAM
                      COR-DOC-REF
                      COR-POLICY-ID
                      COR-CUSTOMER-ID
                      COR-AGENT-ID
                      COR-RESULT
                      COR-CORR-ID.

       LOOKUP-AGENT-NAME.

           MOVE SPACES TO DB-AGENT-NAME
           MOVE SPACES TO DB-BANK-CODE
           MOVE SPACES TO DB-BANK-ACCOUNT

           EXEC SQL
               SELECT AGENT_NAME, IFNULL(BANK_CODE, ' '),
                      IFNULL(BANK_ACCOUNT, ' ')
               INTO :DB-AGENT-NAME, :DB-BANK-CODE, :DB-BANK-ACCOUNT
               FROM AGENT
               WHERE AGENT_ID = :DB-AGENT-ID
           END-EXEC
               MOVE ZERO TO SQLCODE
           END-IF.

       LOOKUP-CARRIED-BALANCE.

           MOVE ZERO TO DB-OPENING-BALANCE

           EXEC SQL
               SELECT CLOSING_BALANCE INTO :DB-OPENING-BALANCE
               FROM AGENT_SETTLEMENT
               WHERE AGENT_ID = :DB-AGENT-ID
               ORDER BY SETTLEMENT_DATE DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-OPENING-BALANCE
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE DB-OPENING-BALANCE TO AGENT-OPENING-BALANCE.

       WRITE-STATEMENT-DETAIL.

           MOVE DB-POLICY-ID      TO SDL-POLICY-ID

           PERFORM CONVERT-TO-HOUSE-CURRENCY

           ADD HOUSE-ENTRY-AMOUNT TO GRAND-COMMISSION-TOTAL.

       CONVERT-TO-HOUSE-CURRENCY.
           COMPUTE HOUSE-ENTRY-AMOUNT ROUNDED =
                   DB-ENTRY-AMOUNT * EXCHANGE-RATE-USED.

       FINISH-AGENT-SETTLEMENT.

      * The agent's bank details were read when the statement was
      * started; the cursor has since moved on to the next agent, so
      * everything here works off CURRENT-AGENT-ID and the AGENT-
      * totals, never the row just fetched.

           MOVE CURRENT-AGENT-ID TO DB-AGENT-ID

           COMPUTE AGENT-NET-DUE = AGENT-OPENING-BALANCE
                                 + AGENT-EARNINGS
                                 + AGENT-OVERRIDES
                                 + AGENT-CLAWBACKS

           EVALUATE TRUE
               WHEN AGENT-NET-DUE NOT > ZERO
                   MOVE ZERO          TO AGENT-PAYMENT
                   MOVE AGENT-NET-DUE TO AGENT-CLOSING-BALANCE
                   MOVE "NIL"         TO AGENT-PAYMENT-STATUS
                   IF AGENT-NET-DUE < ZERO
                       ADD 1 TO AGENTS-IN-DEBIT
                   END-IF
               WHEN DB-BANK-CODE = SPACES
               WHEN DB-BANK-ACCOUNT = SPACES
                   MOVE ZERO          TO AGENT-PAYMENT
                   MOVE AGENT-NET-DUE TO AGENT-CLOSING-BALANCE
                   MOVE "HELD"        TO AGENT-PAYMENT-STATUS
                   ADD 1 TO AGENTS-HELD-NO-ACCOUNT
                   DISPLAY "AGENT " DB-AGENT-ID
                           " HAS NO BANK ACCOUNT, COMMISSION HELD"
               WHEN OTHER
                   MOVE AGENT-NET-DUE TO AGENT-PAYMENT
                   MOVE ZERO          TO AGENT-CLOSING-BALANCE
                   MOVE "PAID"        TO AGENT-PAYMENT-STATUS
                   ADD 1 TO AGENTS-PAID
                   PERFORM WRITE-COMMISSION-EFT-DETAIL
           END-EVALUATE

           PERFORM WRITE-AGENT-SUMMARY
           PERFORM RECORD-AGENT-SETTLEMENT.

       WRITE-AGENT-SUMMARY.

           MOVE "EARNED THIS MONTH" TO SSL-CAPTION
           MOVE AGENT-EARNINGS      TO SSL-AMOUNT
           MOVE SPACES              TO SSL-NOTE
           WRITE STATEMENT-SUMMARY-LINE

           MOVE "OVERRIDES"         TO SSL-CAPTION
           MOVE AGENT-OVERRIDES     TO SSL-AMOUNT
           WRITE STATEMENT-SUMMARY-LINE

           MOVE "CLAWBACKS/REVERSALS" TO SSL-CAPTION
           MOVE AGENT-CLAWBACKS       TO SSL-AMOUNT
           WRITE STATEMENT-SUMMARY-LINE

           MOVE "PAID BY TRANSFER"  TO SSL-CAPTION
           MOVE AGENT-PAYMENT       TO SSL-AMOUNT
           EVALUATE AGENT-PAYMENT-STATUS
               WHEN "PAID"
                   MOVE DB-BANK-ACCOUNT TO SSL-NOTE
               WHEN "HELD"
                   MOVE "HELD - NO BANK ACCOUNT ON FILE" TO SSL-NOTE
               WHEN OTHER
                   MOVE "NOTHING DUE THIS MONTH" TO SSL-NOTE
           END-EVALUATE
           WRITE STATEMENT-SUMMARY-LINE

           MOVE "BALANCE CARRIED FORWARD" TO SSL-CAPTION
           MOVE AGENT-CLOSING-BALANCE     TO SSL-AMOUNT
           MOVE SPACES                    TO SSL-NOTE
           IF AGENT-CLOSING-BALANCE < ZERO
               MOVE "DEBIT - OFF NEXT COMMISSION" TO SSL-NOTE
           END-IF
           WRITE STATEMENT-SUMMARY-LINE.

       RECORD-AGENT-SETTLEMENT.

           MOVE AGENT-OPENING-BALANCE TO DB-OPENING-BALANCE
           MOVE AGENT-EARNINGS        TO DB-EARNINGS
           MOVE AGENT-OVERRIDES       TO DB-OVERRIDES
           MOVE AGENT-CLAWBACKS       TO DB-CLAWBACKS
           MOVE AGENT-PAYMENT         TO DB-PAYMENT-AMOUNT
           MOVE AGENT-CLOSING-BALANCE TO DB-CLOSING-BALANCE
           MOVE AGENT-PAYMENT-STATUS  TO DB-PAYMENT-STATUS

           EXEC SQL
               INSERT INTO AGENT_SETTLEMENT
                   (AGENT_ID, SETTLEMENT_DATE, OPENING_BALANCE,
                    EARNINGS, OVERRIDES, CLAWBACKS, PAYMENT_AMOUNT,
                    CLOSING_BALANCE, PAYMENT_STATUS, BANK_CODE,
                    BANK_ACCOUNT)
               VALUES
                   (:DB-AGENT-ID, :DB-SETTLEMENT-DATE,
                    :DB-OPENING-BALANCE, :DB-EARNINGS, :DB-OVERRIDES,
                    :DB-CLAWBACKS, :DB-PAYMENT-AMOUNT,
                    :DB-CLOSING-BALANCE, :DB-PAYMENT-STATUS,
                    :DB-BANK-CODE, :DB-BANK-ACCOUNT)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RECORDING SETTLEMENT FOR AGENT "
                       DB-AGENT-ID ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL
                   UPDATE COMMISSION_PAYABLE
                   SET STATEMENT_DATE = :DB-SETTLEMENT-DATE
                   WHERE AGENT_ID = :DB-AGENT-ID
                     AND IFNULL(SETTLEMENT_DATE, '00000000')
                             <> '00000000'
                     AND IFNULL(STATEMENT_DATE, '00000000')
                             = '00000000'
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "ERROR STAMPING STATEMENT FOR AGENT "
                           DB-AGENT-ID ", SQLCODE: " SQLCODE
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF.

       WRITE-COMMISSION-EFT-DETAIL.

           MOVE SPACES TO EFT-RECORD
           MOVE "D"                  TO EFT-RECORD-TYPE
           MOVE DB-AGENT-ID          TO EFT-D-AGENT-ID
           MOVE DB-BANK-CODE         TO EFT-D-BANK-CODE
           MOVE DB-BANK-ACCOUNT      TO EFT-D-BANK-ACCOUNT
           MOVE DB-AGENT-NAME        TO EFT-D-PAYEE-NAME
           MOVE AGENT-PAYMENT        TO EFT-D-AMOUNT
           MOVE HOUSE-CURRENCY-CODE  TO EFT-D-CURRENCY-CODE
           MOVE SETTLEMENT-DATE      TO EFT-D-VALUE-DATE
           WRITE EFT-RECORD

           ADD 1 TO EFT-RECORD-COUNT
           ADD AGENT-PAYMENT TO EFT-AMOUNT-HASH.

       WRITE-EFT-HEADER.

           MOVE SPACES TO EFT-RECORD
           MOVE "H"                TO EFT-RECORD-TYPE
           MOVE EFT-ORIGINATOR-ID  TO EFT-H-ORIGINATOR
           MOVE SETTLEMENT-DATE    TO EFT-H-CREATION-DATE
           WRITE EFT-RECORD.

       WRITE-EFT-TRAILER.

           MOVE SPACES TO EFT-RECORD
           MOVE "T"                TO EFT-RECORD-TYPE
           MOVE EFT-RECORD-COUNT   TO EFT-T-RECORD-COUNT
           MOVE EFT-AMOUNT-HASH    TO EFT-T-AMOUNT-HASH
           WRITE EFT-RECORD.
