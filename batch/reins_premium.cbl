       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINSPREM.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREMIUM-BORDEREAU-FILE ASSIGN TO "PREMBORD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NET-STATEMENT-FILE ASSIGN TO "REINSNET"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PREMIUM-BORDEREAU-FILE.
       01  PREMIUM-HEADING-LINE         PIC X(80).
       01  PREMIUM-DETAIL-LINE.
           05 PDL-POLICY-ID             PIC ZZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 PDL-COVERAGE-AMOUNT       PIC ZZZZZZZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 PDL-CEDED-PERCENT         PIC ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 PDL-BILLED-PREMIUM        PIC -ZZZZZZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 PDL-CEDED-PREMIUM         PIC -ZZZZZZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 PDL-CEDED-EARNED          PIC -ZZZZZZZ9.99.
       01  PREMIUM-PRODUCT-LINE.
           05 FILLER                    PIC X(19)
              VALUE "TREATY / PRODUCT: ".
           05 PPL-PRODUCT-CODE          PIC X(10).
           05 FILLER                    PIC X(18)
              VALUE " RETENTION LIMIT: ".
           05 PPL-RETENTION-LIMIT       PIC ZZZZZZ9.99.
       01  PREMIUM-PRODUCT-TOTAL-LINE.
           05 FILLER                    PIC X(20)
              VALUE "CEDED THIS TREATY:".
           05 PPT-POLICY-COUNT          PIC ZZZZ9.
           05 FILLER                    PIC X(10) VALUE " BILLED: ".
           05 PPT-CEDED-PREMIUM         PIC -ZZZZZZZZ9.99.
           05 FILLER                    PIC X(10) VALUE " EARNED: ".
           05 PPT-CEDED-EARNED          PIC -ZZZZZZZZ9.99.
       01  PREMIUM-GRAND-TOTAL-LINE.
           05 FILLER                    PIC X(30)
              VALUE "TOTAL CEDED ALL TREATIES:".
           05 PGT-CEDED-PREMIUM         PIC -ZZZZZZZZ9.99.
           05 FILLER                    PIC X(10) VALUE " EARNED: ".
           05 PGT-CEDED-EARNED          PIC -ZZZZZZZZ9.99.

       FD  NET-STATEMENT-FILE.
       01  NET-HEADING-LINE             PIC X(80).
       01  NET-PRODUCT-LINE.
           05 FILLER                    PIC X(19)
              VALUE "TREATY / PRODUCT: ".
           05 NPL-PRODUCT-CODE          PIC X(10).
       01  NET-AMOUNT-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 NAL-CAPTION               PIC X(32).
           05 NAL-AMOUNT                PIC -ZZZZZZZZZ9.99.

       WORKING-STORAGE SECTION.

      * Under the surplus treaty the reinsurer takes the share of
      * every policy's cover above our retention, and with it the
      * same share of the premium. Once a month each policy whose
      * COVERAGE_AMOUNT exceeds its treaty's RETENTION_LIMIT has
      * its premium billed that month ceded at that share, and the
      * ceded part of the unearned reserve EARNINGSBATCH has just
      * set is carried the same way - ceded earned is what was
      * ceded, less the growth in the ceded reserve. The ceded
      * premium is booked to REINSURANCE_PAYABLE and the GL; the
      * premium bordereau lists it per treaty, and the net statement
      * sets what we owe each reinsurer against the claim recoveries
      * it owes us.

       01 GL-ACCOUNT-REINS-UPR      PIC X(04) VALUE "1400".
       01 GL-ACCOUNT-REINS-PAYABLE  PIC X(04) VALUE "2500".
       01 GL-ACCOUNT-REINS-CEDED    PIC X(04) VALUE "4500".

       01 DEFAULT-RETENTION-LIMIT   PIC 9(7)V99 VALUE 10000.00.
       01 RETENTION-LIMIT           PIC 9(7)V99.

       01 BORDEREAU-DATE            PIC 9(08).
       01 BORDEREAU-PARTS REDEFINES BORDEREAU-DATE.
           05 BORDEREAU-PERIOD      PIC X(06).
           05 FILLER                PIC X(02).

       01 CURRENT-PRODUCT-CODE      PIC X(10) VALUE SPACES.
       01 TREATY-HEADER-SWITCH      PIC X(01) VALUE "N".
           88 TREATY-HEADER-WRITTEN           VALUE "Y".

       01 CEDED-SHARE               PIC 9V9(6).
       01 CEDED-PERCENT             PIC 9(3)V99.
       01 BILLED-PREMIUM            PIC S9(9)V99.
       01 CEDED-PREMIUM             PIC S9(9)V99.
       01 CEDED-UPR                 PIC 9(9)V99.
       01 PRIOR-CEDED-UPR           PIC 9(9)V99.
       01 CEDED-EARNED              PIC S9(9)V99.
       01 CEDED-UPR-MOVEMENT        PIC S9(9)V99.
       01 MOVEMENT-ABS              PIC 9(9)V99.

       01 PRODUCT-POLICY-COUNT      PIC 9(05) COMP VALUE ZERO.
       01 PRODUCT-CEDED-PREMIUM     PIC S9(11)V99 VALUE ZERO.
       01 PRODUCT-CEDED-EARNED      PIC S9(11)V99 VALUE ZERO.
       01 GRAND-CEDED-PREMIUM       PIC S9(11)V99 VALUE ZERO.
       01 GRAND-CEDED-EARNED        PIC S9(11)V99 VALUE ZERO.
       01 CESSIONS-BOOKED           PIC 9(9) COMP VALUE ZERO.
       01 CESSIONS-ALREADY-ON-FILE  PIC 9(9) COMP VALUE ZERO.

       01 CESSION-FOUND-SWITCH      PIC X(01) VALUE "N".
           88 CESSION-ALREADY-BOOKED          VALUE "Y".

      * Amounts are carried in the house reporting currency - the
      * premium income being ceded was posted in house currency by
      * BILLINGBATCH, and the reserve EARNINGSBATCH holds is too.

       01 HOUSE-CURRENCY-CODE       PIC X(03) VALUE "USD".
       01 EXCHANGE-RATE-USED        PIC 9(3)V9(6).
       01 FOREIGN-AMOUNT            PIC S9(11)V99.
       01 HOUSE-AMOUNT              PIC S9(11)V99.

      * One slot per treaty for the net statement: ceded premium
      * to date, premium already paid over, and claim recoveries
      * still outstanding.

       01 TREATY-TABLE.
           05 TREATY-ENTRY OCCURS 100 TIMES.
               10 TRT-PRODUCT-CODE      PIC X(10).
               10 TRT-CEDED-PREMIUM     PIC S9(11)V99.
               10 TRT-PREMIUM-PAID      PIC 9(11)V99.
               10 TRT-RECOVERY-DUE      PIC 9(11)V99.
       01 TREATY-COUNT              PIC 9(04) COMP VALUE ZERO.
       01 TREATY-SUB                PIC 9(04) COMP.
       01 TREATY-HIT                PIC 9(04) COMP.
       01 PREMIUM-PAYABLE           PIC S9(11)V99.
       01 NET-POSITION              PIC S9(11)V99.
       01 NET-ABS                   PIC S9(11)V99.


      * Every GL line is journaled, so the nightly GL step can prove
      * the day balances before the extract ships to the ledger.

       01 JRN-SOURCE-CODE      PIC X(10) VALUE "REINSPREM".
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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-POLICY-ID              PIC 9(06).
       01 DB-PRODUCT-CODE           PIC X(10).
       01 DB-COVERAGE-AMOUNT        PIC 9(9)V99.
       01 DB-CURRENCY-CODE          PIC X(03).
       01 DB-RETENTION-LIMIT        PIC 9(7)V99.
       01 DB-PERIOD                 PIC X(06).
       01 DB-CEDED-SHARE            PIC 9V9(6).
       01 DB-BILLED-PREMIUM         PIC S9(9)V99.
       01 DB-CEDED-PREMIUM          PIC S9(9)V99.
       01 DB-CEDED-UPR              PIC 9(9)V99.
       01 DB-CEDED-EARNED           PIC S9(9)V99.
       01 DB-UPR-AMOUNT             PIC 9(9)V99.
       01 DB-CESSION-DATE           PIC 9(08).
       01 DB-TOTAL-AMOUNT           PIC S9(11)V99.
       01 DB-RATE-DATE              PIC 9(08).
       01 DB-EXCHANGE-RATE          PIC 9(3)V9(6).
       01 DB-PARAM-KEY              PIC X(20).
       01 DB-PARAM-VALUE            PIC 9(9)V99.
       01 DB-PARAM-DATE             PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                   PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-REINS-PREMIUM.

           DISPLAY "--- REINSURANCE PREMIUM CESSION START ---"

           PERFORM LOAD-RUN-PARAMETERS

           ACCEPT BORDEREAU-DATE FROM DATE YYYYMMDD
           MOVE BORDEREAU-DATE   TO DB-RATE-DATE
           MOVE BORDEREAU-DATE   TO DB-CESSION-DATE
           MOVE BORDEREAU-PERIOD TO DB-PERIOD

           OPEN OUTPUT PREMIUM-BORDEREAU-FILE
           OPEN OUTPUT NET-STATEMENT-FILE

           MOVE SPACES TO PREMIUM-HEADING-LINE
           STRING "REINSURANCE PREMIUM BORDEREAU - PERIOD "
                      DELIMITED BY SIZE
                  BORDEREAU-PERIOD DELIMITED BY SIZE
               INTO PREMIUM-HEADING-LINE
           WRITE PREMIUM-HEADING-LINE

           MOVE SPACES TO PREMIUM-HEADING-LINE
           MOVE "POLICY      COVERAGE  CEDED%        BILLED  "
             TO PREMIUM-HEADING-LINE (1:44)
           MOVE "       CEDED        EARNED"
             TO PREMIUM-HEADING-LINE (45:26)
           WRITE PREMIUM-HEADING-LINE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM CEDE-MONTH-PREMIUM

           IF TREATY-HEADER-WRITTEN
               PERFORM WRITE-PRODUCT-TOTAL
           END-IF

           MOVE GRAND-CEDED-PREMIUM TO PGT-CEDED-PREMIUM
           MOVE GRAND-CEDED-EARNED  TO PGT-CEDED-EARNED
           WRITE PREMIUM-GRAND-TOTAL-LINE

           EXEC SQL COMMIT END-EXEC.

           PERFORM WRITE-NET-STATEMENT

           EXEC SQL DISCONNECT CURRENT END-EXEC.

           CLOSE PREMIUM-BORDEREAU-FILE
           CLOSE NET-STATEMENT-FILE

           DISPLAY "POLICY CESSIONS BOOKED: " CESSIONS-BOOKED
           DISPLAY "POLICY CESSIONS ALREADY ON FILE: "
                   CESSIONS-ALREADY-ON-FILE
           DISPLAY "PREMIUM CEDED THIS PERIOD: " GRAND-CEDED-PREMIUM
           DISPLAY "--- REINSURANCE PREMIUM CESSION FINISHED ---"
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       CEDE-MONTH-PREMIUM.

           EXEC SQL
               DECLARE cession_cursor CURSOR FOR
               SELECT POLICY_ID, PRODUCT_CODE,
                      IFNULL(COVERAGE_AMOUNT, 0),
                      IFNULL(CURRENCY_CODE, 'USD')
               FROM POLICY
               WHERE IFNULL(COVERAGE_AMOUNT, 0) > 0
               ORDER BY PRODUCT_CODE, POLICY_ID
           END-EXEC.

           EXEC SQL OPEN cession_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH cession_cursor
                   INTO :DB-POLICY-ID, :DB-PRODUCT-CODE,
                        :DB-COVERAGE-AMOUNT, :DB-CURRENCY-CODE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM CEDE-ONE-POLICY
                       THRU CEDE-ONE-POLICY-EXIT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE cession_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       CEDE-ONE-POLICY.

           IF DB-PRODUCT-CODE NOT = CURRENT-PRODUCT-CODE
               IF TREATY-HEADER-WRITTEN
                   PERFORM WRITE-PRODUCT-TOTAL
               END-IF
               PERFORM START-NEW-PRODUCT
           END-IF

           IF DB-COVERAGE-AMOUNT NOT > RETENTION-LIMIT
               GO TO CEDE-ONE-POLICY-EXIT
           END-IF

           COMPUTE CEDED-SHARE ROUNDED =
                   (DB-COVERAGE-AMOUNT - RETENTION-LIMIT)
                   / DB-COVERAGE-AMOUNT

      * A re-run in the same month reports what was booked the first
      * time rather than booking the policy again.

           PERFORM LOOKUP-EXISTING-CESSION

           IF CESSION-ALREADY-BOOKED
               ADD 1 TO CESSIONS-ALREADY-ON-FILE
           ELSE
               PERFORM COMPUTE-POLICY-CESSION

               IF BILLED-PREMIUM = ZERO
                  AND CEDED-UPR = ZERO
                  AND PRIOR-CEDED-UPR = ZERO
                   GO TO CEDE-ONE-POLICY-EXIT
               END-IF

               PERFORM BOOK-POLICY-CESSION
           END-IF

           IF NOT TREATY-HEADER-WRITTEN
               PERFORM WRITE-PRODUCT-HEADER
           END-IF

           COMPUTE CEDED-PERCENT ROUNDED = CEDED-SHARE * 100

           MOVE DB-POLICY-ID       TO PDL-POLICY-ID
           MOVE DB-COVERAGE-AMOUNT TO PDL-COVERAGE-AMOUNT
           MOVE CEDED-PERCENT      TO PDL-CEDED-PERCENT
           MOVE BILLED-PREMIUM     TO PDL-BILLED-PREMIUM
           MOVE CEDED-PREMIUM      TO PDL-CEDED-PREMIUM
           MOVE CEDED-EARNED       TO PDL-CEDED-EARNED
           WRITE PREMIUM-DETAIL-LINE

           ADD 1 TO PRODUCT-POLICY-COUNT
           ADD CEDED-PREMIUM TO PRODUCT-CEDED-PREMIUM
           ADD CEDED-EARNED  TO PRODUCT-CEDED-EARNED
           ADD CEDED-PREMIUM TO GRAND-CEDED-PREMIUM
           ADD CEDED-EARNED  TO GRAND-CEDED-EARNED.

       CEDE-ONE-POLICY-EXIT.
           EXIT.

       LOOKUP-EXISTING-CESSION.

           MOVE "N" TO CESSION-FOUND-SWITCH

           EXEC SQL
               SELECT CEDED_SHARE, BILLED_PREMIUM, CEDED_PREMIUM,
                      CEDED_EARNED
               INTO :DB-CEDED-SHARE, :DB-BILLED-PREMIUM,
                    :DB-CEDED-PREMIUM, :DB-CEDED-EARNED
               FROM REINSURANCE_PAYABLE
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND PERIOD = :DB-PERIOD
           END-EXEC

           IF SQLCODE = 0
               SET CESSION-ALREADY-BOOKED TO TRUE
               MOVE DB-CEDED-SHARE    TO CEDED-SHARE
               MOVE DB-BILLED-PREMIUM TO BILLED-PREMIUM
               MOVE DB-CEDED-PREMIUM  TO CEDED-PREMIUM
               MOVE DB-CEDED-EARNED   TO CEDED-EARNED
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

       COMPUTE-POLICY-CESSION.

      * Premium billed this month is the policy's premium and
      * endorsement invoices raised in the month, net of tax, less
      * any credit notes raised in it.

           MOVE ZERO TO DB-BILLED-PREMIUM

           EXEC SQL
               SELECT IFNULL(SUM(
                      CASE WHEN IFNULL(INVOICE_TYPE, 'PREMIUM')
                                = 'CREDIT'
                           THEN 0 - (AMOUNT - IFNULL(TAX_AMOUNT, 0))
                           ELSE AMOUNT - IFNULL(TAX_AMOUNT, 0)
                      END), 0)
               INTO :DB-BILLED-PREMIUM
               FROM INVOICE
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND SUBSTR(CREATED_DATE, 1, 6) = :DB-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-BILLED-PREMIUM
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE DB-BILLED-PREMIUM TO FOREIGN-AMOUNT
           PERFORM CONVERT-TO-HOUSE-CURRENCY
           MOVE HOUSE-AMOUNT TO BILLED-PREMIUM

           COMPUTE CEDED-PREMIUM ROUNDED =
                   BILLED-PREMIUM * CEDED-SHARE

           MOVE ZERO TO DB-UPR-AMOUNT

           EXEC SQL
               SELECT UPR_AMOUNT INTO :DB-UPR-AMOUNT
               FROM UNEARNED_PREMIUM
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-UPR-AMOUNT
               MOVE ZERO TO SQLCODE
           END-IF

           COMPUTE CEDED-UPR ROUNDED = DB-UPR-AMOUNT * CEDED-SHARE

           MOVE ZERO TO DB-CEDED-UPR

           EXEC SQL
               SELECT CEDED_UPR INTO :DB-CEDED-UPR
               FROM REINSURANCE_PAYABLE
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND PERIOD < :DB-PERIOD
               ORDER BY PERIOD DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-CEDED-UPR
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE DB-CEDED-UPR TO PRIOR-CEDED-UPR

           COMPUTE CEDED-UPR-MOVEMENT = CEDED-UPR - PRIOR-CEDED-UPR
           COMPUTE CEDED-EARNED =
                   CEDED-PREMIUM - CEDED-UPR-MOVEMENT.

       CONVERT-TO-HOUSE-CURRENCY.

      * The rate in force at the run date converts the amount into
      * the reporting currency; a currency with no rate on file is
      * taken at par and flagged, same as billing.

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
                   FOREIGN-AMOUNT * EXCHANGE-RATE-USED.

       BOOK-POLICY-CESSION.

           MOVE RETENTION-LIMIT TO DB-RETENTION-LIMIT
           MOVE CEDED-SHARE     TO DB-CEDED-SHARE
           MOVE BILLED-PREMIUM  TO DB-BILLED-PREMIUM
           MOVE CEDED-PREMIUM   TO DB-CEDED-PREMIUM
           MOVE CEDED-UPR       TO DB-CEDED-UPR
           MOVE CEDED-EARNED    TO DB-CEDED-EARNED

           EXEC SQL
               INSERT INTO REINSURANCE_PAYABLE
                   (POLICY_ID, PERIOD, PRODUCT_CODE, COVERAGE_AMOUNT,
                    RETENTION_LIMIT, CEDED_SHARE, BILLED_PREMIUM,
                    CEDED_PREMIUM, CEDED_UPR, CEDED_EARNED,
                    CESSION_DATE)
               VALUES
                   (:DB-POLICY-ID, :DB-PERIOD, :DB-PRODUCT-CODE,
                    :DB-COVERAGE-AMOUNT, :DB-RETENTION-LIMIT,
                    :DB-CEDED-SHARE, :DB-BILLED-PREMIUM,
                    :DB-CEDED-PREMIUM, :DB-CEDED-UPR,
                    :DB-CEDED-EARNED, :DB-CESSION-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR BOOKING CESSION FOR POLICY "
                       DB-POLICY-ID ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM WRITE-CESSION-GL-ENTRIES
               ADD 1 TO CESSIONS-BOOKED
           END-IF.

       WRITE-CESSION-GL-ENTRIES.

      * Ceded premium is a charge against premium income owed to
      * the reinsurer (debit ceded premium, credit reinsurance
      * payable). The reinsurer's share of the unearned reserve is
      * deferred as an asset the same way EARNINGSBATCH defers our
      * own, so the ceded premium account nets to ceded earned.

           MOVE DB-POLICY-ID   TO JRN-POLICY-ID
           MOVE ZERO           TO JRN-INVOICE-ID
           MOVE BORDEREAU-DATE TO JRN-ENTRY-DATE

           IF CEDED-PREMIUM > ZERO
               MOVE CEDED-PREMIUM TO JRN-AMOUNT
               MOVE GL-ACCOUNT-REINS-CEDED TO JRN-ACCOUNT-CODE
               MOVE "D" TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
               MOVE GL-ACCOUNT-REINS-PAYABLE TO JRN-ACCOUNT-CODE
               MOVE "C" TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           END-IF

           IF CEDED-PREMIUM < ZERO
               COMPUTE MOVEMENT-ABS = 0 - CEDED-PREMIUM
               MOVE MOVEMENT-ABS TO JRN-AMOUNT
               MOVE GL-ACCOUNT-REINS-PAYABLE TO JRN-ACCOUNT-CODE
               MOVE "D" TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
               MOVE GL-ACCOUNT-REINS-CEDED TO JRN-ACCOUNT-CODE
               MOVE "C" TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           END-IF

           IF CEDED-UPR-MOVEMENT > ZERO
               MOVE CEDED-UPR-MOVEMENT TO JRN-AMOUNT
               MOVE GL-ACCOUNT-REINS-UPR TO JRN-ACCOUNT-CODE
               MOVE "D" TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
               MOVE GL-ACCOUNT-REINS-CEDED TO JRN-ACCOUNT-CODE
               MOVE "C" TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           END-IF

           IF CEDED-UPR-MOVEMENT < ZERO
               COMPUTE MOVEMENT-ABS = 0 - CEDED-UPR-MOVEMENT
               MOVE MOVEMENT-ABS TO JRN-AMOUNT
               MOVE GL-ACCOUNT-REINS-CEDED TO JRN-ACCOUNT-CODE
               MOVE "D" TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
               MOVE GL-ACCOUNT-REINS-UPR TO JRN-ACCOUNT-CODE
               MOVE "C" TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

       START-NEW-PRODUCT.

           MOVE DB-PRODUCT-CODE TO CURRENT-PRODUCT-CODE
           MOVE "N" TO TREATY-HEADER-SWITCH
           MOVE ZERO TO PRODUCT-POLICY-COUNT
           MOVE ZERO TO PRODUCT-CEDED-PREMIUM
           MOVE ZERO TO PRODUCT-CEDED-EARNED

           PERFORM LOOKUP-TREATY-RETENTION.

       LOOKUP-TREATY-RETENTION.

      * Same rule as CLAIMENGINE: the product's own treaty line, or
      * the house retention when the product has none.

           EXEC SQL
               SELECT RETENTION_LIMIT INTO :DB-RETENTION-LIMIT
               FROM REINSURANCE_TREATY
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
           END-EXEC

           IF SQLCODE = 0
               MOVE DB-RETENTION-LIMIT TO RETENTION-LIMIT
           ELSE
               MOVE DEFAULT-RETENTION-LIMIT TO RETENTION-LIMIT
               MOVE ZERO TO SQLCODE
           END-IF.

       WRITE-PRODUCT-HEADER.

           MOVE CURRENT-PRODUCT-CODE TO PPL-PRODUCT-CODE
           MOVE RETENTION-LIMIT      TO PPL-RETENTION-LIMIT
           WRITE PREMIUM-PRODUCT-LINE
           SET TREATY-HEADER-WRITTEN TO TRUE.

       WRITE-PRODUCT-TOTAL.

           MOVE PRODUCT-POLICY-COUNT  TO PPT-POLICY-COUNT
           MOVE PRODUCT-CEDED-PREMIUM TO PPT-CEDED-PREMIUM
           MOVE PRODUCT-CEDED-EARNED  TO PPT-CEDED-EARNED
           WRITE PREMIUM-PRODUCT-TOTAL-LINE.

       WRITE-NET-STATEMENT.

      * Premium payable is everything ceded to date less what has
      * been paid over; recoveries receivable is the unremitted
      * balance of the claim cessions REINSBORD has recorded.

           MOVE SPACES TO NET-HEADING-LINE
           STRING "REINSURANCE NET STATEMENT AT "
                      DELIMITED BY SIZE
                  BORDEREAU-DATE DELIMITED BY SIZE
               INTO NET-HEADING-LINE
           WRITE NET-HEADING-LINE

           PERFORM LOAD-TREATY-LIST
           PERFORM LOAD-TREATY-PREMIUM
           PERFORM LOAD-TREATY-PAYMENTS
           PERFORM LOAD-TREATY-RECOVERIES

           PERFORM WRITE-ONE-TREATY-STATEMENT
               VARYING TREATY-SUB FROM 1 BY 1
               UNTIL TREATY-SUB > TREATY-COUNT.

       LOAD-TREATY-LIST.

           EXEC SQL
               DECLARE treaty_cursor CURSOR FOR
               SELECT PRODUCT_CODE FROM REINSURANCE_PAYABLE
               UNION
               SELECT PRODUCT_CODE FROM REINSURANCE_RECEIVABLE
               WHERE STATUS = 'OUTSTANDING'
               ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN treaty_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH treaty_cursor
                   INTO :DB-PRODUCT-CODE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM ADD-TREATY-SLOT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE treaty_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       ADD-TREATY-SLOT.

           IF TREATY-COUNT < 100
               ADD 1 TO TREATY-COUNT
               MOVE DB-PRODUCT-CODE TO TRT-PRODUCT-CODE (TREATY-COUNT)
               MOVE ZERO TO TRT-CEDED-PREMIUM (TREATY-COUNT)
               MOVE ZERO TO TRT-PREMIUM-PAID (TREATY-COUNT)
               MOVE ZERO TO TRT-RECOVERY-DUE (TREATY-COUNT)
           ELSE
               DISPLAY "WARNING: MORE THAN 100 TREATIES, "
                       DB-PRODUCT-CODE " LEFT OFF NET STATEMENT"
           END-IF.

       FIND-TREATY-SLOT.

           MOVE ZERO TO TREATY-HIT

           PERFORM CHECK-ONE-TREATY-SLOT
               VARYING TREATY-SUB FROM 1 BY 1
               UNTIL TREATY-SUB > TREATY-COUNT
                  OR TREATY-HIT NOT = ZERO.

       CHECK-ONE-TREATY-SLOT.

           IF TRT-PRODUCT-CODE (TREATY-SUB) = DB-PRODUCT-CODE
               MOVE TREATY-SUB TO TREATY-HIT
           END-IF.

       LOAD-TREATY-PREMIUM.

           EXEC SQL
               DECLARE ceded_sum_cursor CURSOR FOR
               SELECT PRODUCT_CODE, IFNULL(SUM(CEDED_PREMIUM), 0)
               FROM REINSURANCE_PAYABLE
               GROUP BY PRODUCT_CODE
           END-EXEC.

           EXEC SQL OPEN ceded_sum_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ceded_sum_cursor
                   INTO :DB-PRODUCT-CODE, :DB-TOTAL-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   PERFORM FIND-TREATY-SLOT
                   IF TREATY-HIT NOT = ZERO
                       ADD DB-TOTAL-AMOUNT
                           TO TRT-CEDED-PREMIUM (TREATY-HIT)
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE ceded_sum_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       LOAD-TREATY-PAYMENTS.

           EXEC SQL
               DECLARE paid_sum_cursor CURSOR FOR
               SELECT PRODUCT_CODE, IFNULL(SUM(AMOUNT), 0)
               FROM REINSURANCE_PREMIUM_PAID
               GROUP BY PRODUCT_CODE
           END-EXEC.

           EXEC SQL OPEN paid_sum_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH paid_sum_cursor
                   INTO :DB-PRODUCT-CODE, :DB-TOTAL-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   PERFORM FIND-TREATY-SLOT
                   IF TREATY-HIT NOT = ZERO
                       ADD DB-TOTAL-AMOUNT
                           TO TRT-PREMIUM-PAID (TREATY-HIT)
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE paid_sum_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       LOAD-TREATY-RECOVERIES.

      * Recoveries are held in the claim's currency, so they are
      * summed per currency and converted at the run date.

           EXEC SQL
               DECLARE recovery_sum_cursor CURSOR FOR
               SELECT PRODUCT_CODE, IFNULL(CURRENCY_CODE, 'USD'),
                      IFNULL(SUM(CEDED_AMOUNT
                                 - IFNULL(REMITTED_AMOUNT, 0)), 0)
               FROM REINSURANCE_RECEIVABLE
               WHERE STATUS = 'OUTSTANDING'
               GROUP BY PRODUCT_CODE, CURRENCY_CODE
           END-EXEC.

           EXEC SQL OPEN recovery_sum_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH recovery_sum_cursor
                   INTO :DB-PRODUCT-CODE, :DB-CURRENCY-CODE,
                        :DB-TOTAL-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   MOVE DB-TOTAL-AMOUNT TO FOREIGN-AMOUNT
                   PERFORM CONVERT-TO-HOUSE-CURRENCY
                   PERFORM FIND-TREATY-SLOT
                   IF TREATY-HIT NOT = ZERO
                       ADD HOUSE-AMOUNT
                           TO TRT-RECOVERY-DUE (TREATY-HIT)
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE recovery_sum_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       WRITE-ONE-TREATY-STATEMENT.

           COMPUTE PREMIUM-PAYABLE =
                   TRT-CEDED-PREMIUM (TREATY-SUB)
                   - TRT-PREMIUM-PAID (TREATY-SUB)
           COMPUTE NET-POSITION =
                   TRT-RECOVERY-DUE (TREATY-SUB) - PREMIUM-PAYABLE

           MOVE TRT-PRODUCT-CODE (TREATY-SUB) TO NPL-PRODUCT-CODE
           WRITE NET-PRODUCT-LINE

           MOVE "PREMIUM CEDED TO DATE" TO NAL-CAPTION
           MOVE TRT-CEDED-PREMIUM (TREATY-SUB) TO NAL-AMOUNT
           WRITE NET-AMOUNT-LINE

           MOVE "LESS PREMIUM PAID OVER" TO NAL-CAPTION
           MOVE TRT-PREMIUM-PAID (TREATY-SUB) TO NAL-AMOUNT
           WRITE NET-AMOUNT-LINE

           MOVE "PREMIUM PAYABLE" TO NAL-CAPTION
           MOVE PREMIUM-PAYABLE TO NAL-AMOUNT
           WRITE NET-AMOUNT-LINE

           MOVE "RECOVERIES RECEIVABLE" TO NAL-CAPTION
           MOVE TRT-RECOVERY-DUE (TREATY-SUB) TO NAL-AMOUNT
           WRITE NET-AMOUNT-LINE

           IF NET-POSITION < ZERO
               COMPUTE NET-ABS = 0 - NET-POSITION
               MOVE "NET DUE TO REINSURER" TO NAL-CAPTION
           ELSE
               MOVE NET-POSITION TO NET-ABS
               MOVE "NET DUE FROM REINSURER" TO NAL-CAPTION
           END-IF
           MOVE NET-ABS TO NAL-AMOUNT
           WRITE NET-AMOUNT-LINE.

       LOAD-RUN-PARAMETERS.

      * The value in force at today's date applies for the whole
      * run - a key with no row on file keeps its compiled default.

           ACCEPT PARAM-RUN-DATE FROM DATE YYYYMMDD
           MOVE PARAM-RUN-DATE TO DB-PARAM-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           MOVE "RETENTION-LIMIT" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO DEFAULT-RETENTION-LIMIT
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
