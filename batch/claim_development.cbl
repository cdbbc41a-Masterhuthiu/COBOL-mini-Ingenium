       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIMTRIANGLE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIANGLE-REPORT ASSIGN TO "CLMDEVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIANGLE-REPORT.
       01  TRIANGLE-HEADING-LINE        PIC X(120).
       01  TRIANGLE-PRODUCT-LINE.
           05 FILLER                    PIC X(09) VALUE "PRODUCT: ".
           05 TPL-PRODUCT-CODE          PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 TPL-DESCRIPTION           PIC X(30).
       01  TRIANGLE-ROW-LINE.
           05 TRL-ORIGIN                PIC X(08).
           05 TRL-CELL OCCURS 8 TIMES.
              10 FILLER                 PIC X(01).
              10 TRL-AMOUNT             PIC -ZZZZZZZZ9.99.
       01  TRIANGLE-FACTOR-LINE.
           05 TFL-CAPTION               PIC X(08).
           05 TFL-CELL OCCURS 8 TIMES.
              10 FILLER                 PIC X(04).
              10 TFL-FACTOR             PIC ZZ9.999999.
       01  TRIANGLE-IBNR-LINE.
           05 TIL-ORIGIN                PIC X(08).
           05 FILLER                    PIC X(01).
           05 TIL-REPORTED              PIC -ZZZZZZZZ9.99.
           05 FILLER                    PIC X(04).
           05 TIL-CDF                   PIC ZZ9.999999.
           05 FILLER                    PIC X(01).
           05 TIL-ULTIMATE              PIC -ZZZZZZZZ9.99.
           05 FILLER                    PIC X(01).
           05 TIL-IBNR                  PIC -ZZZZZZZZ9.99.
           05 FILLER                    PIC X(01).
           05 TIL-PAID                  PIC -ZZZZZZZZ9.99.
           05 FILLER                    PIC X(01).
           05 TIL-ULTIMATE-PAID         PIC -ZZZZZZZZ9.99.
       01  TRIANGLE-AMOUNT-LINE.
           05 TAL-CAPTION               PIC X(40).
           05 TAL-AMOUNT                PIC -ZZZZZZZZZZ9.99.

       WORKING-STORAGE SECTION.

      * EXPERIENCERPT only sees the claims already on file. This
      * quarter-end report lays each product's claims out as
      * development triangles - one row per quarter of loss, one
      * column per quarter of delay - and runs the chain ladder
      * across them to estimate what has happened but not yet been
      * reported to us (IBNR).
      *
      *   REPORTED - the amount claimed, placed at the delay from
      *              the date of loss to the date the claim came in
      *   PAID     - CLAIM_PAYMENT money actually out (not RETURNED
      *              or VOIDED), placed at the delay from the date of
      *              loss to the payment date
      *
      * A claim with no LOSS_DATE is taken as lost the day it was
      * reported. Declined and rejected claims are not losses and
      * stay out. The last eight loss quarters are developed over
      * eight delay quarters with no tail beyond; everything is in
      * the house currency at the rate of the day the amount was
      * reported or paid.
      *
      * Each column's development factor is the volume-weighted
      * ratio of the next column to this one over the loss quarters
      * that have both; chaining them from a row's latest column
      * gives its ultimate, and IBNR is ultimate reported less
      * reported to date. The product's IBNR - never less than
      * nothing - is kept on IBNR_ESTIMATE; with IBNR-POST-GL set to
      * 1 the movement since the last booked figure is journaled
      * under source IBNR against the IBNR reserve 2210 and the
      * change-in-reserve expense 5300, keyed by no policy.

       01 TODAY-DATE                 PIC 9(08).

       01 GL-ACCOUNT-IBNR-RESERVE    PIC X(04) VALUE "2210".
       01 GL-ACCOUNT-RESERVE-MOVE    PIC X(04) VALUE "5300".

       01 IBNR-POST-GL               PIC 9(01) VALUE ZERO.
           88 POST-IBNR-TO-GL                  VALUE 1.

      * Quarters are numbered year * 4 + quarter-within-year, so a
      * delay is one number less another.

       01 QUARTER-DATE               PIC 9(08).
       01 QUARTER-DATE-PARTS REDEFINES QUARTER-DATE.
           05 QUARTER-DATE-YEAR      PIC 9(04).
           05 QUARTER-DATE-MONTH     PIC 9(02).
           05 FILLER                 PIC 9(02).
       01 MONTH-OFFSET               PIC 9(02).
       01 QUARTER-OFFSET             PIC 9(01).
       01 QUARTER-INDEX              PIC 9(06).
       01 CURRENT-QUARTER-INDEX      PIC 9(06).
       01 FIRST-ORIGIN-INDEX         PIC 9(06).
       01 LOSS-QUARTER-INDEX         PIC 9(06).
       01 EVENT-QUARTER-INDEX        PIC 9(06).
       01 DELAY-QUARTERS             PIC S9(06).
       01 LABEL-YEAR                 PIC 9(04).
       01 LABEL-QUARTER              PIC 9(01).
       01 ESTIMATE-PERIOD            PIC X(06).

       01 ROW-NO                     PIC 9(02) COMP.
       01 COL-NO                     PIC 9(02) COMP.
       01 LATEST-COL                 PIC 9(02) COMP.
       01 ROW-LIMIT                  PIC 9(02) COMP.
       01 TRIANGLE-SIZE              PIC 9(02) COMP VALUE 8.

      * One row per loss quarter, oldest first; cells hold the
      * incremental amount as loaded and the cumulative once built.

       01 TRIANGLE-TABLE.
           05 ORIGIN-ROW OCCURS 8 TIMES.
              10 ORIGIN-LABEL        PIC X(06).
              10 DEV-CELL OCCURS 8 TIMES.
                 15 REPORTED-CELL    PIC S9(11)V99.
                 15 PAID-CELL        PIC S9(11)V99.
              10 ULTIMATE-REPORTED   PIC S9(11)V99.
              10 ULTIMATE-PAID       PIC S9(11)V99.
              10 ORIGIN-IBNR         PIC S9(11)V99.

       01 FACTOR-TABLE.
           05 FACTOR-ENTRY OCCURS 8 TIMES.
              10 REPORTED-FACTOR     PIC 9(3)V9(6).
              10 PAID-FACTOR         PIC 9(3)V9(6).
              10 REPORTED-CDF        PIC 9(5)V9(6).
              10 PAID-CDF            PIC 9(5)V9(6).

       01 FACTOR-NUMERATOR           PIC S9(13)V99.
       01 FACTOR-DENOMINATOR         PIC S9(13)V99.
       01 PAID-NUMERATOR             PIC S9(13)V99.
       01 PAID-DENOMINATOR           PIC S9(13)V99.

       01 PRODUCT-REPORTED           PIC S9(11)V99.
       01 PRODUCT-ULTIMATE           PIC S9(11)V99.
       01 PRODUCT-IBNR               PIC S9(11)V99.
       01 PRODUCT-PAID               PIC S9(11)V99.
       01 PRODUCT-ULTIMATE-PAID      PIC S9(11)V99.
       01 PRIOR-BOOKED-BALANCE       PIC S9(11)V99.
       01 IBNR-MOVEMENT              PIC S9(11)V99.
       01 GRAND-IBNR                 PIC S9(13)V99 VALUE ZERO.
       01 PRODUCTS-REPORTED          PIC 9(05) VALUE ZERO.

       01 HOUSE-CURRENCY-CODE        PIC X(03) VALUE "USD".
       01 EXCHANGE-RATE-USED         PIC 9(3)V9(6).
       01 HOUSE-AMOUNT               PIC 9(9)V99.

       01 JRN-SOURCE-CODE            PIC X(10) VALUE "IBNR".
       01 JRN-POLICY-ID              PIC 9(06) VALUE ZERO.
       01 JRN-INVOICE-ID             PIC 9(10) VALUE ZERO.
       01 JRN-ACCOUNT-CODE           PIC X(04).
       01 JRN-DEBIT-CREDIT           PIC X(01).
       01 JRN-AMOUNT                 PIC 9(9)V99.
       01 JRN-ENTRY-DATE             PIC 9(08).

       01 PARAM-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 PARAM-FOUND                      VALUE "Y".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-PRODUCT-CODE            PIC X(10).
       01 DB-DESCRIPTION             PIC X(30).
       01 DB-LOSS-DATE               PIC 9(08).
       01 DB-EVENT-DATE              PIC 9(08).
       01 DB-AMOUNT                  PIC 9(7)V99.
       01 DB-CURRENCY-CODE           PIC X(03).
       01 DB-RATE-DATE               PIC 9(08).
       01 DB-EXCHANGE-RATE           PIC 9(3)V9(6).
       01 DB-PERIOD                  PIC X(06).
       01 DB-RUN-DATE                PIC 9(08).
       01 DB-REPORTED-TO-DATE        PIC S9(11)V99.
       01 DB-ULTIMATE-REPORTED       PIC S9(11)V99.
       01 DB-IBNR-AMOUNT             PIC S9(11)V99.
       01 DB-PAID-TO-DATE            PIC S9(11)V99.
       01 DB-ULTIMATE-PAID           PIC S9(11)V99.
       01 DB-POSTED                  PIC X(01).
       01 DB-BOOKED-BALANCE          PIC S9(11)V99.
       01 DB-PARAM-KEY               PIC X(20).
       01 DB-PARAM-VALUE             PIC 9(9)V99.
       01 DB-PARAM-DATE              PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                    PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-CLAIM-TRIANGLE.

           DISPLAY "--- CLAIMS DEVELOPMENT AND IBNR REPORT START ---"

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE TO DB-RUN-DATE

           MOVE TODAY-DATE TO QUARTER-DATE
           PERFORM DATE-TO-QUARTER
           MOVE QUARTER-INDEX TO CURRENT-QUARTER-INDEX
           COMPUTE FIRST-ORIGIN-INDEX =
                   CURRENT-QUARTER-INDEX - TRIANGLE-SIZE + 1

           MOVE CURRENT-QUARTER-INDEX TO QUARTER-INDEX
           PERFORM QUARTER-TO-LABEL
           MOVE ESTIMATE-PERIOD TO DB-PERIOD

           OPEN OUTPUT TRIANGLE-REPORT

           MOVE SPACES TO TRIANGLE-HEADING-LINE
           STRING "CLAIMS DEVELOPMENT TRIANGLES AND IBNR ESTIMATE - "
                  "QUARTER " ESTIMATE-PERIOD " RUN " TODAY-DATE
                  DELIMITED BY SIZE INTO TRIANGLE-HEADING-LINE
           WRITE TRIANGLE-HEADING-LINE

           MOVE SPACES TO TRIANGLE-HEADING-LINE
           MOVE "AMOUNTS IN HOUSE CURRENCY - ROWS ARE LOSS QUARTERS, "
               TO TRIANGLE-HEADING-LINE
           MOVE "COLUMNS ARE QUARTERS OF DELAY (0 = SAME QUARTER)"
               TO TRIANGLE-HEADING-LINE (53:48)
           WRITE TRIANGLE-HEADING-LINE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOAD-RUN-PARAMETERS

           EXEC SQL
               DECLARE tri_product_cursor CURSOR FOR
               SELECT PRODUCT_CODE, DESCRIPTION
               FROM PRODUCT
               ORDER BY PRODUCT_CODE
           END-EXEC.

           EXEC SQL OPEN tri_product_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH tri_product_cursor
                   INTO :DB-PRODUCT-CODE, :DB-DESCRIPTION
               END-EXEC
               IF SQLCODE = 0
                   PERFORM REPORT-ONE-PRODUCT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE tri_product_cursor END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           MOVE SPACES TO TRIANGLE-HEADING-LINE
           WRITE TRIANGLE-HEADING-LINE

           MOVE "TOTAL IBNR ALL PRODUCTS:" TO TAL-CAPTION
           MOVE GRAND-IBNR TO TAL-AMOUNT
           WRITE TRIANGLE-AMOUNT-LINE

           CLOSE TRIANGLE-REPORT

           DISPLAY "PRODUCTS REPORTED: " PRODUCTS-REPORTED
           DISPLAY "TOTAL IBNR ESTIMATE: " GRAND-IBNR
           IF POST-IBNR-TO-GL
               DISPLAY "IBNR MOVEMENTS JOURNALED TO GL"
           ELSE
               DISPLAY "IBNR NOT JOURNALED (IBNR-POST-GL IS 0)"
           END-IF
           DISPLAY "--- CLAIMS DEVELOPMENT AND IBNR REPORT FINISHED ---"
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       LOAD-RUN-PARAMETERS.

      * The value in force at today's date applies for the whole
      * run - a key with no row on file keeps its compiled default.

           MOVE TODAY-DATE TO DB-PARAM-DATE

           MOVE "IBNR-POST-GL" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO IBNR-POST-GL
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

       REPORT-ONE-PRODUCT.

           ADD 1 TO PRODUCTS-REPORTED

           MOVE SPACES TO TRIANGLE-HEADING-LINE
           WRITE TRIANGLE-HEADING-LINE

           MOVE DB-PRODUCT-CODE TO TPL-PRODUCT-CODE
           MOVE DB-DESCRIPTION  TO TPL-DESCRIPTION
           WRITE TRIANGLE-PRODUCT-LINE

           PERFORM CLEAR-ONE-ROW
               VARYING ROW-NO FROM 1 BY 1
               UNTIL ROW-NO > TRIANGLE-SIZE
           PERFORM CLEAR-ONE-CELL
               VARYING ROW-NO FROM 1 BY 1
               UNTIL ROW-NO > TRIANGLE-SIZE
               AFTER COL-NO FROM 1 BY 1
               UNTIL COL-NO > TRIANGLE-SIZE

           PERFORM LOAD-REPORTED-CLAIMS
           PERFORM LOAD-CLAIM-PAYMENTS

           PERFORM ACCUMULATE-ONE-CELL
               VARYING ROW-NO FROM 1 BY 1
               UNTIL ROW-NO > TRIANGLE-SIZE
               AFTER COL-NO FROM 2 BY 1
               UNTIL COL-NO > TRIANGLE-SIZE

           PERFORM COMPUTE-ONE-FACTOR
               VARYING COL-NO FROM 1 BY 1
               UNTIL COL-NO NOT < TRIANGLE-SIZE

           MOVE 1 TO REPORTED-CDF (TRIANGLE-SIZE)
           MOVE 1 TO PAID-CDF (TRIANGLE-SIZE)
           MOVE 1 TO REPORTED-FACTOR (TRIANGLE-SIZE)
           MOVE 1 TO PAID-FACTOR (TRIANGLE-SIZE)
           COMPUTE ROW-LIMIT = TRIANGLE-SIZE - 1
           PERFORM CHAIN-ONE-FACTOR
               VARYING COL-NO FROM ROW-LIMIT BY -1
               UNTIL COL-NO < 1

           MOVE ZERO TO PRODUCT-REPORTED
           MOVE ZERO TO PRODUCT-ULTIMATE
           MOVE ZERO TO PRODUCT-IBNR
           MOVE ZERO TO PRODUCT-PAID
           MOVE ZERO TO PRODUCT-ULTIMATE-PAID

           PERFORM PROJECT-ONE-ORIGIN
               VARYING ROW-NO FROM 1 BY 1
               UNTIL ROW-NO > TRIANGLE-SIZE

           IF PRODUCT-IBNR < ZERO
               MOVE ZERO TO PRODUCT-IBNR
           END-IF

           PERFORM WRITE-REPORTED-TRIANGLE
           PERFORM WRITE-PAID-TRIANGLE
           PERFORM WRITE-IBNR-SECTION

           PERFORM RECORD-IBNR-ESTIMATE

           ADD PRODUCT-IBNR TO GRAND-IBNR.

       CLEAR-ONE-ROW.

           COMPUTE QUARTER-INDEX = FIRST-ORIGIN-INDEX + ROW-NO - 1
           PERFORM QUARTER-TO-LABEL
           MOVE ESTIMATE-PERIOD TO ORIGIN-LABEL (ROW-NO)

           MOVE ZERO TO ULTIMATE-REPORTED (ROW-NO)
           MOVE ZERO TO ULTIMATE-PAID (ROW-NO)
           MOVE ZERO TO ORIGIN-IBNR (ROW-NO).

       CLEAR-ONE-CELL.

           MOVE ZERO TO REPORTED-CELL (ROW-NO, COL-NO)
           MOVE ZERO TO PAID-CELL (ROW-NO, COL-NO).

       LOAD-REPORTED-CLAIMS.

           EXEC SQL
               DECLARE tri_claim_cursor CURSOR FOR
               SELECT CASE WHEN IFNULL(TRIM(C.LOSS_DATE), '')
                                IN ('', '00000000')
                           THEN C.CLAIM_DATE
                           ELSE C.LOSS_DATE END,
                      C.CLAIM_DATE,
                      IFNULL(C.CLAIM_AMOUNT, 0),
                      IFNULL(C.CURRENCY_CODE, 'USD')
               FROM CLAIM_HISTORY C, POLICY P
               WHERE P.POLICY_ID = C.POLICY_ID
                 AND P.PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND C.STATUS NOT IN ('DECLINED', 'REJECTED')
           END-EXEC.

           EXEC SQL OPEN tri_claim_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH tri_claim_cursor
                   INTO :DB-LOSS-DATE, :DB-EVENT-DATE, :DB-AMOUNT,
                        :DB-CURRENCY-CODE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PLACE-REPORTED-AMOUNT
                       THRU PLACE-REPORTED-AMOUNT-EXIT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE tri_claim_cursor END-EXEC.
           MOVE ZERO TO SQLCODE.

       PLACE-REPORTED-AMOUNT.

           PERFORM LOCATE-TRIANGLE-CELL
               THRU LOCATE-TRIANGLE-CELL-EXIT

           IF ROW-NO = ZERO
               GO TO PLACE-REPORTED-AMOUNT-EXIT
           END-IF

           MOVE DB-EVENT-DATE TO DB-RATE-DATE
           PERFORM CONVERT-TO-HOUSE-CURRENCY
           ADD HOUSE-AMOUNT TO REPORTED-CELL (ROW-NO, COL-NO).

       PLACE-REPORTED-AMOUNT-EXIT.
           EXIT.

       LOAD-CLAIM-PAYMENTS.

           EXEC SQL
               DECLARE tri_payment_cursor CURSOR FOR
               SELECT CASE WHEN IFNULL(TRIM(C.LOSS_DATE), '')
                                IN ('', '00000000')
                           THEN C.CLAIM_DATE
                           ELSE C.LOSS_DATE END,
                      CP.PAYMENT_DATE,
                      IFNULL(CP.PAYMENT_AMOUNT, 0),
                      IFNULL(CP.CURRENCY_CODE, 'USD')
               FROM CLAIM_PAYMENT CP, CLAIM_HISTORY C, POLICY P
               WHERE C.CLAIM_ID = CP.CLAIM_ID
                 AND P.POLICY_ID = C.POLICY_ID
                 AND P.PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND IFNULL(CP.PAYMENT_STATUS, 'SENT') NOT IN
                     ('RETURNED', 'VOIDED')
           END-EXEC.

           EXEC SQL OPEN tri_payment_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH tri_payment_cursor
                   INTO :DB-LOSS-DATE, :DB-EVENT-DATE, :DB-AMOUNT,
                        :DB-CURRENCY-CODE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PLACE-PAID-AMOUNT
                       THRU PLACE-PAID-AMOUNT-EXIT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE tri_payment_cursor END-EXEC.
           MOVE ZERO TO SQLCODE.

       PLACE-PAID-AMOUNT.

           PERFORM LOCATE-TRIANGLE-CELL
               THRU LOCATE-TRIANGLE-CELL-EXIT

           IF ROW-NO = ZERO
               GO TO PLACE-PAID-AMOUNT-EXIT
           END-IF

           MOVE DB-EVENT-DATE TO DB-RATE-DATE
           PERFORM CONVERT-TO-HOUSE-CURRENCY
           ADD HOUSE-AMOUNT TO PAID-CELL (ROW-NO, COL-NO).

       PLACE-PAID-AMOUNT-EXIT.
           EXIT.

       LOCATE-TRIANGLE-CELL.

      * Row from the loss quarter, column from the delay to the
      * event. A loss older than the window, or dated after today,
      * comes back as row zero and is left out; an event dated
      * before its loss is taken as no delay.

           MOVE ZERO TO ROW-NO
           MOVE 1 TO COL-NO

           MOVE DB-LOSS-DATE TO QUARTER-DATE
           PERFORM DATE-TO-QUARTER
           MOVE QUARTER-INDEX TO LOSS-QUARTER-INDEX

           MOVE DB-EVENT-DATE TO QUARTER-DATE
           PERFORM DATE-TO-QUARTER
           MOVE QUARTER-INDEX TO EVENT-QUARTER-INDEX

           IF LOSS-QUARTER-INDEX < FIRST-ORIGIN-INDEX
              OR LOSS-QUARTER-INDEX > CURRENT-QUARTER-INDEX
              OR EVENT-QUARTER-INDEX > CURRENT-QUARTER-INDEX
               GO TO LOCATE-TRIANGLE-CELL-EXIT
           END-IF

           COMPUTE ROW-NO =
                   LOSS-QUARTER-INDEX - FIRST-ORIGIN-INDEX + 1

           COMPUTE DELAY-QUARTERS =
                   EVENT-QUARTER-INDEX - LOSS-QUARTER-INDEX

           IF DELAY-QUARTERS > ZERO
               COMPUTE COL-NO = DELAY-QUARTERS + 1
           END-IF.

       LOCATE-TRIANGLE-CELL-EXIT.
           EXIT.

       DATE-TO-QUARTER.

           IF QUARTER-DATE-MONTH < 1 OR QUARTER-DATE-MONTH > 12
               MOVE 1 TO QUARTER-DATE-MONTH
           END-IF

           SUBTRACT 1 FROM QUARTER-DATE-MONTH GIVING MONTH-OFFSET
           DIVIDE MONTH-OFFSET BY 3 GIVING QUARTER-OFFSET

           COMPUTE QUARTER-INDEX =
                   QUARTER-DATE-YEAR * 4 + QUARTER-OFFSET.

       QUARTER-TO-LABEL.

           DIVIDE QUARTER-INDEX BY 4 GIVING LABEL-YEAR
               REMAINDER LABEL-QUARTER
           ADD 1 TO LABEL-QUARTER

           MOVE SPACES TO ESTIMATE-PERIOD
           STRING LABEL-YEAR "Q" LABEL-QUARTER
                  DELIMITED BY SIZE INTO ESTIMATE-PERIOD.

       ACCUMULATE-ONE-CELL.

      * Only the cells on or above the diagonal have been seen -
      * the rest stay empty for the chain ladder to fill.

           COMPUTE LATEST-COL = TRIANGLE-SIZE + 1 - ROW-NO

           IF COL-NO NOT > LATEST-COL
               ADD REPORTED-CELL (ROW-NO, COL-NO - 1)
                   TO REPORTED-CELL (ROW-NO, COL-NO)
               ADD PAID-CELL (ROW-NO, COL-NO - 1)
                   TO PAID-CELL (ROW-NO, COL-NO)
           END-IF.

       COMPUTE-ONE-FACTOR.

           MOVE ZERO TO FACTOR-NUMERATOR
           MOVE ZERO TO FACTOR-DENOMINATOR
           MOVE ZERO TO PAID-NUMERATOR
           MOVE ZERO TO PAID-DENOMINATOR

           COMPUTE ROW-LIMIT = TRIANGLE-SIZE - COL-NO

           PERFORM SUM-ONE-FACTOR-ROW
               VARYING ROW-NO FROM 1 BY 1
               UNTIL ROW-NO > ROW-LIMIT

           IF FACTOR-DENOMINATOR > ZERO
               COMPUTE REPORTED-FACTOR (COL-NO) ROUNDED =
                       FACTOR-NUMERATOR / FACTOR-DENOMINATOR
           ELSE
               MOVE 1 TO REPORTED-FACTOR (COL-NO)
           END-IF

           IF PAID-DENOMINATOR > ZERO
               COMPUTE PAID-FACTOR (COL-NO) ROUNDED =
                       PAID-NUMERATOR / PAID-DENOMINATOR
           ELSE
               MOVE 1 TO PAID-FACTOR (COL-NO)
           END-IF.

       SUM-ONE-FACTOR-ROW.

           ADD REPORTED-CELL (ROW-NO, COL-NO + 1) TO FACTOR-NUMERATOR
           ADD REPORTED-CELL (ROW-NO, COL-NO)     TO FACTOR-DENOMINATOR
           ADD PAID-CELL (ROW-NO, COL-NO + 1)     TO PAID-NUMERATOR
           ADD PAID-CELL (ROW-NO, COL-NO)         TO PAID-DENOMINATOR.

       CHAIN-ONE-FACTOR.

           COMPUTE REPORTED-CDF (COL-NO) ROUNDED =
                   REPORTED-FACTOR (COL-NO) * REPORTED-CDF (COL-NO + 1)
           COMPUTE PAID-CDF (COL-NO) ROUNDED =
                   PAID-FACTOR (COL-NO) * PAID-CDF (COL-NO + 1).

       PROJECT-ONE-ORIGIN.

           COMPUTE LATEST-COL = TRIANGLE-SIZE + 1 - ROW-NO

           COMPUTE ULTIMATE-REPORTED (ROW-NO) ROUNDED =
                   REPORTED-CELL (ROW-NO, LATEST-COL)
                   * REPORTED-CDF (LATEST-COL)
           COMPUTE ULTIMATE-PAID (ROW-NO) ROUNDED =
                   PAID-CELL (ROW-NO, LATEST-COL)
                   * PAID-CDF (LATEST-COL)
           COMPUTE ORIGIN-IBNR (ROW-NO) =
                   ULTIMATE-REPORTED (ROW-NO)
                   - REPORTED-CELL (ROW-NO, LATEST-COL)

           ADD REPORTED-CELL (ROW-NO, LATEST-COL) TO PRODUCT-REPORTED
           ADD ULTIMATE-REPORTED (ROW-NO)          TO PRODUCT-ULTIMATE
           ADD ORIGIN-IBNR (ROW-NO)                TO PRODUCT-IBNR
           ADD PAID-CELL (ROW-NO, LATEST-COL)      TO PRODUCT-PAID
           ADD ULTIMATE-PAID (ROW-NO)        TO PRODUCT-ULTIMATE-PAID.

       WRITE-REPORTED-TRIANGLE.

           MOVE SPACES TO TRIANGLE-HEADING-LINE
           MOVE "REPORTED CLAIMS - CUMULATIVE BY QUARTER OF DELAY"
               TO TRIANGLE-HEADING-LINE
           WRITE TRIANGLE-HEADING-LINE

           PERFORM WRITE-DELAY-HEADING

           PERFORM WRITE-REPORTED-ROW
               VARYING ROW-NO FROM 1 BY 1
               UNTIL ROW-NO > TRIANGLE-SIZE

           MOVE SPACES TO TRIANGLE-FACTOR-LINE
           MOVE "FACTOR" TO TFL-CAPTION
           PERFORM MOVE-REPORTED-FACTOR
               VARYING COL-NO FROM 1 BY 1
               UNTIL COL-NO NOT < TRIANGLE-SIZE
           WRITE TRIANGLE-FACTOR-LINE

           MOVE SPACES TO TRIANGLE-FACTOR-LINE
           MOVE "TO ULT" TO TFL-CAPTION
           PERFORM MOVE-REPORTED-CDF
               VARYING COL-NO FROM 1 BY 1
               UNTIL COL-NO > TRIANGLE-SIZE
           WRITE TRIANGLE-FACTOR-LINE.

       WRITE-REPORTED-ROW.

           MOVE SPACES TO TRIANGLE-ROW-LINE
           MOVE ORIGIN-LABEL (ROW-NO) TO TRL-ORIGIN
           COMPUTE LATEST-COL = TRIANGLE-SIZE + 1 - ROW-NO

           PERFORM MOVE-REPORTED-CELL
               VARYING COL-NO FROM 1 BY 1
               UNTIL COL-NO > LATEST-COL

           WRITE TRIANGLE-ROW-LINE.

       MOVE-REPORTED-CELL.

           MOVE REPORTED-CELL (ROW-NO, COL-NO) TO TRL-AMOUNT (COL-NO).

       MOVE-REPORTED-FACTOR.

           MOVE REPORTED-FACTOR (COL-NO) TO TFL-FACTOR (COL-NO).

       MOVE-REPORTED-CDF.

           MOVE REPORTED-CDF (COL-NO) TO TFL-FACTOR (COL-NO).

       WRITE-PAID-TRIANGLE.

           MOVE SPACES TO TRIANGLE-HEADING-LINE
           MOVE "PAID CLAIMS - CUMULATIVE BY QUARTER OF DELAY"
               TO TRIANGLE-HEADING-LINE
           WRITE TRIANGLE-HEADING-LINE

           PERFORM WRITE-DELAY-HEADING

           PERFORM WRITE-PAID-ROW
               VARYING ROW-NO FROM 1 BY 1
               UNTIL ROW-NO > TRIANGLE-SIZE

           MOVE SPACES TO TRIANGLE-FACTOR-LINE
           MOVE "FACTOR" TO TFL-CAPTION
           PERFORM MOVE-PAID-FACTOR
               VARYING COL-NO FROM 1 BY 1
               UNTIL COL-NO NOT < TRIANGLE-SIZE
           WRITE TRIANGLE-FACTOR-LINE

           MOVE SPACES TO TRIANGLE-FACTOR-LINE
           MOVE "TO ULT" TO TFL-CAPTION
           PERFORM MOVE-PAID-CDF
               VARYING COL-NO FROM 1 BY 1
               UNTIL COL-NO > TRIANGLE-SIZE
           WRITE TRIANGLE-FACTOR-LINE.

       WRITE-PAID-ROW.

           MOVE SPACES TO TRIANGLE-ROW-LINE
           MOVE ORIGIN-LABEL (ROW-NO) TO TRL-ORIGIN
           COMPUTE LATEST-COL = TRIANGLE-SIZE + 1 - ROW-NO

           PERFORM MOVE-PAID-CELL
               VARYING COL-NO FROM 1 BY 1
               UNTIL COL-NO > LATEST-COL

           WRITE TRIANGLE-ROW-LINE.

       MOVE-PAID-CELL.

           MOVE PAID-CELL (ROW-NO, COL-NO) TO TRL-AMOUNT (COL-NO).

       MOVE-PAID-FACTOR.

           MOVE PAID-FACTOR (COL-NO) TO TFL-FACTOR (COL-NO).

       MOVE-PAID-CDF.

           MOVE PAID-CDF (COL-NO) TO TFL-FACTOR (COL-NO).

       WRITE-DELAY-HEADING.

           MOVE SPACES TO TRIANGLE-HEADING-LINE
           MOVE "LOSS QTR" TO TRIANGLE-HEADING-LINE
           MOVE "      DELAY 0       DELAY 1       DELAY 2"
               TO TRIANGLE-HEADING-LINE (9:42)
           MOVE "       DELAY 3       DELAY 4       DELAY 5"
               TO TRIANGLE-HEADING-LINE (51:42)
           MOVE "       DELAY 6       DELAY 7"
               TO TRIANGLE-HEADING-LINE (93:28)
           WRITE TRIANGLE-HEADING-LINE.

       WRITE-IBNR-SECTION.

           MOVE SPACES TO TRIANGLE-HEADING-LINE
           MOVE "CHAIN-LADDER PROJECTION" TO TRIANGLE-HEADING-LINE
           WRITE TRIANGLE-HEADING-LINE

           MOVE SPACES TO TRIANGLE-HEADING-LINE
           MOVE "LOSS QTR      REPORTED     TO ULT      ULTIMATE"
               TO TRIANGLE-HEADING-LINE
           MOVE "          IBNR          PAID  ULTIMATE PAID"
               TO TRIANGLE-HEADING-LINE (51:44)
           WRITE TRIANGLE-HEADING-LINE

           PERFORM WRITE-IBNR-ROW
               VARYING ROW-NO FROM 1 BY 1
               UNTIL ROW-NO > TRIANGLE-SIZE

           MOVE "PRODUCT REPORTED TO DATE:" TO TAL-CAPTION
           MOVE PRODUCT-REPORTED TO TAL-AMOUNT
           WRITE TRIANGLE-AMOUNT-LINE

           MOVE "PRODUCT ULTIMATE (REPORTED BASIS):" TO TAL-CAPTION
           MOVE PRODUCT-ULTIMATE TO TAL-AMOUNT
           WRITE TRIANGLE-AMOUNT-LINE

           MOVE "PRODUCT PAID TO DATE:" TO TAL-CAPTION
           MOVE PRODUCT-PAID TO TAL-AMOUNT
           WRITE TRIANGLE-AMOUNT-LINE

           MOVE "PRODUCT ULTIMATE (PAID BASIS):" TO TAL-CAPTION
           MOVE PRODUCT-ULTIMATE-PAID TO TAL-AMOUNT
           WRITE TRIANGLE-AMOUNT-LINE

           MOVE "PRODUCT IBNR ESTIMATE:" TO TAL-CAPTION
           MOVE PRODUCT-IBNR TO TAL-AMOUNT
           WRITE TRIANGLE-AMOUNT-LINE.

       WRITE-IBNR-ROW.

           COMPUTE LATEST-COL = TRIANGLE-SIZE + 1 - ROW-NO

           MOVE SPACES TO TRIANGLE-IBNR-LINE
           MOVE ORIGIN-LABEL (ROW-NO)              TO TIL-ORIGIN
           MOVE REPORTED-CELL (ROW-NO, LATEST-COL) TO TIL-REPORTED
           MOVE REPORTED-CDF (LATEST-COL)          TO TIL-CDF
           MOVE ULTIMATE-REPORTED (ROW-NO)         TO TIL-ULTIMATE
           MOVE ORIGIN-IBNR (ROW-NO)               TO TIL-IBNR
           MOVE PAID-CELL (ROW-NO, LATEST-COL)     TO TIL-PAID
           MOVE ULTIMATE-PAID (ROW-NO)             TO TIL-ULTIMATE-PAID
           WRITE TRIANGLE-IBNR-LINE.

       CONVERT-TO-HOUSE-CURRENCY.

      * The rate in force on DB-RATE-DATE; no rate on file means
      * par, flagged.

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

       RECORD-IBNR-ESTIMATE.

      * The booked balance is carried on every row, posted or not,
      * so the latest row for the product always says what the
      * ledger holds - a rerun in the same quarter journals only
      * the difference from its own earlier run.

           MOVE ZERO TO DB-BOOKED-BALANCE

           EXEC SQL
               SELECT IFNULL(BOOKED_BALANCE, 0)
               INTO :DB-BOOKED-BALANCE
               FROM IBNR_ESTIMATE
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
               ORDER BY PERIOD DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-BOOKED-BALANCE
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE DB-BOOKED-BALANCE TO PRIOR-BOOKED-BALANCE
           MOVE "N" TO DB-POSTED

           IF POST-IBNR-TO-GL
               COMPUTE IBNR-MOVEMENT =
                       PRODUCT-IBNR - PRIOR-BOOKED-BALANCE
               IF IBNR-MOVEMENT NOT = ZERO
                   PERFORM WRITE-IBNR-GL-ENTRIES
               END-IF
               MOVE PRODUCT-IBNR TO DB-BOOKED-BALANCE
               MOVE "Y" TO DB-POSTED

               MOVE "IBNR MOVEMENT JOURNALED:" TO TAL-CAPTION
               MOVE IBNR-MOVEMENT TO TAL-AMOUNT
               WRITE TRIANGLE-AMOUNT-LINE
           END-IF

           MOVE PRODUCT-REPORTED      TO DB-REPORTED-TO-DATE
           MOVE PRODUCT-ULTIMATE      TO DB-ULTIMATE-REPORTED
           MOVE PRODUCT-IBNR          TO DB-IBNR-AMOUNT
           MOVE PRODUCT-PAID          TO DB-PAID-TO-DATE
           MOVE PRODUCT-ULTIMATE-PAID TO DB-ULTIMATE-PAID

           EXEC SQL
               DELETE FROM IBNR_ESTIMATE
               WHERE PERIOD = :DB-PERIOD
                 AND PRODUCT_CODE = :DB-PRODUCT-CODE
           END-EXEC

           EXEC SQL
               INSERT INTO IBNR_ESTIMATE
                   (PERIOD, PRODUCT_CODE, RUN_DATE, REPORTED_TO_DATE,
                    ULTIMATE_REPORTED, IBNR_AMOUNT, PAID_TO_DATE,
                    ULTIMATE_PAID, POSTED, BOOKED_BALANCE)
               VALUES
                   (:DB-PERIOD, :DB-PRODUCT-CODE, :DB-RUN-DATE,
                    :DB-REPORTED-TO-DATE, :DB-ULTIMATE-REPORTED,
                    :DB-IBNR-AMOUNT, :DB-PAID-TO-DATE,
                    :DB-ULTIMATE-PAID, :DB-POSTED, :DB-BOOKED-BALANCE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RECORDING IBNR FOR " DB-PRODUCT-CODE
                       ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       WRITE-IBNR-GL-ENTRIES.

           MOVE TODAY-DATE TO JRN-ENTRY-DATE

           IF IBNR-MOVEMENT > ZERO
               MOVE IBNR-MOVEMENT TO JRN-AMOUNT
               MOVE GL-ACCOUNT-RESERVE-MOVE TO JRN-ACCOUNT-CODE
               MOVE "D" TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
               MOVE GL-ACCOUNT-IBNR-RESERVE TO JRN-ACCOUNT-CODE
               MOVE "C" TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           ELSE
               COMPUTE JRN-AMOUNT = 0 - IBNR-MOVEMENT
               MOVE GL-ACCOUNT-IBNR-RESERVE TO JRN-ACCOUNT-CODE
               MOVE "D" TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
               MOVE GL-ACCOUNT-RESERVE-MOVE TO JRN-ACCOUNT-CODE
               MOVE "C" TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
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
