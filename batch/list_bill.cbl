       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTBILL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-BILL-FILE ASSIGN TO "LISTBILL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-BILL-FILE.
       01  LIST-BILL-HEADING-LINE      PIC X(80).
       01  LIST-BILL-PAYOR-LINE.
           05 FILLER                   PIC X(10) VALUE "EMPLOYER: ".
           05 LBP-PAYOR-ID             PIC ZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LBP-PAYOR-NAME           PIC X(30).
           05 FILLER                   PIC X(06) VALUE " BILL ".
           05 LBP-LIST-BILL-ID         PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LBP-BILL-DATE            PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LBP-CURRENCY-CODE        PIC X(03).
       01  LIST-BILL-COLUMN-LINE.
           05 FILLER                   PIC X(09) VALUE "POLICY   ".
           05 FILLER                   PIC X(08) VALUE "TYPE    ".
           05 FILLER                   PIC X(12) VALUE "INVOICE     ".
           05 FILLER                   PIC X(13) VALUE "PREMIUM      ".
           05 FILLER                   PIC X(13) VALUE "TAX          ".
           05 FILLER                   PIC X(10) VALUE "AMOUNT DUE".
       01  LIST-BILL-DETAIL-LINE.
           05 LBD-POLICY-ID            PIC ZZZZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 LBD-ITEM-TYPE            PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LBD-INVOICE-ID           PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 LBD-PREMIUM              PIC -ZZZZZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LBD-TAX                  PIC -ZZZZZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LBD-AMOUNT               PIC -ZZZZZZ9.99.
       01  LIST-BILL-TOTAL-LINE.
           05 LBT-LABEL                PIC X(30).
           05 LBT-AMOUNT               PIC -ZZZZZZZZ9.99.

       WORKING-STORAGE SECTION.

      * Employers who pay for their staff through payroll get one
      * consolidated list bill a month instead of a bill per policy.
      * BILLINGBATCH still raises every member's invoice as usual -
      * dunning, commission and tax all keep working off those - and
      * this run gathers each employer's unlisted member invoices
      * onto a single bill. A member who joined since the last bill
      * comes through as an ADD line; one who left comes through as
      * a DROP line crediting back whatever was still unpaid on the
      * earlier bills, which go back to being collected from the
      * policyholder.

       01 TODAY-DATE               PIC 9(08).

       01 PAYORS-BILLED            PIC 9(9) COMP VALUE ZERO.
       01 PAYORS-ALREADY-BILLED    PIC 9(9) COMP VALUE ZERO.
       01 ITEMS-LISTED             PIC 9(9) COMP VALUE ZERO.

       01 ITEM-NO                  PIC 9(05).
       01 LAST-MEMBER-POLICY-ID    PIC 9(06).
       01 BILL-MEMBER-COUNT        PIC 9(05).
       01 BILL-OPEN-ITEMS          PIC 9(05).
       01 BILL-PREMIUM-TOTAL       PIC S9(9)V99.
       01 BILL-TAX-TOTAL           PIC S9(9)V99.
       01 BILL-ADJUSTMENT-TOTAL    PIC S9(9)V99.
       01 BILL-AMOUNT-DUE          PIC S9(9)V99.
       01 BILL-TOTAL-NOW-DUE       PIC S9(9)V99.

       01 HEADING-SWITCH           PIC X(01) VALUE "N".
           88 PAYOR-HEADING-WRITTEN          VALUE "Y".


      * The night's counts go to the step-metrics table as well as
      * the console, so the window performance report can compare
      * tonight against the recent average.

       01 MET-STEP-NAME        PIC X(20) VALUE "LIST-BILL".
       01 MET-METRIC-NAME      PIC X(20).
       01 MET-METRIC-VALUE     PIC 9(11).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-PAYOR-ID              PIC 9(06).
       01 DB-PAYOR-NAME            PIC X(30).
       01 DB-PAYOR-CURRENCY        PIC X(03).
       01 DB-RUN-DATE              PIC 9(08).
       01 DB-LIST-BILL-ID          PIC 9(09).
       01 DB-BILLED-COUNT          PIC 9(05).
       01 DB-ITEM-NO               PIC 9(05).
       01 DB-POLICY-ID             PIC 9(06).
       01 DB-INVOICE-ID            PIC 9(09).
       01 DB-ITEM-TYPE             PIC X(06).
       01 DB-ITEM-STATUS           PIC X(10).
       01 DB-INVOICE-AMOUNT        PIC 9(7)V99.
       01 DB-TAX-AMOUNT            PIC 9(7)V99.
       01 DB-PAID-TO-DATE          PIC 9(7)V99.
       01 DB-ITEM-PREMIUM          PIC S9(7)V99.
       01 DB-ITEM-TAX              PIC S9(7)V99.
       01 DB-ITEM-AMOUNT           PIC S9(7)V99.
       01 DB-RELEASED-AMOUNT       PIC S9(7)V99.
       01 DB-ADD-COUNT             PIC 9(05).
       01 DB-MEMBER-COUNT          PIC 9(05).
       01 DB-PREMIUM-TOTAL         PIC S9(9)V99.
       01 DB-TAX-TOTAL             PIC S9(9)V99.
       01 DB-ADJUSTMENT-TOTAL      PIC S9(9)V99.
       01 DB-AMOUNT-DUE            PIC S9(9)V99.
       01 DB-PRIOR-BALANCE         PIC S9(9)V99.
       01 DB-BILL-STATUS           PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LIST-BILL.

           DISPLAY "--- GROUP LIST BILLING START ---"

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE TO DB-RUN-DATE

           OPEN OUTPUT LIST-BILL-FILE

           MOVE SPACES TO LIST-BILL-HEADING-LINE
           MOVE "EMPLOYER LIST BILLS" TO LIST-BILL-HEADING-LINE
           WRITE LIST-BILL-HEADING-LINE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE payor_cursor CURSOR FOR
               SELECT PAYOR_ID, PAYOR_NAME,
                      IFNULL(CURRENCY_CODE, 'USD')
               FROM PAYOR
               WHERE STATUS = 'ACTIVE'
               ORDER BY PAYOR_ID
           END-EXEC.

           EXEC SQL OPEN payor_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH payor_cursor
                   INTO :DB-PAYOR-ID, :DB-PAYOR-NAME,
                        :DB-PAYOR-CURRENCY
               END-EXEC
               IF SQLCODE = 0
                   PERFORM BILL-ONE-PAYOR THRU BILL-ONE-PAYOR-EXIT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE payor_cursor END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           CLOSE LIST-BILL-FILE

           DISPLAY "LIST BILLS PRODUCED: " PAYORS-BILLED
           DISPLAY "LINES LISTED: " ITEMS-LISTED
           DISPLAY "EMPLOYERS ALREADY BILLED TODAY: "
                   PAYORS-ALREADY-BILLED
           PERFORM RECORD-STEP-METRICS

           DISPLAY "--- GROUP LIST BILLING FINISHED ---"
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       BILL-ONE-PAYOR.

      * A rerun on the same day leaves an employer already billed
      * alone - anything raised since is simply picked up next month.

           MOVE ZERO TO DB-BILLED-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-BILLED-COUNT
               FROM LIST_BILL
               WHERE PAYOR_ID = :DB-PAYOR-ID
                 AND BILL_DATE = :DB-RUN-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-BILLED-COUNT
           END-IF
           MOVE ZERO TO SQLCODE

           IF DB-BILLED-COUNT > ZERO
               DISPLAY "EMPLOYER " DB-PAYOR-ID
                       " ALREADY LIST BILLED TODAY, SKIPPED"
               ADD 1 TO PAYORS-ALREADY-BILLED
               GO TO BILL-ONE-PAYOR-EXIT
           END-IF

           EXEC SQL
               SELECT IFNULL(MAX(LIST_BILL_ID), 0) + 1
               INTO :DB-LIST-BILL-ID
               FROM LIST_BILL
           END-EXEC

           MOVE ZERO TO ITEM-NO
           MOVE ZERO TO LAST-MEMBER-POLICY-ID
           MOVE ZERO TO BILL-MEMBER-COUNT
           MOVE ZERO TO BILL-OPEN-ITEMS
           MOVE ZERO TO BILL-PREMIUM-TOTAL
           MOVE ZERO TO BILL-TAX-TOTAL
           MOVE ZERO TO BILL-ADJUSTMENT-TOTAL
           MOVE ZERO TO BILL-AMOUNT-DUE
           MOVE "N" TO HEADING-SWITCH

           PERFORM LIST-DROPPED-MEMBERS
           PERFORM LIST-MEMBER-INVOICES
           PERFORM LIST-ADDED-MEMBERS
           PERFORM STAMP-LISTED-ROWS

      * An employer with no members due, no joiners and no leavers
      * gets no bill this month.

           IF ITEM-NO = ZERO
               DISPLAY "NOTHING TO LIST BILL FOR EMPLOYER "
                       DB-PAYOR-ID
               GO TO BILL-ONE-PAYOR-EXIT
           END-IF

           PERFORM LOOKUP-PRIOR-BALANCE
           PERFORM SAVE-LIST-BILL
           PERFORM WRITE-BILL-TOTALS

           ADD 1 TO PAYORS-BILLED

           EXEC SQL COMMIT END-EXEC.

       BILL-ONE-PAYOR-EXIT.
           EXIT.

       WRITE-PAYOR-HEADING.

           IF NOT PAYOR-HEADING-WRITTEN
               MOVE DB-PAYOR-ID       TO LBP-PAYOR-ID
               MOVE DB-PAYOR-NAME     TO LBP-PAYOR-NAME
               MOVE DB-LIST-BILL-ID   TO LBP-LIST-BILL-ID
               MOVE TODAY-DATE        TO LBP-BILL-DATE
               MOVE DB-PAYOR-CURRENCY TO LBP-CURRENCY-CODE

               MOVE SPACES TO LIST-BILL-HEADING-LINE
               WRITE LIST-BILL-HEADING-LINE
               WRITE LIST-BILL-PAYOR-LINE
               WRITE LIST-BILL-COLUMN-LINE

               SET PAYOR-HEADING-WRITTEN TO TRUE
           END-IF.

       LIST-DROPPED-MEMBERS.

           EXEC SQL
               DECLARE drop_cursor CURSOR FOR
               SELECT POLICY_ID
               FROM PAYOR_MEMBER_CHANGE
               WHERE PAYOR_ID = :DB-PAYOR-ID
                 AND CHANGE_TYPE = 'DROP'
                 AND IFNULL(LIST_BILL_ID, 0) = 0
               ORDER BY POLICY_ID, CHANGE_NO
           END-EXEC.

           EXEC SQL OPEN drop_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH drop_cursor
                   INTO :DB-POLICY-ID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM RELEASE-DROPPED-MEMBER
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE drop_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       RELEASE-DROPPED-MEMBER.

      * Whatever the leaver still owes on this employer's earlier
      * bills is taken off the employer and credited on this bill;
      * those invoices go back to being billed to the policyholder.

           MOVE ZERO TO DB-RELEASED-AMOUNT

           EXEC SQL
               SELECT IFNULL(SUM(AMOUNT - IFNULL(PAID_TO_DATE, 0)), 0)
               INTO :DB-RELEASED-AMOUNT
               FROM INVOICE
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS = 'UNPAID'
                 AND LIST_BILL_ID IN
                     (SELECT LIST_BILL_ID FROM LIST_BILL
                      WHERE PAYOR_ID = :DB-PAYOR-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-RELEASED-AMOUNT
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-RELEASED-AMOUNT NOT = ZERO
               EXEC SQL
                   UPDATE LIST_BILL_ITEM
                   SET STATUS = 'RELEASED'
                   WHERE POLICY_ID = :DB-POLICY-ID
                     AND STATUS = 'OPEN'
                     AND LIST_BILL_ID IN
                         (SELECT LIST_BILL_ID FROM LIST_BILL
                          WHERE PAYOR_ID = :DB-PAYOR-ID)
               END-EXEC

               EXEC SQL
                   UPDATE INVOICE
                   SET LIST_BILL_ID = 0
                   WHERE POLICY_ID = :DB-POLICY-ID
                     AND STATUS = 'UNPAID'
                     AND LIST_BILL_ID IN
                         (SELECT LIST_BILL_ID FROM LIST_BILL
                          WHERE PAYOR_ID = :DB-PAYOR-ID)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "ERROR RELEASING POLICY " DB-POLICY-ID
                           ", SQLCODE: " SQLCODE
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF

           MOVE ZERO          TO DB-INVOICE-ID
           MOVE "DROP"        TO DB-ITEM-TYPE
           MOVE "NOTED"       TO DB-ITEM-STATUS
           MOVE ZERO          TO DB-ITEM-PREMIUM
           MOVE ZERO          TO DB-ITEM-TAX
           COMPUTE DB-ITEM-AMOUNT = 0 - DB-RELEASED-AMOUNT

           ADD DB-ITEM-AMOUNT TO BILL-ADJUSTMENT-TOTAL

           PERFORM SAVE-LIST-BILL-ITEM.

       LIST-MEMBER-INVOICES.

      * Only invoices falling due from the day the policy joined the
      * group are the employer's - anything earlier stays with the
      * policyholder. Credit notes stay on the policy too.

           EXEC SQL
               DECLARE member_cursor CURSOR FOR
               SELECT I.INVOICE_ID, I.POLICY_ID, I.AMOUNT,
                      IFNULL(I.TAX_AMOUNT, 0),
                      IFNULL(I.PAID_TO_DATE, 0)
               FROM INVOICE I
               JOIN POLICY P ON P.POLICY_ID = I.POLICY_ID
               WHERE P.PAYOR_ID = :DB-PAYOR-ID
                 AND P.STATUS = 'ACTIVE'
                 AND I.STATUS = 'UNPAID'
                 AND IFNULL(I.INVOICE_TYPE, 'PREMIUM') <> 'CREDIT'
                 AND IFNULL(I.LIST_BILL_ID, 0) = 0
                 AND I.DUE_DATE >= IFNULL(P.PAYOR_FROM_DATE, '0')
                 AND I.AMOUNT - IFNULL(I.PAID_TO_DATE, 0) > 0
               ORDER BY I.POLICY_ID, I.INVOICE_ID
           END-EXEC.

           EXEC SQL OPEN member_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH member_cursor
                   INTO :DB-INVOICE-ID, :DB-POLICY-ID,
                        :DB-INVOICE-AMOUNT, :DB-TAX-AMOUNT,
                        :DB-PAID-TO-DATE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM LIST-ONE-MEMBER-INVOICE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE member_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       LIST-ONE-MEMBER-INVOICE.

           IF DB-POLICY-ID NOT = LAST-MEMBER-POLICY-ID
               ADD 1 TO BILL-MEMBER-COUNT
               MOVE DB-POLICY-ID TO LAST-MEMBER-POLICY-ID
           END-IF

           PERFORM COUNT-PENDING-ADDS

           IF DB-ADD-COUNT > ZERO
               MOVE "ADD" TO DB-ITEM-TYPE
           ELSE
               MOVE "MEMBER" TO DB-ITEM-TYPE
           END-IF

           MOVE "OPEN" TO DB-ITEM-STATUS
           MOVE DB-TAX-AMOUNT TO DB-ITEM-TAX
           COMPUTE DB-ITEM-PREMIUM = DB-INVOICE-AMOUNT - DB-TAX-AMOUNT
           COMPUTE DB-ITEM-AMOUNT =
                   DB-INVOICE-AMOUNT - DB-PAID-TO-DATE

           IF DB-ADD-COUNT > ZERO
               ADD DB-ITEM-AMOUNT TO BILL-ADJUSTMENT-TOTAL
           ELSE
               ADD DB-ITEM-PREMIUM TO BILL-PREMIUM-TOTAL
               ADD DB-ITEM-TAX     TO BILL-TAX-TOTAL
           END-IF

           ADD 1 TO BILL-OPEN-ITEMS

           PERFORM SAVE-LIST-BILL-ITEM.

       COUNT-PENDING-ADDS.

           MOVE ZERO TO DB-ADD-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-ADD-COUNT
               FROM PAYOR_MEMBER_CHANGE
               WHERE PAYOR_ID = :DB-PAYOR-ID
                 AND POLICY_ID = :DB-POLICY-ID
                 AND CHANGE_TYPE = 'ADD'
                 AND IFNULL(LIST_BILL_ID, 0) = 0
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-ADD-COUNT
               MOVE ZERO TO SQLCODE
           END-IF.

       LIST-ADDED-MEMBERS.

      * A joiner with nothing falling due yet still shows on the bill,
      * so the employer's payroll can see the new deduction coming.

           EXEC SQL
               DECLARE add_cursor CURSOR FOR
               SELECT DISTINCT C.POLICY_ID
               FROM PAYOR_MEMBER_CHANGE C
               JOIN POLICY P ON P.POLICY_ID = C.POLICY_ID
               WHERE C.PAYOR_ID = :DB-PAYOR-ID
                 AND C.CHANGE_TYPE = 'ADD'
                 AND IFNULL(C.LIST_BILL_ID, 0) = 0
                 AND P.PAYOR_ID = :DB-PAYOR-ID
                 AND NOT EXISTS
                     (SELECT 1 FROM LIST_BILL_ITEM B
                      WHERE B.LIST_BILL_ID = :DB-LIST-BILL-ID
                        AND B.POLICY_ID = C.POLICY_ID
                        AND B.ITEM_TYPE = 'ADD')
               ORDER BY C.POLICY_ID
           END-EXEC.

           EXEC SQL OPEN add_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH add_cursor
                   INTO :DB-POLICY-ID
               END-EXEC
               IF SQLCODE = 0
                   MOVE ZERO    TO DB-INVOICE-ID
                   MOVE "ADD"   TO DB-ITEM-TYPE
                   MOVE "NOTED" TO DB-ITEM-STATUS
                   MOVE ZERO    TO DB-ITEM-PREMIUM
                   MOVE ZERO    TO DB-ITEM-TAX
                   MOVE ZERO    TO DB-ITEM-AMOUNT
                   PERFORM SAVE-LIST-BILL-ITEM
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE add_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       SAVE-LIST-BILL-ITEM.

           ADD 1 TO ITEM-NO
           MOVE ITEM-NO TO DB-ITEM-NO

           EXEC SQL
               INSERT INTO LIST_BILL_ITEM
                   (LIST_BILL_ID, ITEM_NO, POLICY_ID, INVOICE_ID,
                    ITEM_TYPE, PREMIUM_AMOUNT, TAX_AMOUNT, AMOUNT,
                    AMOUNT_PAID, STATUS)
               VALUES
                   (:DB-LIST-BILL-ID, :DB-ITEM-NO, :DB-POLICY-ID,
                    :DB-INVOICE-ID, :DB-ITEM-TYPE, :DB-ITEM-PREMIUM,
                    :DB-ITEM-TAX, :DB-ITEM-AMOUNT, 0,
                    :DB-ITEM-STATUS)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR SAVING LIST BILL LINE FOR POLICY "
                       DB-POLICY-ID ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               ADD DB-ITEM-AMOUNT TO BILL-AMOUNT-DUE
               ADD 1 TO ITEMS-LISTED
               PERFORM WRITE-PAYOR-HEADING

               MOVE DB-POLICY-ID    TO LBD-POLICY-ID
               MOVE DB-ITEM-TYPE    TO LBD-ITEM-TYPE
               MOVE DB-INVOICE-ID   TO LBD-INVOICE-ID
               MOVE DB-ITEM-PREMIUM TO LBD-PREMIUM
               MOVE DB-ITEM-TAX     TO LBD-TAX
               MOVE DB-ITEM-AMOUNT  TO LBD-AMOUNT
               WRITE LIST-BILL-DETAIL-LINE
           END-IF.

       STAMP-LISTED-ROWS.

      * The member invoices now belong to this bill, and the joiners
      * and leavers it reported are not reported again next month.

           IF BILL-OPEN-ITEMS > ZERO
               EXEC SQL
                   UPDATE INVOICE
                   SET LIST_BILL_ID = :DB-LIST-BILL-ID
                   WHERE INVOICE_ID IN
                         (SELECT INVOICE_ID FROM LIST_BILL_ITEM
                          WHERE LIST_BILL_ID = :DB-LIST-BILL-ID
                            AND INVOICE_ID > 0)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "ERROR STAMPING INVOICES, SQLCODE: "
                           SQLCODE
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF

           EXEC SQL
               UPDATE PAYOR_MEMBER_CHANGE
               SET LIST_BILL_ID = :DB-LIST-BILL-ID
               WHERE PAYOR_ID = :DB-PAYOR-ID
                 AND IFNULL(LIST_BILL_ID, 0) = 0
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR STAMPING MEMBER CHANGES, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       LOOKUP-PRIOR-BALANCE.

      * Still owing on earlier bills - printed for the employer's
      * reference; those lines are paid off the earlier bill.

           MOVE ZERO TO DB-PRIOR-BALANCE

           EXEC SQL
               SELECT IFNULL(SUM(B.AMOUNT - IFNULL(B.AMOUNT_PAID, 0)),
                             0)
               INTO :DB-PRIOR-BALANCE
               FROM LIST_BILL_ITEM B
               JOIN LIST_BILL L ON L.LIST_BILL_ID = B.LIST_BILL_ID
               WHERE L.PAYOR_ID = :DB-PAYOR-ID
                 AND L.STATUS = 'OPEN'
                 AND L.LIST_BILL_ID <> :DB-LIST-BILL-ID
                 AND B.STATUS = 'OPEN'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-PRIOR-BALANCE
               MOVE ZERO TO SQLCODE
           END-IF.

       SAVE-LIST-BILL.

           MOVE BILL-MEMBER-COUNT     TO DB-MEMBER-COUNT
           MOVE BILL-PREMIUM-TOTAL    TO DB-PREMIUM-TOTAL
           MOVE BILL-TAX-TOTAL        TO DB-TAX-TOTAL
           MOVE BILL-ADJUSTMENT-TOTAL TO DB-ADJUSTMENT-TOTAL
           MOVE BILL-AMOUNT-DUE       TO DB-AMOUNT-DUE

           IF BILL-OPEN-ITEMS > ZERO
               MOVE "OPEN" TO DB-BILL-STATUS
           ELSE
               MOVE "CLOSED" TO DB-BILL-STATUS
           END-IF

           EXEC SQL
               INSERT INTO LIST_BILL
                   (LIST_BILL_ID, PAYOR_ID, BILL_DATE, MEMBER_COUNT,
                    PREMIUM_TOTAL, TAX_TOTAL, ADJUSTMENT_TOTAL,
                    AMOUNT_DUE, PRIOR_BALANCE, AMOUNT_PAID,
                    CURRENCY_CODE, STATUS, PAID_DATE)
               VALUES
                   (:DB-LIST-BILL-ID, :DB-PAYOR-ID, :DB-RUN-DATE,
                    :DB-MEMBER-COUNT, :DB-PREMIUM-TOTAL,
                    :DB-TAX-TOTAL, :DB-ADJUSTMENT-TOTAL,
                    :DB-AMOUNT-DUE, :DB-PRIOR-BALANCE, 0,
                    :DB-PAYOR-CURRENCY, :DB-BILL-STATUS, '00000000')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR SAVING LIST BILL FOR EMPLOYER "
                       DB-PAYOR-ID ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               DISPLAY "LIST BILL " DB-LIST-BILL-ID " FOR EMPLOYER "
                       DB-PAYOR-ID ", MEMBERS: " BILL-MEMBER-COUNT
                       ", DUE: " BILL-AMOUNT-DUE
           END-IF.

       WRITE-BILL-TOTALS.

           MOVE "MEMBER PREMIUM" TO LBT-LABEL
           MOVE BILL-PREMIUM-TOTAL TO LBT-AMOUNT
           WRITE LIST-BILL-TOTAL-LINE

           MOVE "MEMBER TAX" TO LBT-LABEL
           MOVE BILL-TAX-TOTAL TO LBT-AMOUNT
           WRITE LIST-BILL-TOTAL-LINE

           MOVE "ADDS AND DROPS" TO LBT-LABEL
           MOVE BILL-ADJUSTMENT-TOTAL TO LBT-AMOUNT
           WRITE LIST-BILL-TOTAL-LINE

           MOVE "AMOUNT DUE THIS BILL" TO LBT-LABEL
           MOVE BILL-AMOUNT-DUE TO LBT-AMOUNT
           WRITE LIST-BILL-TOTAL-LINE

           MOVE "BALANCE FROM EARLIER BILLS" TO LBT-LABEL
           MOVE DB-PRIOR-BALANCE TO LBT-AMOUNT
           WRITE LIST-BILL-TOTAL-LINE

           COMPUTE BILL-TOTAL-NOW-DUE =
                   BILL-AMOUNT-DUE + DB-PRIOR-BALANCE
           MOVE "TOTAL NOW DUE" TO LBT-LABEL
           MOVE BILL-TOTAL-NOW-DUE TO LBT-AMOUNT
           WRITE LIST-BILL-TOTAL-LINE.

       RECORD-STEP-METRICS.

           MOVE "LIST-BILLS" TO MET-METRIC-NAME
           MOVE PAYORS-BILLED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "LINES-LISTED" TO MET-METRIC-NAME
           MOVE ITEMS-LISTED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE.
