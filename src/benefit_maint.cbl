       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFITMAINT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 MENU-CHOICE          PIC 9(01).

       01 CLAIM-ID             PIC 9(10).
       01 NEXT-RECERT-DATE     PIC 9(08).
       01 NEW-END-DATE         PIC 9(08).
       01 NEW-MAX-PAYMENTS     PIC 9(03).
       01 STOP-REASON          PIC X(30).
       01 OPERATOR-ID          PIC X(20).

       01 TODAY-DATE           PIC 9(08).

      * The claims team's screen over monthly disability and income
      * benefits. BENEFITRAISE sets each schedule up and raises the
      * months as they fall due; here the team records a medical
      * re-certification when it comes in (which also lifts a
      * suspension - months missed while suspended are caught up on
      * the next run), moves the end date or the maximum number of
      * payments, or stops a benefit by hand. Every change is noted
      * in the claim's diary.

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".

       01 WINDOW-BLOCKED-SWITCH PIC X(01) VALUE "N".
           88 BATCH-WINDOW-IN-PROGRESS    VALUE "Y".
       01 SCHEDULE-FOUND-SWITCH PIC X(01) VALUE "N".
           88 SCHEDULE-FOUND              VALUE "Y".
       01 LISTED-ANY-SWITCH    PIC X(01) VALUE "N".
           88 LISTED-ANY                 VALUE "Y".

      * Month arithmetic - the same as BENEFITRAISE's, so a
      * re-certification period lands on the same day it would.

       01 MONTH-BASE-DATE          PIC 9(08).
       01 MONTH-BASE-PARTS REDEFINES MONTH-BASE-DATE.
           05 MONTH-BASE-YEAR      PIC 9(04).
           05 MONTH-BASE-MONTH     PIC 9(02).
           05 MONTH-BASE-DAY       PIC 9(02).
       01 MONTH-RESULT-DATE        PIC 9(08).
       01 MONTH-RESULT-PARTS REDEFINES MONTH-RESULT-DATE.
           05 MONTH-RESULT-YEAR    PIC 9(04).
           05 MONTH-RESULT-MONTH   PIC 9(02).
           05 MONTH-RESULT-DAY     PIC 9(02).
       01 MONTHS-TO-ADD            PIC 9(05).
       01 MONTH-TOTAL              PIC 9(07).
       01 MONTH-YEARS              PIC 9(05).
       01 MONTH-REMAINDER          PIC 9(02).


      * Shared sign-on: every session starts with a verified user
      * id from the user master - free-typed names no longer drive
      * anything sensitive.

       01 SIGNON-ROLE-REQUIRED PIC X(10) VALUE "ADJUSTER".
       01 SIGNON-USER-ID       PIC X(20).
       01 SIGNON-OK-FLAG       PIC X(01).
           88 SIGNED-ON                  VALUE "Y".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-CLAIM-ID          PIC 9(10).
       01 DB-POLICY-ID         PIC 9(06).
       01 DB-CLAIM-TYPE        PIC X(20).
       01 DB-MONTHLY-AMOUNT    PIC 9(7)V99.
       01 DB-CURRENCY-CODE     PIC X(03).
       01 DB-START-DATE        PIC 9(08).
       01 DB-END-DATE          PIC 9(08).
       01 DB-MAX-PAYMENTS      PIC 9(03).
       01 DB-PAYMENTS-RAISED   PIC 9(03).
       01 DB-NEXT-DUE-DATE     PIC 9(08).
       01 DB-RECERT-MONTHS     PIC 9(02).
       01 DB-RECERT-DUE-DATE   PIC 9(08).
       01 DB-SCHEDULE-STATUS   PIC X(10).
       01 DB-STOP-REASON       PIC X(30).
       01 DB-PAYMENT-NO        PIC 9(05).
       01 DB-DUE-DATE          PIC 9(08).
       01 DB-AMOUNT            PIC 9(7)V99.
       01 DB-PAYMENT-STATUS    PIC X(10).
       01 DB-PAID-DATE         PIC X(08).
       01 DB-ENTRY-NO          PIC 9(05).
       01 DB-NOTE-TEXT         PIC X(60).
       01 DB-OPERATOR-ID       PIC X(20).
       01 DB-TODAY-DATE        PIC 9(08).
       01 DB-WINDOW-STATUS     PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-BENEFIT-MAINT.

           DISPLAY "=============================="
           DISPLAY " MINI INGENIUM BENEFIT PAYMENTS"
           DISPLAY "=============================="

           PERFORM SIGN-ON-USER

           IF NOT SIGNED-ON
               STOP RUN
           END-IF

           MOVE SIGNON-USER-ID TO OPERATOR-ID

           PERFORM SHOW-MENU UNTIL DONE

           STOP RUN.

       SHOW-MENU.

           DISPLAY "1. LIST BENEFITS IN PAYMENT OR SUSPENDED"
           DISPLAY "2. SHOW BENEFIT SCHEDULE AND PAYMENTS"
           DISPLAY "3. RECORD MEDICAL RE-CERTIFICATION"
           DISPLAY "4. AMEND END DATE / MAXIMUM PAYMENTS"
           DISPLAY "5. STOP BENEFIT"
           DISPLAY "6. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

           EVALUATE MENU-CHOICE
               WHEN 1
                   PERFORM LIST-BENEFITS
               WHEN 2
                   PERFORM SHOW-BENEFIT
               WHEN 3
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM RECORD-RECERTIFICATION
                   END-IF
               WHEN 4
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM AMEND-BENEFIT-TERM
                   END-IF
               WHEN 5
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM STOP-BENEFIT
                   END-IF
               WHEN 6
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

       LIST-BENEFITS.

      * Suspended benefits first - they are the ones waiting on the
      * claims team - then by next re-certification date.

           MOVE "N" TO LISTED-ANY-SWITCH

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE benefit_list_cursor CURSOR FOR
               SELECT CLAIM_ID, POLICY_ID, MONTHLY_AMOUNT,
                      NEXT_DUE_DATE,
                      IFNULL(RECERT_DUE_DATE, '00000000'), STATUS
               FROM BENEFIT_SCHEDULE
               WHERE STATUS IN ('ACTIVE', 'SUSPENDED')
               ORDER BY STATUS DESC, RECERT_DUE_DATE, CLAIM_ID
           END-EXEC.

           EXEC SQL OPEN benefit_list_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH benefit_list_cursor
                   INTO :DB-CLAIM-ID, :DB-POLICY-ID,
                        :DB-MONTHLY-AMOUNT, :DB-NEXT-DUE-DATE,
                        :DB-RECERT-DUE-DATE, :DB-SCHEDULE-STATUS
               END-EXEC
               IF SQLCODE = 0
                   SET LISTED-ANY TO TRUE
                   DISPLAY DB-CLAIM-ID " POL " DB-POLICY-ID " "
                           DB-MONTHLY-AMOUNT " NEXT " DB-NEXT-DUE-DATE
                           " RECERT " DB-RECERT-DUE-DATE " "
                           DB-SCHEDULE-STATUS
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE benefit_list_cursor END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF NOT LISTED-ANY
               DISPLAY "NO BENEFITS IN PAYMENT"
           END-IF.

       SHOW-BENEFIT.

           DISPLAY "ENTER CLAIM ID:"
           ACCEPT CLAIM-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-SCHEDULE

           IF NOT SCHEDULE-FOUND
               DISPLAY "NO BENEFIT SCHEDULE FOR CLAIM: " CLAIM-ID
           ELSE
               DISPLAY "CLAIM " DB-CLAIM-ID "  POLICY " DB-POLICY-ID
                       "  TYPE " DB-CLAIM-TYPE
               DISPLAY "MONTHLY " DB-MONTHLY-AMOUNT " "
                       DB-CURRENCY-CODE "  START " DB-START-DATE
                       "  END " DB-END-DATE
               DISPLAY "PAYMENTS RAISED " DB-PAYMENTS-RAISED
                       " OF MAXIMUM " DB-MAX-PAYMENTS
                       "  NEXT DUE " DB-NEXT-DUE-DATE
               DISPLAY "RE-CERTIFICATION DUE " DB-RECERT-DUE-DATE
                       " (EVERY " DB-RECERT-MONTHS " MONTHS)"
               DISPLAY "STATUS " DB-SCHEDULE-STATUS " "
                       DB-STOP-REASON
               PERFORM LIST-BENEFIT-PAYMENTS
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       LIST-BENEFIT-PAYMENTS.

           EXEC SQL
               DECLARE benefit_pay_cursor CURSOR FOR
               SELECT PAYMENT_NO, DUE_DATE, AMOUNT, STATUS,
                      IFNULL(PAID_DATE, ' ')
               FROM BENEFIT_PAYMENT
               WHERE CLAIM_ID = :DB-CLAIM-ID
               ORDER BY PAYMENT_NO
           END-EXEC.

           EXEC SQL OPEN benefit_pay_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH benefit_pay_cursor
                   INTO :DB-PAYMENT-NO, :DB-DUE-DATE, :DB-AMOUNT,
                        :DB-PAYMENT-STATUS, :DB-PAID-DATE
               END-EXEC
               IF SQLCODE = 0
                   DISPLAY "  " DB-PAYMENT-NO " DUE " DB-DUE-DATE
                           " " DB-AMOUNT " " DB-PAYMENT-STATUS
                           " " DB-PAID-DATE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE benefit_pay_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       LOOKUP-SCHEDULE.

           MOVE "N" TO SCHEDULE-FOUND-SWITCH
           MOVE CLAIM-ID TO DB-CLAIM-ID

           EXEC SQL
               SELECT POLICY_ID, CLAIM_TYPE, MONTHLY_AMOUNT,
                      IFNULL(CURRENCY_CODE, 'USD'), START_DATE,
                      IFNULL(END_DATE, '00000000'),
                      IFNULL(MAX_PAYMENTS, 0),
                      IFNULL(PAYMENTS_RAISED, 0), NEXT_DUE_DATE,
                      IFNULL(RECERT_MONTHS, 0),
                      IFNULL(RECERT_DUE_DATE, '00000000'), STATUS,
                      IFNULL(STOP_REASON, ' ')
               INTO :DB-POLICY-ID, :DB-CLAIM-TYPE,
                    :DB-MONTHLY-AMOUNT, :DB-CURRENCY-CODE,
                    :DB-START-DATE, :DB-END-DATE, :DB-MAX-PAYMENTS,
                    :DB-PAYMENTS-RAISED, :DB-NEXT-DUE-DATE,
                    :DB-RECERT-MONTHS, :DB-RECERT-DUE-DATE,
                    :DB-SCHEDULE-STATUS, :DB-STOP-REASON
               FROM BENEFIT_SCHEDULE
               WHERE CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

           IF SQLCODE = 0
               SET SCHEDULE-FOUND TO TRUE
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

       RECORD-RECERTIFICATION.

           DISPLAY "ENTER CLAIM ID:"
           ACCEPT CLAIM-ID

           DISPLAY "ENTER NEXT RE-CERTIFICATION DATE "
                   "(0 = ONE PERIOD FROM TODAY):"
           ACCEPT NEXT-RECERT-DATE

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE TO DB-TODAY-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-SCHEDULE
           PERFORM APPLY-RECERTIFICATION
               THRU APPLY-RECERTIFICATION-EXIT

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       APPLY-RECERTIFICATION.

           IF NOT SCHEDULE-FOUND
               DISPLAY "NO BENEFIT SCHEDULE FOR CLAIM: " CLAIM-ID
               GO TO APPLY-RECERTIFICATION-EXIT
           END-IF

           IF DB-SCHEDULE-STATUS NOT = "ACTIVE"
              AND DB-SCHEDULE-STATUS NOT = "SUSPENDED"
               DISPLAY "BENEFIT IS " DB-SCHEDULE-STATUS
                       " - NOTHING TO RE-CERTIFY"
               GO TO APPLY-RECERTIFICATION-EXIT
           END-IF

           IF NEXT-RECERT-DATE = ZERO
               IF DB-RECERT-MONTHS = ZERO
                   DISPLAY "NO RE-CERTIFICATION PERIOD ON THIS "
                           "BENEFIT - ENTER THE NEXT DATE"
                   GO TO APPLY-RECERTIFICATION-EXIT
               END-IF
               MOVE TODAY-DATE TO MONTH-BASE-DATE
               MOVE DB-RECERT-MONTHS TO MONTHS-TO-ADD
               PERFORM ADD-MONTHS-TO-DATE
               MOVE MONTH-RESULT-DATE TO NEXT-RECERT-DATE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (NEXT-RECERT-DATE)
                  NOT = ZERO
                  OR NEXT-RECERT-DATE NOT > TODAY-DATE
                   DISPLAY "NEXT RE-CERTIFICATION DATE MUST BE A "
                           "VALID FUTURE DATE"
                   GO TO APPLY-RECERTIFICATION-EXIT
               END-IF
           END-IF

           MOVE NEXT-RECERT-DATE TO DB-RECERT-DUE-DATE
           MOVE OPERATOR-ID      TO DB-OPERATOR-ID

      * A suspension for a missed certificate is lifted; the stop
      * reason is cleared with it.

           EXEC SQL
               UPDATE BENEFIT_SCHEDULE
               SET RECERT_DUE_DATE = :DB-RECERT-DUE-DATE,
                   STATUS = 'ACTIVE',
                   STOP_REASON = ' ',
                   STOP_DATE = ' ',
                   CHANGED_BY = :DB-OPERATOR-ID
               WHERE CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RECORDING RE-CERTIFICATION, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
               GO TO APPLY-RECERTIFICATION-EXIT
           END-IF

           MOVE SPACES TO DB-NOTE-TEXT
           STRING "MEDICAL RE-CERTIFICATION RECEIVED, NEXT DUE "
                      DELIMITED BY SIZE
                  NEXT-RECERT-DATE DELIMITED BY SIZE
                  INTO DB-NOTE-TEXT
           PERFORM WRITE-BENEFIT-DIARY

           EXEC SQL COMMIT END-EXEC

           IF DB-SCHEDULE-STATUS = "SUSPENDED"
               DISPLAY "BENEFIT RESUMED - MONTHS MISSED ARE RAISED "
                       "ON TONIGHT'S RUN"
           END-IF
           DISPLAY "NEXT RE-CERTIFICATION DUE " NEXT-RECERT-DATE.

       APPLY-RECERTIFICATION-EXIT.
           EXIT.

       AMEND-BENEFIT-TERM.

           DISPLAY "ENTER CLAIM ID:"
           ACCEPT CLAIM-ID

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE TO DB-TODAY-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-SCHEDULE
           PERFORM APPLY-TERM-CHANGE THRU APPLY-TERM-CHANGE-EXIT

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       APPLY-TERM-CHANGE.

           IF NOT SCHEDULE-FOUND
               DISPLAY "NO BENEFIT SCHEDULE FOR CLAIM: " CLAIM-ID
               GO TO APPLY-TERM-CHANGE-EXIT
           END-IF

           IF DB-SCHEDULE-STATUS NOT = "ACTIVE"
              AND DB-SCHEDULE-STATUS NOT = "SUSPENDED"
               DISPLAY "BENEFIT IS " DB-SCHEDULE-STATUS
                       " - IT CANNOT BE AMENDED"
               GO TO APPLY-TERM-CHANGE-EXIT
           END-IF

           DISPLAY "CURRENT END DATE " DB-END-DATE
                   "  MAXIMUM PAYMENTS " DB-MAX-PAYMENTS
                   "  RAISED " DB-PAYMENTS-RAISED
           DISPLAY "ENTER NEW END DATE (0 = NO END DATE):"
           ACCEPT NEW-END-DATE
           DISPLAY "ENTER NEW MAXIMUM PAYMENTS (0 = NO MAXIMUM):"
           ACCEPT NEW-MAX-PAYMENTS

      * Either limit may be left open, but not both - a benefit with
      * neither would run until a certificate is missed.

           IF NEW-END-DATE = ZERO AND NEW-MAX-PAYMENTS = ZERO
              AND DB-RECERT-MONTHS = ZERO
               DISPLAY "AN END DATE OR A MAXIMUM IS REQUIRED WHEN NO "
                       "RE-CERTIFICATION IS CALLED FOR"
               GO TO APPLY-TERM-CHANGE-EXIT
           END-IF

           IF NEW-END-DATE NOT = ZERO
               IF FUNCTION TEST-DATE-YYYYMMDD (NEW-END-DATE)
                  NOT = ZERO
                  OR NEW-END-DATE < DB-START-DATE
                   DISPLAY "END DATE MUST BE A VALID DATE ON OR "
                           "AFTER THE START DATE " DB-START-DATE
                   GO TO APPLY-TERM-CHANGE-EXIT
               END-IF
           END-IF

           IF NEW-MAX-PAYMENTS NOT = ZERO
              AND NEW-MAX-PAYMENTS < DB-PAYMENTS-RAISED
               DISPLAY "MAXIMUM CANNOT BE BELOW THE "
                       DB-PAYMENTS-RAISED " PAYMENTS ALREADY RAISED"
               GO TO APPLY-TERM-CHANGE-EXIT
           END-IF

           MOVE NEW-END-DATE     TO DB-END-DATE
           MOVE NEW-MAX-PAYMENTS TO DB-MAX-PAYMENTS
           MOVE OPERATOR-ID      TO DB-OPERATOR-ID

           EXEC SQL
               UPDATE BENEFIT_SCHEDULE
               SET END_DATE = :DB-END-DATE,
                   MAX_PAYMENTS = :DB-MAX-PAYMENTS,
                   CHANGED_BY = :DB-OPERATOR-ID
               WHERE CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR AMENDING BENEFIT, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               GO TO APPLY-TERM-CHANGE-EXIT
           END-IF

           MOVE SPACES TO DB-NOTE-TEXT
           STRING "BENEFIT TERM AMENDED, END " DELIMITED BY SIZE
                  NEW-END-DATE DELIMITED BY SIZE
                  " MAXIMUM " DELIMITED BY SIZE
                  NEW-MAX-PAYMENTS DELIMITED BY SIZE
                  INTO DB-NOTE-TEXT
           PERFORM WRITE-BENEFIT-DIARY

           EXEC SQL COMMIT END-EXEC

           DISPLAY "BENEFIT FOR CLAIM " CLAIM-ID " AMENDED".

       APPLY-TERM-CHANGE-EXIT.
           EXIT.

       STOP-BENEFIT.

           DISPLAY "ENTER CLAIM ID:"
           ACCEPT CLAIM-ID

           DISPLAY "ENTER REASON FOR STOPPING:"
           ACCEPT STOP-REASON

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE TO DB-TODAY-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-SCHEDULE
           PERFORM APPLY-STOP THRU APPLY-STOP-EXIT

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       APPLY-STOP.

      * Months already raised are still paid - they were earned
      * before the stop. Nothing further is raised, and the claim
      * closes as PAID once those months have gone out.

           IF NOT SCHEDULE-FOUND
               DISPLAY "NO BENEFIT SCHEDULE FOR CLAIM: " CLAIM-ID
               GO TO APPLY-STOP-EXIT
           END-IF

           IF DB-SCHEDULE-STATUS NOT = "ACTIVE"
              AND DB-SCHEDULE-STATUS NOT = "SUSPENDED"
               DISPLAY "BENEFIT IS ALREADY " DB-SCHEDULE-STATUS
               GO TO APPLY-STOP-EXIT
           END-IF

           IF STOP-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED TO STOP A BENEFIT"
               GO TO APPLY-STOP-EXIT
           END-IF

           MOVE STOP-REASON TO DB-STOP-REASON
           MOVE OPERATOR-ID TO DB-OPERATOR-ID

           EXEC SQL
               UPDATE BENEFIT_SCHEDULE
               SET STATUS = 'STOPPED',
                   STOP_REASON = :DB-STOP-REASON,
                   STOP_DATE = :DB-TODAY-DATE,
                   CHANGED_BY = :DB-OPERATOR-ID
               WHERE CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR STOPPING BENEFIT, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               GO TO APPLY-STOP-EXIT
           END-IF

           MOVE SPACES TO DB-NOTE-TEXT
           STRING "BENEFIT STOPPED: " DELIMITED BY SIZE
                  STOP-REASON DELIMITED BY SIZE
                  INTO DB-NOTE-TEXT
           PERFORM WRITE-BENEFIT-DIARY

           EXEC SQL COMMIT END-EXEC

           DISPLAY "BENEFIT FOR CLAIM " CLAIM-ID " STOPPED".

       APPLY-STOP-EXIT.
           EXIT.

       WRITE-BENEFIT-DIARY.

           MOVE OPERATOR-ID TO DB-OPERATOR-ID

           EXEC SQL
               SELECT IFNULL(MAX(ENTRY_NO), 0) + 1
               INTO :DB-ENTRY-NO
               FROM CLAIM_DIARY
               WHERE CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

           EXEC SQL
               INSERT INTO CLAIM_DIARY
                   (CLAIM_ID, ENTRY_NO, ENTRY_DATE, ENTERED_BY,
                    NOTE_TEXT, FOLLOW_UP_DATE, FOLLOW_UP_STATUS)
               VALUES
                   (:DB-CLAIM-ID, :DB-ENTRY-NO, :DB-TODAY-DATE,
                    :DB-OPERATOR-ID, :DB-NOTE-TEXT, '00000000', ' ')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING CLAIM DIARY, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       ADD-MONTHS-TO-DATE.

           COMPUTE MONTH-TOTAL = MONTH-BASE-YEAR * 12
                                 + MONTH-BASE-MONTH - 1
                                 + MONTHS-TO-ADD
           DIVIDE MONTH-TOTAL BY 12
               GIVING MONTH-YEARS
               REMAINDER MONTH-REMAINDER
           MOVE MONTH-YEARS TO MONTH-RESULT-YEAR
           COMPUTE MONTH-RESULT-MONTH = MONTH-REMAINDER + 1
           MOVE MONTH-BASE-DAY TO MONTH-RESULT-DAY

           PERFORM PULL-BACK-TO-MONTH-END
               UNTIL FUNCTION TEST-DATE-YYYYMMDD (MONTH-RESULT-DATE)
                     = ZERO.

       PULL-BACK-TO-MONTH-END.

           SUBTRACT 1 FROM MONTH-RESULT-DAY.

       SIGN-ON-USER.

           CALL "USERSIGNON"
                USING SIGNON-ROLE-REQUIRED
                      SIGNON-USER-ID
                      SIGNON-OK-FLAG.
