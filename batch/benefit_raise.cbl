       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFITRAISE.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Income-protection and disability claims do not pay once -
      * any claim type on BENEFIT_TERM pays its APPROVED_AMOUNT every
      * month. This run does three things each night, ahead of the
      * disbursement run:
      *
      *   - sets up a BENEFIT_SCHEDULE for every newly approved claim
      *     of such a type and moves the claim to IN-PAYMENT, so the
      *     disbursement run never pays it as a lump sum;
      *   - raises a DUE row on BENEFIT_PAYMENT for each month that
      *     has fallen due, which CLAIMDISBURSE pays the same night;
      *   - stops a schedule at its end date or maximum number of
      *     payments, suspends it when the medical re-certification
      *     date has passed without a new certificate, and stops it
      *     outright once a DEATH claim is lodged on the same policy.
      *
      * The benefit starts after the waiting period, counted from the
      * date of loss, and is paid monthly in arrears - the first
      * payment falls due one month after the start date. Each due
      * date is worked out from the start date, not from the last
      * payment, so month ends never drift.

       01 RUN-DATE                 PIC 9(08).
       01 START-INTEGER            PIC 9(09).

       01 SCHEDULES-SET-UP         PIC 9(9) COMP VALUE ZERO.
       01 PAYMENTS-RAISED          PIC 9(9) COMP VALUE ZERO.
       01 SCHEDULES-ENDED          PIC 9(9) COMP VALUE ZERO.
       01 SCHEDULES-SUSPENDED      PIC 9(9) COMP VALUE ZERO.
       01 SCHEDULES-STOPPED        PIC 9(9) COMP VALUE ZERO.
       01 CLAIMS-CLOSED            PIC 9(9) COMP VALUE ZERO.

       01 SCHEDULE-STATUS          PIC X(10).
       01 STOP-REASON              PIC X(30).

       01 SCHEDULE-DONE-SWITCH     PIC X(01) VALUE "N".
           88 SCHEDULE-DONE                  VALUE "Y".

      * Month arithmetic - the base date plus a number of months,
      * pulled back to the last day of the month when the base day
      * does not exist there (the 31st, or 29 February).

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


      * The night's counts go to the step-metrics table as well as
      * the console, so the window performance report can compare
      * tonight against the recent average.

       01 MET-STEP-NAME        PIC X(20) VALUE "BENEFIT-RAISE".
       01 MET-METRIC-NAME      PIC X(20).
       01 MET-METRIC-VALUE     PIC 9(11).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-CLAIM-ID              PIC 9(10).
       01 DB-POLICY-ID             PIC 9(06).
       01 DB-CLAIM-TYPE            PIC X(20).
       01 DB-MONTHLY-AMOUNT        PIC 9(7)V99.
       01 DB-CURRENCY-CODE         PIC X(03).
       01 DB-LOSS-DATE             PIC 9(08).
       01 DB-WAITING-DAYS          PIC 9(03).
       01 DB-MAX-PAYMENTS          PIC 9(03).
       01 DB-RECERT-MONTHS         PIC 9(02).
       01 DB-START-DATE            PIC 9(08).
       01 DB-END-DATE              PIC 9(08).
       01 DB-PAYMENTS-RAISED       PIC 9(03).
       01 DB-NEXT-DUE-DATE         PIC 9(08).
       01 DB-RECERT-DUE-DATE       PIC 9(08).
       01 DB-SCHEDULE-STATUS       PIC X(10).
       01 DB-STOP-REASON           PIC X(30).
       01 DB-PAYMENT-NO            PIC 9(05).
       01 DB-DEATH-COUNT           PIC 9(05).
       01 DB-CLOSED-COUNT          PIC 9(05).
       01 DB-RUN-DATE              PIC 9(08).
       01 DB-AUDIT-USER            PIC X(20)
                                  VALUE "BENEFITRAISE".
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-BENEFIT-RAISE.

           DISPLAY "--- BENEFIT PAYMENT RAISE START ---"

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO DB-RUN-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM SET-UP-NEW-SCHEDULES
           PERFORM RAISE-DUE-PAYMENTS
           PERFORM CLOSE-FINISHED-CLAIMS

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           DISPLAY "BENEFIT SCHEDULES SET UP: " SCHEDULES-SET-UP
           DISPLAY "BENEFIT PAYMENTS RAISED: " PAYMENTS-RAISED
           DISPLAY "SCHEDULES ENDED: " SCHEDULES-ENDED
           DISPLAY "SCHEDULES SUSPENDED, RE-CERTIFICATION MISSED: "
                   SCHEDULES-SUSPENDED
           DISPLAY "SCHEDULES STOPPED, DEATH CLAIM: "
                   SCHEDULES-STOPPED
           DISPLAY "BENEFIT CLAIMS CLOSED AS PAID: " CLAIMS-CLOSED
           PERFORM RECORD-STEP-METRICS

           DISPLAY "--- BENEFIT PAYMENT RAISE FINISHED ---"
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       SET-UP-NEW-SCHEDULES.

      * An approved claim of a benefit type with no schedule yet -
      * approved by CLAIMENGINE, by a supervisor, or on appeal, it
      * makes no difference which.

           EXEC SQL
               DECLARE new_benefit_cursor CURSOR FOR
               SELECT C.CLAIM_ID, C.POLICY_ID, C.CLAIM_TYPE,
                      C.APPROVED_AMOUNT,
                      IFNULL(C.CURRENCY_CODE, 'USD'),
                      IFNULL(C.LOSS_DATE, C.CLAIM_DATE),
                      IFNULL(T.WAITING_DAYS, 0),
                      IFNULL(T.MAX_PAYMENTS, 0),
                      IFNULL(T.RECERT_MONTHS, 0)
               FROM CLAIM_HISTORY C, BENEFIT_TERM T
               WHERE T.CLAIM_TYPE = C.CLAIM_TYPE
                 AND C.STATUS = 'APPROVED'
                 AND C.APPROVED_AMOUNT > 0
                 AND NOT EXISTS
                     (SELECT 1 FROM BENEFIT_SCHEDULE S
                      WHERE S.CLAIM_ID = C.CLAIM_ID)
               ORDER BY C.CLAIM_ID
           END-EXEC.

           EXEC SQL OPEN new_benefit_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH new_benefit_cursor
                   INTO :DB-CLAIM-ID, :DB-POLICY-ID, :DB-CLAIM-TYPE,
                        :DB-MONTHLY-AMOUNT, :DB-CURRENCY-CODE,
                        :DB-LOSS-DATE, :DB-WAITING-DAYS,
                        :DB-MAX-PAYMENTS, :DB-RECERT-MONTHS
               END-EXEC
               IF SQLCODE = 0
                   PERFORM SET-UP-ONE-SCHEDULE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE new_benefit_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       SET-UP-ONE-SCHEDULE.

           COMPUTE START-INTEGER =
                   FUNCTION INTEGER-OF-DATE (DB-LOSS-DATE)
                   + DB-WAITING-DAYS
           COMPUTE DB-START-DATE =
                   FUNCTION DATE-OF-INTEGER (START-INTEGER)

           MOVE DB-START-DATE TO MONTH-BASE-DATE
           MOVE 1 TO MONTHS-TO-ADD
           PERFORM ADD-MONTHS-TO-DATE
           MOVE MONTH-RESULT-DATE TO DB-NEXT-DUE-DATE

      * The first certificate is due when the first re-certification
      * period has run from the start date; none at all when the
      * claim type does not call for one.

           MOVE ZERO TO DB-RECERT-DUE-DATE
           IF DB-RECERT-MONTHS > ZERO
               MOVE DB-RECERT-MONTHS TO MONTHS-TO-ADD
               PERFORM ADD-MONTHS-TO-DATE
               MOVE MONTH-RESULT-DATE TO DB-RECERT-DUE-DATE
           END-IF

           EXEC SQL
               INSERT INTO BENEFIT_SCHEDULE
                   (CLAIM_ID, POLICY_ID, CLAIM_TYPE, MONTHLY_AMOUNT,
                    CURRENCY_CODE, START_DATE, END_DATE,
                    MAX_PAYMENTS, WAITING_DAYS, PAYMENTS_RAISED,
                    NEXT_DUE_DATE, RECERT_MONTHS, RECERT_DUE_DATE,
                    STATUS, STOP_REASON, STOP_DATE, SET_UP_DATE,
                    CHANGED_BY)
               VALUES
                   (:DB-CLAIM-ID, :DB-POLICY-ID, :DB-CLAIM-TYPE,
                    :DB-MONTHLY-AMOUNT, :DB-CURRENCY-CODE,
                    :DB-START-DATE, '00000000', :DB-MAX-PAYMENTS,
                    :DB-WAITING-DAYS, 0, :DB-NEXT-DUE-DATE,
                    :DB-RECERT-MONTHS, :DB-RECERT-DUE-DATE,
                    'ACTIVE', ' ', ' ', :DB-RUN-DATE,
                    :DB-AUDIT-USER)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR SETTING UP BENEFIT FOR CLAIM "
                       DB-CLAIM-ID ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL
                   UPDATE CLAIM_HISTORY
                   SET STATUS = 'IN-PAYMENT'
                   WHERE CLAIM_ID = :DB-CLAIM-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "ERROR MOVING CLAIM " DB-CLAIM-ID
                           " TO IN-PAYMENT, SQLCODE: " SQLCODE
                   MOVE ZERO TO SQLCODE
               END-IF

               DISPLAY "CLAIM " DB-CLAIM-ID " BENEFIT "
                       DB-MONTHLY-AMOUNT " A MONTH FROM "
                       DB-START-DATE ", FIRST DUE " DB-NEXT-DUE-DATE
               ADD 1 TO SCHEDULES-SET-UP
           END-IF.

       RAISE-DUE-PAYMENTS.

           EXEC SQL
               DECLARE active_benefit_cursor CURSOR FOR
               SELECT CLAIM_ID, POLICY_ID, MONTHLY_AMOUNT,
                      START_DATE, IFNULL(END_DATE, '00000000'),
                      IFNULL(MAX_PAYMENTS, 0),
                      IFNULL(PAYMENTS_RAISED, 0), NEXT_DUE_DATE,
                      IFNULL(RECERT_DUE_DATE, '00000000')
               FROM BENEFIT_SCHEDULE
               WHERE STATUS = 'ACTIVE'
               ORDER BY CLAIM_ID
           END-EXEC.

           EXEC SQL OPEN active_benefit_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH active_benefit_cursor
                   INTO :DB-CLAIM-ID, :DB-POLICY-ID,
                        :DB-MONTHLY-AMOUNT, :DB-START-DATE,
                        :DB-END-DATE, :DB-MAX-PAYMENTS,
                        :DB-PAYMENTS-RAISED, :DB-NEXT-DUE-DATE,
                        :DB-RECERT-DUE-DATE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PROCESS-ONE-SCHEDULE
                       THRU PROCESS-ONE-SCHEDULE-EXIT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE active_benefit_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       PROCESS-ONE-SCHEDULE.

           MOVE "ACTIVE" TO SCHEDULE-STATUS
           MOVE SPACES TO STOP-REASON

      * A DEATH claim on the same policy - lodged, not necessarily
      * approved yet - stops the benefit before anything more is
      * raised. Only a rejected DEATH claim is ignored.

           MOVE ZERO TO DB-DEATH-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-DEATH-COUNT
               FROM CLAIM_HISTORY
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND CLAIM_TYPE = 'DEATH'
                 AND STATUS <> 'REJECTED'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-DEATH-COUNT
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-DEATH-COUNT > ZERO
               MOVE "STOPPED" TO SCHEDULE-STATUS
               MOVE "DEATH CLAIM ON POLICY" TO STOP-REASON
               ADD 1 TO SCHEDULES-STOPPED
               PERFORM UPDATE-SCHEDULE
               GO TO PROCESS-ONE-SCHEDULE-EXIT
           END-IF

      * Every month now due is raised - a night the run did not
      * happen is caught up on the next.

           MOVE "N" TO SCHEDULE-DONE-SWITCH
           PERFORM RAISE-NEXT-PAYMENT UNTIL SCHEDULE-DONE

      * A certificate overdue today suspends the benefit now, even
      * though the next payment is not yet due.

           IF SCHEDULE-STATUS = "ACTIVE"
              AND DB-RECERT-DUE-DATE NOT = ZERO
              AND DB-RECERT-DUE-DATE < RUN-DATE
               MOVE "SUSPENDED" TO SCHEDULE-STATUS
               MOVE "RE-CERTIFICATION MISSED" TO STOP-REASON
           END-IF

           EVALUATE SCHEDULE-STATUS
               WHEN "ENDED"
                   ADD 1 TO SCHEDULES-ENDED
               WHEN "SUSPENDED"
                   ADD 1 TO SCHEDULES-SUSPENDED
           END-EVALUATE

           PERFORM UPDATE-SCHEDULE.

       PROCESS-ONE-SCHEDULE-EXIT.
           EXIT.

       RAISE-NEXT-PAYMENT.

           IF DB-MAX-PAYMENTS > ZERO
              AND DB-PAYMENTS-RAISED NOT < DB-MAX-PAYMENTS
               MOVE "ENDED" TO SCHEDULE-STATUS
               MOVE "MAXIMUM PAYMENTS MADE" TO STOP-REASON
               SET SCHEDULE-DONE TO TRUE
           ELSE
               IF DB-END-DATE NOT = ZERO
                  AND DB-NEXT-DUE-DATE > DB-END-DATE
                   MOVE "ENDED" TO SCHEDULE-STATUS
                   MOVE "BENEFIT END DATE REACHED" TO STOP-REASON
                   SET SCHEDULE-DONE TO TRUE
               ELSE
                   IF DB-NEXT-DUE-DATE > RUN-DATE
                       SET SCHEDULE-DONE TO TRUE
                   ELSE
                       IF DB-RECERT-DUE-DATE NOT = ZERO
                          AND DB-NEXT-DUE-DATE > DB-RECERT-DUE-DATE
                           MOVE "SUSPENDED" TO SCHEDULE-STATUS
                           MOVE "RE-CERTIFICATION MISSED"
                               TO STOP-REASON
                           SET SCHEDULE-DONE TO TRUE
                       ELSE
                           PERFORM INSERT-BENEFIT-PAYMENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       INSERT-BENEFIT-PAYMENT.

           COMPUTE DB-PAYMENT-NO = DB-PAYMENTS-RAISED + 1

           EXEC SQL
               INSERT INTO BENEFIT_PAYMENT
                   (CLAIM_ID, PAYMENT_NO, DUE_DATE, AMOUNT, STATUS,
                    RAISED_DATE, PAID_DATE)
               VALUES
                   (:DB-CLAIM-ID, :DB-PAYMENT-NO, :DB-NEXT-DUE-DATE,
                    :DB-MONTHLY-AMOUNT, 'DUE', :DB-RUN-DATE, ' ')
           END-EXEC

      * A payment number already on file was raised by an earlier
      * run whose schedule update never committed - it is not
      * raised twice, the schedule simply moves past it.

           IF SQLCODE NOT = 0
               DISPLAY "CLAIM " DB-CLAIM-ID " PAYMENT " DB-PAYMENT-NO
                       " ALREADY RAISED, SKIPPED"
               MOVE ZERO TO SQLCODE
           ELSE
               ADD 1 TO PAYMENTS-RAISED
           END-IF

           MOVE DB-PAYMENT-NO TO DB-PAYMENTS-RAISED

           MOVE DB-START-DATE TO MONTH-BASE-DATE
           COMPUTE MONTHS-TO-ADD = DB-PAYMENTS-RAISED + 1
           PERFORM ADD-MONTHS-TO-DATE
           MOVE MONTH-RESULT-DATE TO DB-NEXT-DUE-DATE.

       UPDATE-SCHEDULE.

           MOVE SCHEDULE-STATUS TO DB-SCHEDULE-STATUS
           MOVE STOP-REASON     TO DB-STOP-REASON

           IF SCHEDULE-STATUS = "ACTIVE"
               EXEC SQL
                   UPDATE BENEFIT_SCHEDULE
                   SET PAYMENTS_RAISED = :DB-PAYMENTS-RAISED,
                       NEXT_DUE_DATE = :DB-NEXT-DUE-DATE
                   WHERE CLAIM_ID = :DB-CLAIM-ID
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE BENEFIT_SCHEDULE
                   SET PAYMENTS_RAISED = :DB-PAYMENTS-RAISED,
                       NEXT_DUE_DATE = :DB-NEXT-DUE-DATE,
                       STATUS = :DB-SCHEDULE-STATUS,
                       STOP_REASON = :DB-STOP-REASON,
                       STOP_DATE = :DB-RUN-DATE,
                       CHANGED_BY = :DB-AUDIT-USER
                   WHERE CLAIM_ID = :DB-CLAIM-ID
               END-EXEC

               DISPLAY "CLAIM " DB-CLAIM-ID " BENEFIT "
                       SCHEDULE-STATUS " - " STOP-REASON
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "ERROR UPDATING BENEFIT SCHEDULE FOR CLAIM "
                       DB-CLAIM-ID ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       CLOSE-FINISHED-CLAIMS.

      * A benefit claim stays IN-PAYMENT while its schedule can still
      * pay. Once the schedule has ended or been stopped and nothing
      * raised is left unpaid, the claim is closed as PAID. A
      * returned transfer or a voided cheque puts its payment back
      * to DUE and the claim back to APPROVED - it is returned to
      * IN-PAYMENT here so the benefit is never mistaken for a claim
      * awaiting a lump sum.

           MOVE ZERO TO DB-CLOSED-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-CLOSED-COUNT
               FROM CLAIM_HISTORY
               WHERE STATUS IN ('IN-PAYMENT', 'APPROVED')
                 AND CLAIM_ID IN
                     (SELECT S.CLAIM_ID FROM BENEFIT_SCHEDULE S
                      WHERE S.STATUS IN ('ENDED', 'STOPPED'))
                 AND NOT EXISTS
                     (SELECT 1 FROM BENEFIT_PAYMENT P
                      WHERE P.CLAIM_ID = CLAIM_HISTORY.CLAIM_ID
                        AND P.STATUS = 'DUE')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-CLOSED-COUNT
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-CLOSED-COUNT > ZERO
               EXEC SQL
                   UPDATE CLAIM_HISTORY
                   SET STATUS = 'PAID'
                   WHERE STATUS IN ('IN-PAYMENT', 'APPROVED')
                     AND CLAIM_ID IN
                         (SELECT S.CLAIM_ID FROM BENEFIT_SCHEDULE S
                          WHERE S.STATUS IN ('ENDED', 'STOPPED'))
                     AND NOT EXISTS
                         (SELECT 1 FROM BENEFIT_PAYMENT P
                          WHERE P.CLAIM_ID = CLAIM_HISTORY.CLAIM_ID
                            AND P.STATUS = 'DUE')
               END-EXEC

               IF SQLCODE = 0
                   MOVE DB-CLOSED-COUNT TO CLAIMS-CLOSED
               ELSE
                   DISPLAY "ERROR CLOSING BENEFIT CLAIMS, SQLCODE: "
                           SQLCODE
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF

           EXEC SQL
               UPDATE CLAIM_HISTORY
               SET STATUS = 'IN-PAYMENT'
               WHERE STATUS IN ('APPROVED', 'PAID')
                 AND (CLAIM_ID IN
                      (SELECT S.CLAIM_ID FROM BENEFIT_SCHEDULE S
                       WHERE S.STATUS IN ('ACTIVE', 'SUSPENDED'))
                   OR CLAIM_ID IN
                      (SELECT P.CLAIM_ID FROM BENEFIT_PAYMENT P
                       WHERE P.STATUS = 'DUE'))
           END-EXEC

           IF SQLCODE NOT = 0
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

       RECORD-STEP-METRICS.

           MOVE "BENEFITS-RAISED" TO MET-METRIC-NAME
           MOVE PAYMENTS-RAISED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "BENEFITS-SUSPENDED" TO MET-METRIC-NAME
           MOVE SCHEDULES-SUSPENDED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE.
