       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSIGNMAINT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 MENU-CHOICE          PIC 9(01).

       01 POLICY-ID            PIC 9(06).
       01 OWNER-ID             PIC 9(06).
       01 ASSIGNMENT-NO        PIC 9(03).

      * POLICY.CUSTOMER_ID is the life insured. The owner - the one
      * who can surrender, borrow or change beneficiaries - is kept
      * apart in OWNER_CUSTOMER_ID, zero when the insured owns the
      * policy. A bank lending against the policy registers here as
      * collateral assignee: while its assignment is active nothing
      * that would take value out of the policy or redirect the
      * death benefit goes through without its consent on file, and
      * a DEATH claim pays it its assigned amount first.

       01 CONSENT-ACTION       PIC X(12).
           88 VALID-CONSENT-ACTION       VALUE "SURRENDER"
                                               "LOAN"
                                               "BENEFICIARY"
                                               "REFUND".

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".

       01 POLICY-FOUND-SWITCH  PIC X(01) VALUE "N".
           88 POLICY-FOUND               VALUE "Y".
       01 OWNER-FOUND-SWITCH   PIC X(01) VALUE "N".
           88 OWNER-FOUND                VALUE "Y".
       01 ASSIGNMENT-FOUND-SWITCH PIC X(01) VALUE "N".
           88 ASSIGNMENT-FOUND           VALUE "Y".
       01 LISTED-ANY-SWITCH    PIC X(01) VALUE "N".
           88 LISTED-ANY                 VALUE "Y".

       01 WINDOW-BLOCKED-SWITCH PIC X(01) VALUE "N".
           88 BATCH-WINDOW-IN-PROGRESS    VALUE "Y".

       01 TODAY-DATE           PIC 9(08).


      * Shared sign-on: every session starts with a verified user
      * id from the user master - free-typed names no longer drive
      * anything sensitive.

       01 SIGNON-ROLE-REQUIRED PIC X(10) VALUE SPACES.
       01 SIGNON-USER-ID       PIC X(20).
       01 SIGNON-OK-FLAG       PIC X(01).
           88 SIGNED-ON                  VALUE "Y".

       01 SNAP-POLICY-ID       PIC 9(06).
       01 SNAP-SOURCE          PIC X(12) VALUE "OWNER".
       01 SNAP-USER            PIC X(20).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-POLICY-ID         PIC 9(06).
       01 DB-STATUS            PIC X(10).
       01 DB-CUSTOMER-ID       PIC 9(06).
       01 DB-CUSTOMER-NAME     PIC X(30).
       01 DB-CURRENCY-CODE     PIC X(03).
       01 DB-OWNER-ID          PIC 9(06).
       01 DB-OWNER-NAME        PIC X(30).
       01 DB-ASSIGNMENT-NO     PIC 9(03).
       01 DB-ASSIGNEE-NAME     PIC X(30).
       01 DB-ASSIGNEE-BANK-CODE PIC X(09).
       01 DB-ASSIGNEE-ACCOUNT  PIC X(18).
       01 DB-ASSIGNED-AMOUNT   PIC 9(9)V99.
       01 DB-ASSIGNED-DATE     PIC 9(08).
       01 DB-RELEASE-DATE      PIC 9(08).
       01 DB-ASSIGNMENT-STATUS PIC X(10).
       01 DB-AMOUNT-PAID       PIC 9(9)V99.
       01 DB-CONSENT-ACTION    PIC X(12).
       01 DB-CONSENT-REF       PIC X(20).
       01 DB-CONSENT-DATE      PIC 9(08).
       01 DB-CHANGED-DATE      PIC 9(08).
       01 DB-AUDIT-USER        PIC X(20).
       01 DB-WINDOW-STATUS     PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-ASSIGN-MAINT.

           DISPLAY "=============================="
           DISPLAY " MINI INGENIUM OWNER/ASSIGNEE "
           DISPLAY "=============================="

           PERFORM SIGN-ON-USER

           IF NOT SIGNED-ON
               STOP RUN
           END-IF

           PERFORM SHOW-MENU UNTIL DONE

           STOP RUN.

       SHOW-MENU.

           DISPLAY "1. LIST OWNER AND ASSIGNMENTS"
           DISPLAY "2. CHANGE POLICY OWNER"
           DISPLAY "3. REGISTER COLLATERAL ASSIGNMENT"
           DISPLAY "4. RECORD ASSIGNEE CONSENT"
           DISPLAY "5. RELEASE ASSIGNMENT"
           DISPLAY "6. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

           EVALUATE MENU-CHOICE
               WHEN 1
                   PERFORM LIST-ASSIGNMENTS
               WHEN 2
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM CHANGE-POLICY-OWNER
                   END-IF
               WHEN 3
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM REGISTER-ASSIGNMENT
                   END-IF
               WHEN 4
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM RECORD-CONSENT
                   END-IF
               WHEN 5
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM RELEASE-ASSIGNMENT
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

       LOOKUP-POLICY.

           MOVE "N" TO POLICY-FOUND-SWITCH
           MOVE POLICY-ID TO DB-POLICY-ID

           EXEC SQL
               SELECT STATUS, CUSTOMER_ID, CUSTOMER_NAME,
                      IFNULL(CURRENCY_CODE, 'USD'),
                      IFNULL(OWNER_CUSTOMER_ID, 0)
               INTO :DB-STATUS, :DB-CUSTOMER-ID, :DB-CUSTOMER-NAME,
                    :DB-CURRENCY-CODE, :DB-OWNER-ID
               FROM POLICY
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE = 0
               SET POLICY-FOUND TO TRUE
           END-IF

           MOVE ZERO TO SQLCODE.

       LOOKUP-OWNER.

           MOVE "N" TO OWNER-FOUND-SWITCH
           MOVE SPACES TO DB-OWNER-NAME

           EXEC SQL
               SELECT CUSTOMER_NAME INTO :DB-OWNER-NAME
               FROM CUSTOMER
               WHERE CUSTOMER_ID = :DB-OWNER-ID
                 AND IFNULL(STATUS, 'ACTIVE')
                     NOT IN ('MERGED', 'ANONYMISED')
           END-EXEC

           IF SQLCODE = 0
               SET OWNER-FOUND TO TRUE
           END-IF

           MOVE ZERO TO SQLCODE.

       LIST-ASSIGNMENTS.

           DISPLAY "ENTER POLICY ID:"
           ACCEPT POLICY-ID

           MOVE "N" TO LISTED-ANY-SWITCH

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-POLICY

           IF NOT POLICY-FOUND
               DISPLAY "POLICY NOT FOUND: " POLICY-ID
           ELSE
               DISPLAY "------------------------------"
               DISPLAY "POLICY " POLICY-ID "  STATUS: " DB-STATUS
               DISPLAY "INSURED: " DB-CUSTOMER-ID " " DB-CUSTOMER-NAME
               IF DB-OWNER-ID = ZERO
                   DISPLAY "OWNER: SAME AS INSURED"
               ELSE
                   PERFORM LOOKUP-OWNER
                   DISPLAY "OWNER: " DB-OWNER-ID " " DB-OWNER-NAME
               END-IF
               PERFORM LIST-POLICY-ASSIGNMENTS
               IF NOT LISTED-ANY
                   DISPLAY "NO ASSIGNMENTS ON FILE"
               END-IF
               DISPLAY "------------------------------"
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       LIST-POLICY-ASSIGNMENTS.

           EXEC SQL
               DECLARE assign_cursor CURSOR FOR
               SELECT ASSIGNMENT_NO, ASSIGNEE_NAME, ASSIGNED_AMOUNT,
                      ASSIGNED_DATE, IFNULL(RELEASE_DATE, '00000000'),
                      STATUS, IFNULL(AMOUNT_PAID, 0)
               FROM POLICY_ASSIGNMENT
               WHERE POLICY_ID = :DB-POLICY-ID
               ORDER BY ASSIGNMENT_NO
           END-EXEC.

           EXEC SQL OPEN assign_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH assign_cursor
                   INTO :DB-ASSIGNMENT-NO, :DB-ASSIGNEE-NAME,
                        :DB-ASSIGNED-AMOUNT, :DB-ASSIGNED-DATE,
                        :DB-RELEASE-DATE, :DB-ASSIGNMENT-STATUS,
                        :DB-AMOUNT-PAID
               END-EXEC
               IF SQLCODE = 0
                   SET LISTED-ANY TO TRUE
                   DISPLAY "  ASSIGNMENT " DB-ASSIGNMENT-NO
                           " " DB-ASSIGNEE-NAME
                           " " DB-ASSIGNED-AMOUNT
                           " " DB-CURRENCY-CODE
                   DISPLAY "    FROM " DB-ASSIGNED-DATE
                           " RELEASE " DB-RELEASE-DATE
                           " STATUS " DB-ASSIGNMENT-STATUS
                           " PAID " DB-AMOUNT-PAID
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE assign_cursor END-EXEC.

           MOVE ZERO TO SQLCODE

           EXEC SQL
               DECLARE consent_cursor CURSOR FOR
               SELECT ASSIGNMENT_NO, CONSENT_ACTION, CONSENT_REF,
                      CONSENT_DATE
               FROM ASSIGNEE_CONSENT
               WHERE POLICY_ID = :DB-POLICY-ID
               ORDER BY ASSIGNMENT_NO, CONSENT_ACTION
           END-EXEC.

           EXEC SQL OPEN consent_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH consent_cursor
                   INTO :DB-ASSIGNMENT-NO, :DB-CONSENT-ACTION,
                        :DB-CONSENT-REF, :DB-CONSENT-DATE
               END-EXEC
               IF SQLCODE = 0
                   DISPLAY "  CONSENT " DB-ASSIGNMENT-NO
                           " " DB-CONSENT-ACTION
                           " REF " DB-CONSENT-REF
                           " ON " DB-CONSENT-DATE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE consent_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       CHANGE-POLICY-OWNER.

           DISPLAY "ENTER POLICY ID:"
           ACCEPT POLICY-ID

           DISPLAY "ENTER OWNER CUSTOMER ID (0 = INSURED OWNS IT):"
           ACCEPT OWNER-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-POLICY

           IF NOT POLICY-FOUND
               DISPLAY "POLICY NOT FOUND: " POLICY-ID
           ELSE
               MOVE OWNER-ID TO DB-OWNER-ID
               IF DB-OWNER-ID = DB-CUSTOMER-ID
                   MOVE ZERO TO DB-OWNER-ID
               END-IF

               IF DB-OWNER-ID NOT = ZERO
                   PERFORM LOOKUP-OWNER
               ELSE
                   SET OWNER-FOUND TO TRUE
               END-IF

               IF NOT OWNER-FOUND
                   DISPLAY "CUSTOMER NOT ON FILE: " OWNER-ID
               ELSE
                   MOVE DB-POLICY-ID TO SNAP-POLICY-ID
                   PERFORM SNAPSHOT-POLICY

                   EXEC SQL
                       UPDATE POLICY
                       SET OWNER_CUSTOMER_ID = :DB-OWNER-ID
                       WHERE POLICY_ID = :DB-POLICY-ID
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "ERROR UPDATING OWNER, SQLCODE: "
                               SQLCODE
                       MOVE ZERO TO SQLCODE
                   ELSE
                       EXEC SQL COMMIT END-EXEC
                       IF DB-OWNER-ID = ZERO
                           DISPLAY "POLICY " POLICY-ID
                                   " NOW OWNED BY THE INSURED"
                       ELSE
                           DISPLAY "POLICY " POLICY-ID
                                   " NOW OWNED BY " DB-OWNER-NAME
                       END-IF
                   END-IF
               END-IF
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       REGISTER-ASSIGNMENT.

           DISPLAY "ENTER POLICY ID:"
           ACCEPT POLICY-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-POLICY

           IF NOT POLICY-FOUND
              OR (DB-STATUS NOT = "ACTIVE"
                  AND DB-STATUS NOT = "PAID-UP")
               DISPLAY "POLICY NOT FOUND OR NOT IN FORCE: " POLICY-ID
           ELSE
               PERFORM CAPTURE-ASSIGNMENT
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       CAPTURE-ASSIGNMENT.

           DISPLAY "ENTER ASSIGNEE NAME:"
           ACCEPT DB-ASSIGNEE-NAME

      * The assignee is paid by transfer straight out of the death
      * claim run, so its account is required up front - the same
      * reason a beneficiary's account is asked for when named.

           DISPLAY "ENTER ASSIGNEE BANK CODE:"
           ACCEPT DB-ASSIGNEE-BANK-CODE

           DISPLAY "ENTER ASSIGNEE BANK ACCOUNT:"
           ACCEPT DB-ASSIGNEE-ACCOUNT

           DISPLAY "ENTER ASSIGNED AMOUNT (" DB-CURRENCY-CODE "):"
           ACCEPT DB-ASSIGNED-AMOUNT

           DISPLAY "ENTER RELEASE DATE (YYYYMMDD, 0 IF OPEN):"
           ACCEPT DB-RELEASE-DATE

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           EVALUATE TRUE
               WHEN DB-ASSIGNEE-NAME = SPACES
                 OR DB-ASSIGNEE-ACCOUNT = SPACES
                   DISPLAY "ASSIGNEE NAME AND BANK ACCOUNT ARE "
                           "REQUIRED, NOTHING SAVED"
               WHEN DB-ASSIGNED-AMOUNT NOT > ZERO
                   DISPLAY "ASSIGNED AMOUNT MUST BE ABOVE ZERO, "
                           "NOTHING SAVED"
               WHEN DB-RELEASE-DATE NOT = ZERO
                AND DB-RELEASE-DATE NOT > TODAY-DATE
                   DISPLAY "RELEASE DATE MUST BE IN THE FUTURE, "
                           "NOTHING SAVED"
               WHEN OTHER
                   PERFORM SAVE-ASSIGNMENT
           END-EVALUATE.

       SAVE-ASSIGNMENT.

           MOVE TODAY-DATE TO DB-ASSIGNED-DATE
           MOVE SIGNON-USER-ID TO DB-AUDIT-USER

           EXEC SQL
               SELECT IFNULL(MAX(ASSIGNMENT_NO), 0) + 1
               INTO :DB-ASSIGNMENT-NO
               FROM POLICY_ASSIGNMENT
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           EXEC SQL
               INSERT INTO POLICY_ASSIGNMENT
                   (POLICY_ID, ASSIGNMENT_NO, ASSIGNEE_NAME,
                    ASSIGNEE_BANK_CODE, ASSIGNEE_ACCOUNT,
                    ASSIGNED_AMOUNT, CURRENCY_CODE, ASSIGNED_DATE,
                    RELEASE_DATE, STATUS, AMOUNT_PAID,
                    DISCHARGE_CLAIM_ID, REGISTERED_BY,
                    CHANGED_DATE, CHANGED_BY)
               VALUES
                   (:DB-POLICY-ID, :DB-ASSIGNMENT-NO,
                    :DB-ASSIGNEE-NAME, :DB-ASSIGNEE-BANK-CODE,
                    :DB-ASSIGNEE-ACCOUNT, :DB-ASSIGNED-AMOUNT,
                    :DB-CURRENCY-CODE, :DB-ASSIGNED-DATE,
                    :DB-RELEASE-DATE, 'ACTIVE', 0, 0,
                    :DB-AUDIT-USER, :DB-ASSIGNED-DATE,
                    :DB-AUDIT-USER)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR SAVING ASSIGNMENT, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY "ASSIGNMENT " DB-ASSIGNMENT-NO
                       " REGISTERED ON POLICY " POLICY-ID
           END-IF.

       RECORD-CONSENT.

           DISPLAY "ENTER POLICY ID:"
           ACCEPT POLICY-ID

           DISPLAY "ENTER ASSIGNMENT NO:"
           ACCEPT ASSIGNMENT-NO

           DISPLAY "CONSENT FOR (SURRENDER/LOAN/BENEFICIARY/REFUND):"
           ACCEPT CONSENT-ACTION

           IF NOT VALID-CONSENT-ACTION
               DISPLAY "INVALID CONSENT ACTION: " CONSENT-ACTION
           ELSE
               DISPLAY "ENTER ASSIGNEE CONSENT REFERENCE:"
               ACCEPT DB-CONSENT-REF

               EXEC SQL CONNECT TO 'db/database.db' END-EXEC

               PERFORM LOOKUP-ASSIGNMENT

               IF NOT ASSIGNMENT-FOUND
                   DISPLAY "NO ACTIVE ASSIGNMENT " ASSIGNMENT-NO
                           " ON POLICY " POLICY-ID
               ELSE
                   PERFORM SAVE-CONSENT
               END-IF

               EXEC SQL DISCONNECT CURRENT END-EXEC
           END-IF.

       LOOKUP-ASSIGNMENT.

           MOVE "N" TO ASSIGNMENT-FOUND-SWITCH
           MOVE POLICY-ID     TO DB-POLICY-ID
           MOVE ASSIGNMENT-NO TO DB-ASSIGNMENT-NO

           EXEC SQL
               SELECT ASSIGNEE_NAME INTO :DB-ASSIGNEE-NAME
               FROM POLICY_ASSIGNMENT
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND ASSIGNMENT_NO = :DB-ASSIGNMENT-NO
                 AND STATUS = 'ACTIVE'
           END-EXEC

           IF SQLCODE = 0
               SET ASSIGNMENT-FOUND TO TRUE
           END-IF

           MOVE ZERO TO SQLCODE.

       SAVE-CONSENT.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE      TO DB-CONSENT-DATE
           MOVE CONSENT-ACTION  TO DB-CONSENT-ACTION
           MOVE SIGNON-USER-ID  TO DB-AUDIT-USER

           EXEC SQL
               INSERT INTO ASSIGNEE_CONSENT
                   (POLICY_ID, ASSIGNMENT_NO, CONSENT_ACTION,
                    CONSENT_REF, CONSENT_DATE, RECORDED_BY)
               VALUES
                   (:DB-POLICY-ID, :DB-ASSIGNMENT-NO,
                    :DB-CONSENT-ACTION, :DB-CONSENT-REF,
                    :DB-CONSENT-DATE, :DB-AUDIT-USER)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "CONSENT FOR " CONSENT-ACTION
                       " ALREADY ON FILE FOR THIS ASSIGNMENT"
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY DB-ASSIGNEE-NAME " CONSENT TO "
                       CONSENT-ACTION " RECORDED"
           END-IF.

       RELEASE-ASSIGNMENT.

           DISPLAY "ENTER POLICY ID:"
           ACCEPT POLICY-ID

           DISPLAY "ENTER ASSIGNMENT NO:"
           ACCEPT ASSIGNMENT-NO

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE     TO DB-CHANGED-DATE
           MOVE SIGNON-USER-ID TO DB-AUDIT-USER

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-ASSIGNMENT

           IF NOT ASSIGNMENT-FOUND
               DISPLAY "NO ACTIVE ASSIGNMENT " ASSIGNMENT-NO
                       " ON POLICY " POLICY-ID
           ELSE
               EXEC SQL
                   UPDATE POLICY_ASSIGNMENT
                   SET STATUS = 'RELEASED',
                       RELEASE_DATE = :DB-CHANGED-DATE,
                       CHANGED_DATE = :DB-CHANGED-DATE,
                       CHANGED_BY = :DB-AUDIT-USER
                   WHERE POLICY_ID = :DB-POLICY-ID
                     AND ASSIGNMENT_NO = :DB-ASSIGNMENT-NO
                     AND STATUS = 'ACTIVE'
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "ERROR RELEASING ASSIGNMENT, SQLCODE: "
                           SQLCODE
                   MOVE ZERO TO SQLCODE
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY "ASSIGNMENT " ASSIGNMENT-NO " TO "
                           DB-ASSIGNEE-NAME " RELEASED"
               END-IF
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       SIGN-ON-USER.

           CALL "USERSIGNON"
                USING SIGNON-ROLE-REQUIRED
                      SIGNON-USER-ID
                      SIGNON-OK-FLAG.

       SNAPSHOT-POLICY.

           MOVE SIGNON-USER-ID TO SNAP-USER

           CALL "POLICYSNAP"
                USING SNAP-POLICY-ID
                      SNAP-SOURCE
                      SNAP-USER.
