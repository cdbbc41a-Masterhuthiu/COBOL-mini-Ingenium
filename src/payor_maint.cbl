       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYORMAINT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 MENU-CHOICE          PIC 9(01).

       01 PAYOR-ID             PIC 9(06).
       01 POLICY-ID            PIC 9(06).

      * An employer paying its staff's premiums through payroll is
      * set up here as a payor, and each member policy is attached to
      * it. Attaching or detaching is logged as an ADD or DROP so the
      * next month's list bill can show the change as an adjustment.
      * A payor bills in one currency, so only policies written in
      * that currency can join it.

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".

       01 PAYOR-FOUND-SWITCH   PIC X(01) VALUE "N".
           88 PAYOR-FOUND                VALUE "Y".
       01 POLICY-FOUND-SWITCH  PIC X(01) VALUE "N".
           88 POLICY-FOUND               VALUE "Y".
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
       01 SNAP-SOURCE          PIC X(12) VALUE "PAYOR".
       01 SNAP-USER            PIC X(20).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-PAYOR-ID          PIC 9(06).
       01 DB-PAYOR-NAME        PIC X(30).
       01 DB-CONTACT-NAME      PIC X(30).
       01 DB-ADDRESS-LINE      PIC X(40).
       01 DB-PAYOR-CURRENCY    PIC X(03).
       01 DB-PAYOR-STATUS      PIC X(10).
       01 DB-POLICY-ID         PIC 9(06).
       01 DB-STATUS            PIC X(10).
       01 DB-CUSTOMER-NAME     PIC X(30).
       01 DB-CURRENCY-CODE     PIC X(03).
       01 DB-POLICY-PAYOR-ID   PIC 9(06).
       01 DB-PAYOR-FROM-DATE   PIC 9(08).
       01 DB-CHANGE-NO         PIC 9(03).
       01 DB-CHANGE-TYPE       PIC X(04).
       01 DB-LIST-BILL-ID      PIC 9(09).
       01 DB-BILL-DATE         PIC 9(08).
       01 DB-AMOUNT-DUE        PIC S9(9)V99.
       01 DB-AMOUNT-PAID       PIC S9(9)V99.
       01 DB-BILL-STATUS       PIC X(10).
       01 DB-CHANGED-DATE      PIC 9(08).
       01 DB-AUDIT-USER        PIC X(20).
       01 DB-WINDOW-STATUS     PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PAYOR-MAINT.

           DISPLAY "=============================="
           DISPLAY " MINI INGENIUM EMPLOYER PAYORS"
           DISPLAY "=============================="

           PERFORM SIGN-ON-USER

           IF NOT SIGNED-ON
               STOP RUN
           END-IF

           PERFORM SHOW-MENU UNTIL DONE

           STOP RUN.

       SHOW-MENU.

           DISPLAY "1. LIST EMPLOYER, MEMBERS AND LIST BILLS"
           DISPLAY "2. ADD EMPLOYER"
           DISPLAY "3. ATTACH POLICY TO EMPLOYER"
           DISPLAY "4. DETACH POLICY FROM EMPLOYER"
           DISPLAY "5. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

           EVALUATE MENU-CHOICE
               WHEN 1
                   PERFORM LIST-PAYOR
               WHEN 2
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM ADD-PAYOR
                   END-IF
               WHEN 3
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM ATTACH-POLICY
                   END-IF
               WHEN 4
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM DETACH-POLICY
                   END-IF
               WHEN 5
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

       LOOKUP-PAYOR.

           MOVE "N" TO PAYOR-FOUND-SWITCH
           MOVE PAYOR-ID TO DB-PAYOR-ID

           EXEC SQL
               SELECT PAYOR_NAME, IFNULL(CONTACT_NAME, ' '),
                      IFNULL(ADDRESS_LINE, ' '),
                      IFNULL(CURRENCY_CODE, 'USD'), STATUS
               INTO :DB-PAYOR-NAME, :DB-CONTACT-NAME,
                    :DB-ADDRESS-LINE, :DB-PAYOR-CURRENCY,
                    :DB-PAYOR-STATUS
               FROM PAYOR
               WHERE PAYOR_ID = :DB-PAYOR-ID
           END-EXEC

           IF SQLCODE = 0
               SET PAYOR-FOUND TO TRUE
           END-IF

           MOVE ZERO TO SQLCODE.

       LOOKUP-POLICY.

           MOVE "N" TO POLICY-FOUND-SWITCH
           MOVE POLICY-ID TO DB-POLICY-ID

           EXEC SQL
               SELECT STATUS, CUSTOMER_NAME,
                      IFNULL(CURRENCY_CODE, 'USD'),
                      IFNULL(PAYOR_ID, 0)
               INTO :DB-STATUS, :DB-CUSTOMER-NAME,
                    :DB-CURRENCY-CODE, :DB-POLICY-PAYOR-ID
               FROM POLICY
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE = 0
               SET POLICY-FOUND TO TRUE
           END-IF

           MOVE ZERO TO SQLCODE.

       LIST-PAYOR.

           DISPLAY "ENTER EMPLOYER (PAYOR) ID:"
           ACCEPT PAYOR-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-PAYOR

           IF NOT PAYOR-FOUND
               DISPLAY "EMPLOYER NOT FOUND: " PAYOR-ID
           ELSE
               DISPLAY "------------------------------"
               DISPLAY "EMPLOYER " PAYOR-ID " " DB-PAYOR-NAME
               DISPLAY "CONTACT: " DB-CONTACT-NAME
               DISPLAY "ADDRESS: " DB-ADDRESS-LINE
               DISPLAY "CURRENCY: " DB-PAYOR-CURRENCY
                       "  STATUS: " DB-PAYOR-STATUS
               PERFORM LIST-PAYOR-MEMBERS
               PERFORM LIST-PAYOR-BILLS
               DISPLAY "------------------------------"
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       LIST-PAYOR-MEMBERS.

           MOVE "N" TO LISTED-ANY-SWITCH

           EXEC SQL
               DECLARE member_cursor CURSOR FOR
               SELECT POLICY_ID, CUSTOMER_NAME, STATUS,
                      IFNULL(PAYOR_FROM_DATE, '00000000')
               FROM POLICY
               WHERE PAYOR_ID = :DB-PAYOR-ID
               ORDER BY POLICY_ID
           END-EXEC.

           EXEC SQL OPEN member_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH member_cursor
                   INTO :DB-POLICY-ID, :DB-CUSTOMER-NAME, :DB-STATUS,
                        :DB-PAYOR-FROM-DATE
               END-EXEC
               IF SQLCODE = 0
                   SET LISTED-ANY TO TRUE
                   DISPLAY "  MEMBER POLICY " DB-POLICY-ID
                           " " DB-CUSTOMER-NAME
                           " " DB-STATUS
                           " FROM " DB-PAYOR-FROM-DATE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE member_cursor END-EXEC.

           MOVE ZERO TO SQLCODE

           IF NOT LISTED-ANY
               DISPLAY "NO MEMBER POLICIES ATTACHED"
           END-IF.

       LIST-PAYOR-BILLS.

      * Open bills only - a paid bill is history the statement run
      * already told the employer about.

           EXEC SQL
               DECLARE bill_cursor CURSOR FOR
               SELECT LIST_BILL_ID, BILL_DATE, AMOUNT_DUE,
                      IFNULL(AMOUNT_PAID, 0), STATUS
               FROM LIST_BILL
               WHERE PAYOR_ID = :DB-PAYOR-ID
                 AND STATUS = 'OPEN'
               ORDER BY LIST_BILL_ID
           END-EXEC.

           EXEC SQL OPEN bill_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH bill_cursor
                   INTO :DB-LIST-BILL-ID, :DB-BILL-DATE,
                        :DB-AMOUNT-DUE, :DB-AMOUNT-PAID,
                        :DB-BILL-STATUS
               END-EXEC
               IF SQLCODE = 0
                   DISPLAY "  LIST BILL " DB-LIST-BILL-ID
                           " OF " DB-BILL-DATE
                           " DUE " DB-AMOUNT-DUE
                           " PAID " DB-AMOUNT-PAID
                           " " DB-BILL-STATUS
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE bill_cursor END-EXEC.

           MOVE ZERO TO SQLCODE.

       ADD-PAYOR.

           DISPLAY "ENTER EMPLOYER NAME:"
           ACCEPT DB-PAYOR-NAME

           DISPLAY "ENTER CONTACT NAME:"
           ACCEPT DB-CONTACT-NAME

           DISPLAY "ENTER ADDRESS:"
           ACCEPT DB-ADDRESS-LINE

           DISPLAY "ENTER BILLING CURRENCY (BLANK = USD):"
           ACCEPT DB-PAYOR-CURRENCY

           IF DB-PAYOR-CURRENCY = SPACES
               MOVE "USD" TO DB-PAYOR-CURRENCY
           END-IF

           IF DB-PAYOR-NAME = SPACES
               DISPLAY "EMPLOYER NAME IS REQUIRED, NOTHING SAVED"
           ELSE
               PERFORM SAVE-PAYOR
           END-IF.

       SAVE-PAYOR.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE     TO DB-CHANGED-DATE
           MOVE SIGNON-USER-ID TO DB-AUDIT-USER

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT IFNULL(MAX(PAYOR_ID), 0) + 1
               INTO :DB-PAYOR-ID
               FROM PAYOR
           END-EXEC

           EXEC SQL
               INSERT INTO PAYOR
                   (PAYOR_ID, PAYOR_NAME, CONTACT_NAME, ADDRESS_LINE,
                    CURRENCY_CODE, STATUS, CREATED_DATE, CREATED_BY)
               VALUES
                   (:DB-PAYOR-ID, :DB-PAYOR-NAME, :DB-CONTACT-NAME,
                    :DB-ADDRESS-LINE, :DB-PAYOR-CURRENCY, 'ACTIVE',
                    :DB-CHANGED-DATE, :DB-AUDIT-USER)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR SAVING EMPLOYER, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY "EMPLOYER " DB-PAYOR-ID " ADDED"
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       ATTACH-POLICY.

           DISPLAY "ENTER EMPLOYER (PAYOR) ID:"
           ACCEPT PAYOR-ID

           DISPLAY "ENTER POLICY ID:"
           ACCEPT POLICY-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-PAYOR
           PERFORM LOOKUP-POLICY

           EVALUATE TRUE
               WHEN NOT PAYOR-FOUND
                 OR DB-PAYOR-STATUS NOT = "ACTIVE"
                   DISPLAY "EMPLOYER NOT FOUND OR NOT ACTIVE: "
                           PAYOR-ID
               WHEN NOT POLICY-FOUND
                 OR DB-STATUS NOT = "ACTIVE"
                   DISPLAY "POLICY NOT FOUND OR NOT IN FORCE: "
                           POLICY-ID
               WHEN DB-POLICY-PAYOR-ID NOT = ZERO
                   DISPLAY "POLICY ALREADY BILLED TO EMPLOYER "
                           DB-POLICY-PAYOR-ID ", DETACH IT FIRST"
               WHEN DB-CURRENCY-CODE NOT = DB-PAYOR-CURRENCY
                   DISPLAY "POLICY CURRENCY " DB-CURRENCY-CODE
                           " DOES NOT MATCH EMPLOYER CURRENCY "
                           DB-PAYOR-CURRENCY
               WHEN OTHER
                   MOVE "ADD" TO DB-CHANGE-TYPE
                   PERFORM CHANGE-POLICY-PAYOR
           END-EVALUATE

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       DETACH-POLICY.

           DISPLAY "ENTER POLICY ID:"
           ACCEPT POLICY-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-POLICY

           IF NOT POLICY-FOUND
              OR DB-POLICY-PAYOR-ID = ZERO
               DISPLAY "POLICY NOT FOUND OR NOT EMPLOYER BILLED: "
                       POLICY-ID
           ELSE
               MOVE DB-POLICY-PAYOR-ID TO PAYOR-ID
               PERFORM LOOKUP-PAYOR
               MOVE "DROP" TO DB-CHANGE-TYPE
               PERFORM CHANGE-POLICY-PAYOR
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       CHANGE-POLICY-PAYOR.

      * The policy row is snapped before it changes hands, then the
      * ADD or DROP is logged for the next list bill to report.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE     TO DB-CHANGED-DATE
           MOVE SIGNON-USER-ID TO DB-AUDIT-USER

           IF DB-CHANGE-TYPE = "ADD"
               MOVE DB-PAYOR-ID TO DB-POLICY-PAYOR-ID
               MOVE TODAY-DATE  TO DB-PAYOR-FROM-DATE
           ELSE
               MOVE ZERO TO DB-POLICY-PAYOR-ID
               MOVE ZERO TO DB-PAYOR-FROM-DATE
           END-IF

           MOVE DB-POLICY-ID TO SNAP-POLICY-ID
           PERFORM SNAPSHOT-POLICY

           EXEC SQL
               UPDATE POLICY
               SET PAYOR_ID = :DB-POLICY-PAYOR-ID,
                   PAYOR_FROM_DATE = :DB-PAYOR-FROM-DATE
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR UPDATING POLICY, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL
                   SELECT IFNULL(MAX(CHANGE_NO), 0) + 1
                   INTO :DB-CHANGE-NO
                   FROM PAYOR_MEMBER_CHANGE
                   WHERE PAYOR_ID = :DB-PAYOR-ID
                     AND POLICY_ID = :DB-POLICY-ID
               END-EXEC

               EXEC SQL
                   INSERT INTO PAYOR_MEMBER_CHANGE
                       (PAYOR_ID, POLICY_ID, CHANGE_NO, CHANGE_TYPE,
                        EFFECTIVE_DATE, CHANGED_BY, LIST_BILL_ID)
                   VALUES
                       (:DB-PAYOR-ID, :DB-POLICY-ID, :DB-CHANGE-NO,
                        :DB-CHANGE-TYPE, :DB-CHANGED-DATE,
                        :DB-AUDIT-USER, 0)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "ERROR LOGGING MEMBER CHANGE, SQLCODE: "
                           SQLCODE
                   MOVE ZERO TO SQLCODE
               END-IF

               EXEC SQL COMMIT END-EXEC

               IF DB-CHANGE-TYPE = "ADD"
                   DISPLAY "POLICY " POLICY-ID
                           " NOW BILLED TO EMPLOYER " DB-PAYOR-NAME
               ELSE
                   DISPLAY "POLICY " POLICY-ID
                           " NO LONGER BILLED TO EMPLOYER "
                           DB-PAYOR-NAME
                   DISPLAY "ANY UNPAID PREMIUM GOES BACK TO THE "
                           "POLICYHOLDER ON THE NEXT LIST BILL RUN"
               END-IF
           END-IF.

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
