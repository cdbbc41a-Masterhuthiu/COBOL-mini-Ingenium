       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRTRACE.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 MENU-CHOICE          PIC 9(01).

       01 CUSTOMER-ID          PIC 9(06).
       01 TRACED-ADDRESS       PIC X(40).

       01 TODAY-DATE           PIC 9(08).

      * The address trace work-list. A letter comes onto it when the
      * post office sends it back (MAILRETURN) or when CORRLOG holds
      * it back because the customer's address is already marked
      * BAD. The customer gets no further mail until the trace is
      * closed here, one of two ways:
      *
      *   TRACED   - a new address has been found (or the one on
      *             file confirmed). It goes on the customer, the
      *             address is good again, and every open trace item
      *             for the customer is closed.
      *   UNTRACED - the search has been given up. The open items
      *             are closed but the address stays BAD, so mail
      *             stays suppressed and anything new still lands
      *             here.
      *
      * Who closed each item, and when, stays on the register.

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".

       01 WINDOW-BLOCKED-SWITCH PIC X(01) VALUE "N".
           88 BATCH-WINDOW-IN-PROGRESS    VALUE "Y".
       01 CUSTOMER-FOUND-SWITCH PIC X(01) VALUE "N".
           88 CUSTOMER-FOUND             VALUE "Y".
       01 LISTED-ANY-SWITCH    PIC X(01) VALUE "N".
           88 LISTED-ANY                 VALUE "Y".


      * Shared sign-on: every session starts with a verified user
      * id from the user master - free-typed names no longer drive
      * anything sensitive.

       01 SIGNON-ROLE-REQUIRED PIC X(10) VALUE SPACES.
       01 SIGNON-USER-ID       PIC X(20).
       01 SIGNON-OK-FLAG       PIC X(01).
           88 SIGNED-ON                  VALUE "Y".

      * A traced address goes on the customer through ADDRRECORD,
      * the same as a change keyed in CUSTOMERMAINT.

       01 ADR-CUSTOMER-ID      PIC 9(06).
       01 ADR-ADDRESS          PIC X(40).
       01 ADR-CONTACT          PIC X(20).
       01 ADR-JURISDICTION     PIC X(10).
       01 ADR-EFFECTIVE-DATE   PIC 9(08).
       01 ADR-SOURCE           PIC X(10) VALUE "TRACE".
       01 ADR-USER             PIC X(20).
       01 ADR-HISTORY-ID       PIC 9(09).
       01 ADR-INVOICES-RETAXED PIC 9(05).
       01 ADR-RESULT           PIC X(01).
           88 ADR-APPLIED                VALUE "A".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-CORR-ID           PIC 9(09).
       01 DB-CUSTOMER-ID       PIC 9(06).
       01 DB-CUSTOMER-NAME     PIC X(30).
       01 DB-CUSTOMER-ADDRESS  PIC X(40).
       01 DB-ADDRESS-STATUS    PIC X(04).
       01 DB-ADDRESS-BAD-DATE  PIC X(08).
       01 DB-POLICY-ID         PIC 9(06).
       01 DB-DOC-TYPE          PIC X(12).
       01 DB-CORR-STATUS       PIC X(10).
       01 DB-SENT-DATE         PIC X(08).
       01 DB-RETURN-REASON     PIC X(20).
       01 DB-ITEM-COUNT        PIC 9(05).
       01 DB-NEW-TRACE-STATUS  PIC X(10).
       01 DB-CUSTOMER-CONTACT  PIC X(20).
       01 DB-JURISDICTION      PIC X(10).
       01 DB-AUDIT-USER        PIC X(20).
       01 DB-TODAY-DATE        PIC 9(08).
       01 DB-WINDOW-STATUS     PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-ADDRESS-TRACE.

           DISPLAY "=============================="
           DISPLAY " MINI INGENIUM ADDRESS TRACE  "
           DISPLAY "=============================="

           PERFORM SIGN-ON-USER

           IF NOT SIGNED-ON
               STOP RUN
           END-IF

           PERFORM SHOW-MENU UNTIL DONE

           STOP RUN.

       SHOW-MENU.

           DISPLAY "1. LIST CUSTOMERS WITH OPEN TRACE ITEMS"
           DISPLAY "2. SHOW A CUSTOMER'S TRACE ITEMS"
           DISPLAY "3. RECORD TRACED ADDRESS"
           DISPLAY "4. CLOSE TRACE AS UNTRACED"
           DISPLAY "5. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

           EVALUATE MENU-CHOICE
               WHEN 1
                   PERFORM LIST-OPEN-TRACES
               WHEN 2
                   PERFORM SHOW-CUSTOMER-TRACES
               WHEN 3
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM RECORD-TRACED-ADDRESS
                   END-IF
               WHEN 4
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM CLOSE-UNTRACED
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

       LIST-OPEN-TRACES.

      * Longest-bad first - the customer we have been unable to
      * write to the longest at the top.

           MOVE "N" TO LISTED-ANY-SWITCH

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE trace_cust_cursor CURSOR FOR
               SELECT C.CUSTOMER_ID, IFNULL(C.CUSTOMER_NAME, ' '),
                      IFNULL(C.ADDRESS_STATUS, 'GOOD'),
                      IFNULL(C.ADDRESS_BAD_DATE, '00000000'),
                      COUNT(*)
               FROM CORRESPONDENCE R
               JOIN CUSTOMER C ON C.CUSTOMER_ID = R.CUSTOMER_ID
               WHERE R.TRACE_STATUS = 'OPEN'
               GROUP BY C.CUSTOMER_ID, C.CUSTOMER_NAME,
                        C.ADDRESS_STATUS, C.ADDRESS_BAD_DATE
               ORDER BY 4, 1
           END-EXEC.

           EXEC SQL OPEN trace_cust_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH trace_cust_cursor
                   INTO :DB-CUSTOMER-ID, :DB-CUSTOMER-NAME,
                        :DB-ADDRESS-STATUS, :DB-ADDRESS-BAD-DATE,
                        :DB-ITEM-COUNT
               END-EXEC
               IF SQLCODE = 0
                   SET LISTED-ANY TO TRUE
                   DISPLAY "CUSTOMER " DB-CUSTOMER-ID " "
                           DB-CUSTOMER-NAME " ADDRESS "
                           DB-ADDRESS-STATUS " SINCE "
                           DB-ADDRESS-BAD-DATE " ITEMS "
                           DB-ITEM-COUNT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE trace_cust_cursor END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF NOT LISTED-ANY
               DISPLAY "NO OPEN TRACE ITEMS"
           END-IF.

       SHOW-CUSTOMER-TRACES.

           DISPLAY "ENTER CUSTOMER ID:"
           ACCEPT CUSTOMER-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-CUSTOMER

           IF NOT CUSTOMER-FOUND
               DISPLAY "CUSTOMER NOT FOUND: " CUSTOMER-ID
           ELSE
               DISPLAY "------------------------------"
               DISPLAY "CUSTOMER:   " DB-CUSTOMER-ID " "
                       DB-CUSTOMER-NAME
               DISPLAY "ADDRESS:    " DB-CUSTOMER-ADDRESS
               DISPLAY "STATUS:     " DB-ADDRESS-STATUS
                       " SINCE " DB-ADDRESS-BAD-DATE
               DISPLAY "------------------------------"
               PERFORM LIST-CUSTOMER-ITEMS
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       LIST-CUSTOMER-ITEMS.

           MOVE "N" TO LISTED-ANY-SWITCH

           EXEC SQL
               DECLARE trace_item_cursor CURSOR FOR
               SELECT CORR_ID, IFNULL(DOC_TYPE, ' '),
                      IFNULL(POLICY_ID, 0), IFNULL(STATUS, ' '),
                      IFNULL(SENT_DATE, ' '),
                      IFNULL(RETURN_REASON, ' ')
               FROM CORRESPONDENCE
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
                 AND TRACE_STATUS = 'OPEN'
               ORDER BY CORR_ID
           END-EXEC.

           EXEC SQL OPEN trace_item_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH trace_item_cursor
                   INTO :DB-CORR-ID, :DB-DOC-TYPE, :DB-POLICY-ID,
                        :DB-CORR-STATUS, :DB-SENT-DATE,
                        :DB-RETURN-REASON
               END-EXEC
               IF SQLCODE = 0
                   SET LISTED-ANY TO TRUE
                   DISPLAY "ITEM " DB-CORR-ID " " DB-DOC-TYPE
                           " POLICY " DB-POLICY-ID " "
                           DB-CORR-STATUS " " DB-SENT-DATE " "
                           DB-RETURN-REASON
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE trace_item_cursor END-EXEC.

           IF NOT LISTED-ANY
               DISPLAY "NO OPEN TRACE ITEMS FOR THIS CUSTOMER"
           END-IF.

       LOOKUP-CUSTOMER.

           MOVE "N" TO CUSTOMER-FOUND-SWITCH
           MOVE CUSTOMER-ID TO DB-CUSTOMER-ID

           EXEC SQL
               SELECT IFNULL(CUSTOMER_NAME, ' '), IFNULL(ADDRESS, ' '),
                      IFNULL(ADDRESS_STATUS, 'GOOD'),
                      IFNULL(ADDRESS_BAD_DATE, '00000000'),
                      IFNULL(CONTACT_INFO, ' '),
                      IFNULL(JURISDICTION, ' ')
               INTO :DB-CUSTOMER-NAME, :DB-CUSTOMER-ADDRESS,
                    :DB-ADDRESS-STATUS, :DB-ADDRESS-BAD-DATE,
                    :DB-CUSTOMER-CONTACT, :DB-JURISDICTION
               FROM CUSTOMER
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           IF SQLCODE = 0
               SET CUSTOMER-FOUND TO TRUE
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

       RECORD-TRACED-ADDRESS.

           DISPLAY "ENTER CUSTOMER ID:"
           ACCEPT CUSTOMER-ID

           DISPLAY "ENTER NEW ADDRESS:"
           ACCEPT TRACED-ADDRESS

           IF TRACED-ADDRESS = SPACES
               DISPLAY "NEW ADDRESS IS REQUIRED"
           ELSE
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               EXEC SQL CONNECT TO 'db/database.db' END-EXEC
               PERFORM LOOKUP-CUSTOMER
               EXEC SQL DISCONNECT CURRENT END-EXEC
               IF NOT CUSTOMER-FOUND
                   DISPLAY "CUSTOMER NOT FOUND: " CUSTOMER-ID
               ELSE
                   PERFORM APPLY-TRACED-ADDRESS
               END-IF
           END-IF.

       APPLY-TRACED-ADDRESS.

      * A new address is a change of address like any other, kept on
      * the customer's address history - ADDRAPPLY puts it in force,
      * clears the BAD flag and closes the open items as TRACED. An
      * address confirmed as the one already on file just clears the
      * flag and closes the items here.

           IF TRACED-ADDRESS NOT = DB-CUSTOMER-ADDRESS
               PERFORM RECORD-ADDRESS-CHANGE
           ELSE
               EXEC SQL CONNECT TO 'db/database.db' END-EXEC
               EXEC SQL
                   UPDATE CUSTOMER
                   SET ADDRESS_STATUS = 'GOOD',
                       ADDRESS_BAD_DATE = '00000000'
                   WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
               END-EXEC
               MOVE "TRACED" TO DB-NEW-TRACE-STATUS
               PERFORM CLOSE-OPEN-ITEMS
               EXEC SQL COMMIT END-EXEC
               EXEC SQL DISCONNECT CURRENT END-EXEC
               DISPLAY "ADDRESS CONFIRMED FOR CUSTOMER "
                       DB-CUSTOMER-ID " - MAIL RESUMES"
               DISPLAY "TRACE ITEMS CLOSED: " DB-ITEM-COUNT
           END-IF.

       RECORD-ADDRESS-CHANGE.

           MOVE CUSTOMER-ID         TO ADR-CUSTOMER-ID
           MOVE TRACED-ADDRESS      TO ADR-ADDRESS
           MOVE DB-CUSTOMER-CONTACT TO ADR-CONTACT
           MOVE DB-JURISDICTION     TO ADR-JURISDICTION
           MOVE ZERO                TO ADR-EFFECTIVE-DATE
           MOVE SIGNON-USER-ID      TO ADR-USER

           CALL "ADDRRECORD"
                USING ADR-CUSTOMER-ID
                      ADR-ADDRESS
                      ADR-CONTACT
                      ADR-JURISDICTION
                      ADR-EFFECTIVE-DATE
                      ADR-SOURCE
                      ADR-USER
                      ADR-HISTORY-ID
                      ADR-INVOICES-RETAXED
                      ADR-RESULT

           IF ADR-APPLIED
               DISPLAY "ADDRESS UPDATED FOR CUSTOMER " CUSTOMER-ID
                       " - MAIL RESUMES, TRACE ITEMS CLOSED"
           ELSE
               DISPLAY "ADDRESS NOT UPDATED - TRACE ITEMS LEFT OPEN"
           END-IF.

       CLOSE-UNTRACED.

           DISPLAY "ENTER CUSTOMER ID:"
           ACCEPT CUSTOMER-ID

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-CUSTOMER

           IF NOT CUSTOMER-FOUND
               DISPLAY "CUSTOMER NOT FOUND: " CUSTOMER-ID
           ELSE
               MOVE "UNTRACED" TO DB-NEW-TRACE-STATUS
               PERFORM CLOSE-OPEN-ITEMS
               EXEC SQL COMMIT END-EXEC
               DISPLAY "TRACE ITEMS CLOSED UNTRACED: " DB-ITEM-COUNT
               DISPLAY "ADDRESS STAYS " DB-ADDRESS-STATUS
                       " - MAIL STAYS SUPPRESSED"
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       CLOSE-OPEN-ITEMS.

           MOVE SIGNON-USER-ID TO DB-AUDIT-USER
           MOVE TODAY-DATE     TO DB-TODAY-DATE
           MOVE ZERO           TO DB-ITEM-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-ITEM-COUNT
               FROM CORRESPONDENCE
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
                 AND TRACE_STATUS = 'OPEN'
           END-EXEC

           IF DB-ITEM-COUNT > ZERO
               EXEC SQL
                   UPDATE CORRESPONDENCE
                   SET TRACE_STATUS = :DB-NEW-TRACE-STATUS,
                       TRACE_CLOSED_BY = :DB-AUDIT-USER,
                       TRACE_CLOSED_DATE = :DB-TODAY-DATE
                   WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
                     AND TRACE_STATUS = 'OPEN'
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "ERROR CLOSING TRACE ITEMS, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       SIGN-ON-USER.

           CALL "USERSIGNON"
                USING SIGNON-ROLE-REQUIRED
                      SIGNON-USER-ID
                      SIGNON-OK-FLAG.
