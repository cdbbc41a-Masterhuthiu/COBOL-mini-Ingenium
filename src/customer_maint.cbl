       01 CUSTOMER-BANK-CODE   PIC X(09).
       01 CUSTOMER-BANK-ACCT   PIC X(18).

      * The day the account last changed is kept on the customer -
      * CLAIMENGINE's fraud screen flags a claim paid into an
      * account switched shortly before it came in.

       01 BANK-CHANGE-DATE     PIC 9(08).

      * A change of address or contact details keeps the old ones:
      * ADDRRECORD writes the change to the customer's address
      * history with the date it takes effect. A change dated today
      * or earlier is in force at once (and re-taxes future invoices
      * if the jurisdiction moves); a later date waits for the
      * nightly ADDRCHANGE step. Blank keeps what is on file.

       01 NEW-ADDRESS          PIC X(40).
       01 NEW-CONTACT          PIC X(20).
       01 NEW-JURISDICTION     PIC X(10).
       01 NEW-EFFECTIVE-DATE   PIC 9(08).
       01 HISTORY-FOUND-SWITCH PIC X(01) VALUE "N".
           88 HISTORY-FOUND              VALUE "Y".

       01 ADR-CUSTOMER-ID      PIC 9(06).
       01 ADR-ADDRESS          PIC X(40).
       01 ADR-CONTACT          PIC X(20).
       01 ADR-JURISDICTION     PIC X(10).
       01 ADR-EFFECTIVE-DATE   PIC 9(08).
       01 ADR-SOURCE           PIC X(10) VALUE "MAINT".
       01 ADR-USER             PIC X(20).
       01 ADR-HISTORY-ID       PIC 9(09).
       01 ADR-INVOICES-RETAXED PIC 9(05).
       01 ADR-RESULT           PIC X(01).
           88 ADR-APPLIED                VALUE "A".
           88 ADR-PENDING                VALUE "P".

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".

       01 MERGE-TIME           PIC 9(06).
       01 SNAP-TIME            PIC 9(06).

      * A direct-debit mandate authorises the nightly collection run
      * to draw each invoice on its due date from the account on the
      * customer master. The account is copied onto the mandate when
      * it is signed - the bank's authority is for that account, so a
      * later change of bank details needs a fresh mandate.

       01 MANDATE-POLICY-ID    PIC 9(06).
       01 MANDATE-DATE         PIC 9(08).
       01 MANDATE-OK-SWITCH    PIC X(01) VALUE "N".
           88 MANDATE-CAN-BE-SIGNED      VALUE "Y".

      * A new customer is screened against the regulator's watch
      * list before the row goes in - a possible match is not added
      * and waits in the compliance review queue instead.

       01 SCREEN-PARTY-TYPE    PIC X(12) VALUE "CUSTOMER".
       01 SCREEN-PARTY-KEY     PIC X(20).
       01 SCREEN-PARTY-NAME    PIC X(30).
       01 SCREEN-SOURCE        PIC X(14) VALUE "CUSTOMERMAINT".
       01 SCREEN-RESULT        PIC X(01).
           88 SCREEN-HELD                VALUE "H".
       01 SCREEN-REVIEW-ID     PIC 9(09).


      * Shared sign-on: every session starts with a verified user
      * id from the user master - free-typed names no longer drive
       01 DB-CUSTOMER-CONTACT  PIC X(20).
       01 DB-BANK-CODE         PIC X(09).
       01 DB-BANK-ACCOUNT      PIC X(18).
       01 DB-BANK-CHANGED-DATE PIC 9(08).
       01 DB-CREATED-DATE      PIC 9(08).
       01 DB-DUP-ID-1          PIC 9(06).
       01 DB-DUP-ID-2          PIC 9(06).
       01 DB-DUP-NAME          PIC X(30).
                              VALUE "CUSTOMERMAINT".
       01 DB-SNAP-DATE         PIC 9(08).
       01 DB-SNAP-TIME         PIC 9(06).
       01 DB-POLICY-ID         PIC 9(06).
       01 DB-POLICY-CUSTOMER   PIC 9(06).
       01 DB-POLICY-STATUS     PIC X(10).
       01 DB-MANDATE-ID        PIC 9(09).
       01 DB-MANDATE-REF       PIC X(18).
       01 DB-MANDATE-COUNT     PIC 9(05).
       01 DB-MANDATE-DATE      PIC 9(08).
       01 DB-MANDATE-STATUS    PIC X(10).
       01 DB-JURISDICTION      PIC X(10).
       01 DB-HIST-EFFECTIVE    PIC X(08).
       01 DB-HIST-ADDRESS      PIC X(40).
       01 DB-HIST-CONTACT      PIC X(20).
       01 DB-HIST-JURISDICTION PIC X(10).
       01 DB-HIST-STATUS       PIC X(10).
       01 DB-HIST-SOURCE       PIC X(10).
       01 DB-HIST-CHANGED-BY   PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

           DISPLAY "3. DUPLICATE CANDIDATE REPORT"
           DISPLAY "4. MERGE DUPLICATE CUSTOMER"
           DISPLAY "5. UPDATE BANK DETAILS"
           DISPLAY "6. SIGN DIRECT DEBIT MANDATE"
           DISPLAY "7. CANCEL DIRECT DEBIT MANDATE"
           DISPLAY "8. CHANGE ADDRESS OR CONTACT DETAILS"
           DISPLAY "9. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

                       PERFORM UPDATE-BANK-DETAILS
                   END-IF
               WHEN 6
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM SIGN-DD-MANDATE
                   END-IF
               WHEN 7
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM CANCEL-DD-MANDATE
                   END-IF
               WHEN 8
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM CHANGE-ADDRESS-DETAILS
                   END-IF
               WHEN 9
                   SET DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           MOVE CUSTOMER-BANK-CODE TO DB-BANK-CODE
           MOVE CUSTOMER-BANK-ACCT TO DB-BANK-ACCOUNT

           PERFORM SCREEN-NEW-CUSTOMER

           IF SCREEN-HELD
               DISPLAY "POSSIBLE WATCH LIST MATCH - CUSTOMER NOT "
                       "ADDED, REFERRED TO COMPLIANCE AS REVIEW "
                       SCREEN-REVIEW-ID
           ELSE
               PERFORM INSERT-NEW-CUSTOMER
           END-IF.

       SCREEN-NEW-CUSTOMER.

           MOVE CUSTOMER-ID   TO SCREEN-PARTY-KEY
           MOVE CUSTOMER-NAME TO SCREEN-PARTY-NAME

           CALL "WATCHSCREEN"
                USING SCREEN-PARTY-TYPE
                      SCREEN-PARTY-KEY
                      SCREEN-PARTY-NAME
                      SCREEN-SOURCE
                      SCREEN-RESULT
                      SCREEN-REVIEW-ID.

       INSERT-NEW-CUSTOMER.

           ACCEPT DB-CREATED-DATE FROM DATE YYYYMMDD

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               INSERT INTO CUSTOMER
                   (CUSTOMER_ID, CUSTOMER_NAME, ADDRESS,
                    DATE_OF_BIRTH, CONTACT_INFO, BANK_CODE,
                    BANK_ACCOUNT, CREATED_DATE)
               VALUES
                   (:DB-CUSTOMER-ID, :DB-CUSTOMER-NAME,
                    :DB-CUSTOMER-ADDRESS, :DB-CUSTOMER-DOB,
                    :DB-CUSTOMER-CONTACT, :DB-BANK-CODE,
                    :DB-BANK-ACCOUNT, :DB-CREATED-DATE)
           END-EXEC

           IF SQLCODE = 0
           DISPLAY "ENTER BANK ACCOUNT:"
           ACCEPT CUSTOMER-BANK-ACCT

           ACCEPT BANK-CHANGE-DATE FROM DATE YYYYMMDD

           MOVE CUSTOMER-BANK-CODE TO DB-BANK-CODE
           MOVE CUSTOMER-BANK-ACCT TO DB-BANK-ACCOUNT
           MOVE BANK-CHANGE-DATE   TO DB-BANK-CHANGED-DATE

      * Whoever keys the new account is stamped on the customer, and
      * may not then release a payment to that customer - see
      * PAYOUTAPPROVE and SUPERVISORREVIEW.

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               UPDATE CUSTOMER
               SET BANK_CODE = :DB-BANK-CODE,
                   BANK_ACCOUNT = :DB-BANK-ACCOUNT,
                   BANK_CHANGED_DATE = :DB-BANK-CHANGED-DATE,
                   BANK_CHANGED_BY = :DB-AUDIT-USER
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           END-IF

           EXEC SQL COMMIT END-EXEC.

      * A mandate stays on the account it was signed against - the
      * operator is reminded so the customer can sign a fresh one.

           MOVE ZERO TO DB-MANDATE-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-MANDATE-COUNT
               FROM DD_MANDATE
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
                 AND STATUS = 'ACTIVE'
                 AND BANK_ACCOUNT <> :DB-BANK-ACCOUNT
           END-EXEC

           IF SQLCODE = 0 AND DB-MANDATE-COUNT > ZERO
               DISPLAY "NOTE: " DB-MANDATE-COUNT
                       " ACTIVE DIRECT DEBIT MANDATE(S) STILL DRAW ON "
                       "THE OLD ACCOUNT - CANCEL AND RE-SIGN THEM"
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       CHANGE-ADDRESS-DETAILS.

           DISPLAY "ENTER CUSTOMER ID:"
           ACCEPT CUSTOMER-ID

           MOVE CUSTOMER-ID TO DB-CUSTOMER-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT IFNULL(ADDRESS, ' '), IFNULL(CONTACT_INFO, ' '),
                      IFNULL(JURISDICTION, ' ')
               INTO :DB-CUSTOMER-ADDRESS, :DB-CUSTOMER-CONTACT,
                    :DB-JURISDICTION
               FROM CUSTOMER
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "CUSTOMER NOT FOUND, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               EXEC SQL DISCONNECT CURRENT END-EXEC
           ELSE
               DISPLAY "------------------------------"
               DISPLAY "ADDRESS:      " DB-CUSTOMER-ADDRESS
               DISPLAY "CONTACT:      " DB-CUSTOMER-CONTACT
               DISPLAY "JURISDICTION: " DB-JURISDICTION
               DISPLAY "------------------------------"
               PERFORM LIST-ADDRESS-HISTORY
               EXEC SQL DISCONNECT CURRENT END-EXEC
               PERFORM ENTER-ADDRESS-CHANGE
           END-IF.

       LIST-ADDRESS-HISTORY.

           MOVE "N" TO HISTORY-FOUND-SWITCH

           EXEC SQL
               DECLARE addr_hist_cursor CURSOR FOR
               SELECT EFFECTIVE_DATE, IFNULL(ADDRESS, ' '),
                      IFNULL(CONTACT_INFO, ' '),
                      IFNULL(JURISDICTION, ' '), STATUS,
                      IFNULL(CHANGE_SOURCE, ' '),
                      IFNULL(CHANGED_BY, ' ')
               FROM CUSTOMER_ADDRESS_HISTORY
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
               ORDER BY EFFECTIVE_DATE, HISTORY_ID
           END-EXEC

           EXEC SQL OPEN addr_hist_cursor END-EXEC

           DISPLAY "ADDRESS HISTORY:"
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH addr_hist_cursor
                   INTO :DB-HIST-EFFECTIVE, :DB-HIST-ADDRESS,
                        :DB-HIST-CONTACT, :DB-HIST-JURISDICTION,
                        :DB-HIST-STATUS, :DB-HIST-SOURCE,
                        :DB-HIST-CHANGED-BY
               END-EXEC
               IF SQLCODE = 0
                   SET HISTORY-FOUND TO TRUE
                   DISPLAY "  FROM " DB-HIST-EFFECTIVE " "
                           DB-HIST-STATUS " " DB-HIST-SOURCE " BY "
                           DB-HIST-CHANGED-BY
                   DISPLAY "    " DB-HIST-ADDRESS " "
                           DB-HIST-CONTACT " " DB-HIST-JURISDICTION
               END-IF
           END-PERFORM

           EXEC SQL CLOSE addr_hist_cursor END-EXEC

           IF NOT HISTORY-FOUND
               DISPLAY "  NO CHANGES RECORDED"
           END-IF
           MOVE ZERO TO SQLCODE.

       ENTER-ADDRESS-CHANGE.

           DISPLAY "ENTER NEW ADDRESS (BLANK TO KEEP):"
           ACCEPT NEW-ADDRESS

           DISPLAY "ENTER NEW CONTACT INFO (BLANK TO KEEP):"
           ACCEPT NEW-CONTACT

           DISPLAY "ENTER NEW JURISDICTION (BLANK TO KEEP):"
           ACCEPT NEW-JURISDICTION

           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD, 0 FOR TODAY):"
           ACCEPT NEW-EFFECTIVE-DATE

           IF NEW-ADDRESS = SPACES
               MOVE DB-CUSTOMER-ADDRESS TO NEW-ADDRESS
           END-IF
           IF NEW-CONTACT = SPACES
               MOVE DB-CUSTOMER-CONTACT TO NEW-CONTACT
           END-IF
           IF NEW-JURISDICTION = SPACES
               MOVE DB-JURISDICTION TO NEW-JURISDICTION
           END-IF

           IF NEW-ADDRESS = DB-CUSTOMER-ADDRESS
              AND NEW-CONTACT = DB-CUSTOMER-CONTACT
              AND NEW-JURISDICTION = DB-JURISDICTION
               DISPLAY "NOTHING CHANGED"
           ELSE
               IF NEW-EFFECTIVE-DATE NOT = ZERO
                  AND FUNCTION TEST-DATE-YYYYMMDD (NEW-EFFECTIVE-DATE)
                      NOT = ZERO
                   DISPLAY "INVALID EFFECTIVE DATE: "
                           NEW-EFFECTIVE-DATE
               ELSE
                   PERFORM RECORD-ADDRESS-CHANGE
               END-IF
           END-IF.

       RECORD-ADDRESS-CHANGE.

           MOVE CUSTOMER-ID        TO ADR-CUSTOMER-ID
           MOVE NEW-ADDRESS        TO ADR-ADDRESS
           MOVE NEW-CONTACT        TO ADR-CONTACT
           MOVE NEW-JURISDICTION   TO ADR-JURISDICTION
           MOVE NEW-EFFECTIVE-DATE TO ADR-EFFECTIVE-DATE
           MOVE SIGNON-USER-ID     TO ADR-USER

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
               DISPLAY "ADDRESS CHANGE IN FORCE FROM "
                       ADR-EFFECTIVE-DATE
               IF NEW-JURISDICTION NOT = DB-JURISDICTION
                   DISPLAY "JURISDICTION NOW " NEW-JURISDICTION
                           " - INVOICES RE-TAXED: "
                           ADR-INVOICES-RETAXED
               END-IF
           ELSE
               IF ADR-PENDING
                   DISPLAY "ADDRESS CHANGE RECORDED, TAKES EFFECT "
                           ADR-EFFECTIVE-DATE
               ELSE
                   DISPLAY "ADDRESS CHANGE NOT RECORDED"
               END-IF
           END-IF.

       SIGN-DD-MANDATE.

      * The policy must belong to this customer and be in force, the
      * customer must have bank details on file, and the policy must
      * not already carry a live mandate.

           DISPLAY "ENTER CUSTOMER ID:"
           ACCEPT CUSTOMER-ID

           DISPLAY "ENTER POLICY ID TO COLLECT BY DIRECT DEBIT:"
           ACCEPT MANDATE-POLICY-ID

           MOVE CUSTOMER-ID       TO DB-CUSTOMER-ID
           MOVE MANDATE-POLICY-ID TO DB-POLICY-ID
           MOVE "N" TO MANDATE-OK-SWITCH

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT IFNULL(CUSTOMER_ID, 0), STATUS
               INTO :DB-POLICY-CUSTOMER, :DB-POLICY-STATUS
               FROM POLICY
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "POLICY NOT FOUND: " MANDATE-POLICY-ID
           ELSE
               IF DB-POLICY-CUSTOMER NOT = DB-CUSTOMER-ID
                   DISPLAY "POLICY " MANDATE-POLICY-ID
                           " DOES NOT BELONG TO CUSTOMER " CUSTOMER-ID
               ELSE
                   IF DB-POLICY-STATUS NOT = "ACTIVE"
                       DISPLAY "POLICY IS " DB-POLICY-STATUS
                               ", ONLY ACTIVE POLICIES CAN BE MANDATED"
                   ELSE
                       SET MANDATE-CAN-BE-SIGNED TO TRUE
                   END-IF
               END-IF
           END-IF

           IF MANDATE-CAN-BE-SIGNED
               PERFORM CHECK-MANDATE-BANK-DETAILS
           END-IF

           IF MANDATE-CAN-BE-SIGNED
               PERFORM INSERT-DD-MANDATE
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       CHECK-MANDATE-BANK-DETAILS.

           MOVE SPACES TO DB-BANK-CODE
           MOVE SPACES TO DB-BANK-ACCOUNT

           EXEC SQL
               SELECT IFNULL(BANK_CODE, ' '), IFNULL(BANK_ACCOUNT, ' ')
               INTO :DB-BANK-CODE, :DB-BANK-ACCOUNT
               FROM CUSTOMER
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR DB-BANK-ACCOUNT = SPACES
               DISPLAY "NO BANK ACCOUNT ON FILE FOR CUSTOMER "
                       CUSTOMER-ID " - CAPTURE IT FIRST (OPTION 5)"
               MOVE "N" TO MANDATE-OK-SWITCH
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE ZERO TO DB-MANDATE-COUNT

               EXEC SQL
                   SELECT COUNT(*) INTO :DB-MANDATE-COUNT
                   FROM DD_MANDATE
                   WHERE POLICY_ID = :DB-POLICY-ID
                     AND STATUS = 'ACTIVE'
               END-EXEC

               IF SQLCODE = 0 AND DB-MANDATE-COUNT > ZERO
                   DISPLAY "POLICY " MANDATE-POLICY-ID
                           " ALREADY HAS AN ACTIVE MANDATE"
                   MOVE "N" TO MANDATE-OK-SWITCH
               END-IF
               MOVE ZERO TO SQLCODE
           END-IF.

       INSERT-DD-MANDATE.

           ACCEPT MANDATE-DATE FROM DATE YYYYMMDD
           MOVE MANDATE-DATE TO DB-MANDATE-DATE

           EXEC SQL
               SELECT IFNULL(MAX(MANDATE_ID), 0) + 1
               INTO :DB-MANDATE-ID
               FROM DD_MANDATE
           END-EXEC

      * The reference the bank quotes back on every debit and every
      * return - policy and mandate number together, so a returned
      * item can always be traced without a lookup table at the bank.

           MOVE SPACES TO DB-MANDATE-REF
           STRING "DD" DELIMITED BY SIZE
                  DB-POLICY-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  DB-MANDATE-ID DELIMITED BY SIZE
                  INTO DB-MANDATE-REF

           EXEC SQL
               INSERT INTO DD_MANDATE
                   (MANDATE_ID, POLICY_ID, CUSTOMER_ID, MANDATE_REF,
                    BANK_CODE, BANK_ACCOUNT, STATUS, SIGNED_DATE,
                    SIGNED_BY, RETURN_COUNT)
               VALUES
                   (:DB-MANDATE-ID, :DB-POLICY-ID, :DB-CUSTOMER-ID,
                    :DB-MANDATE-REF, :DB-BANK-CODE, :DB-BANK-ACCOUNT,
                    'ACTIVE', :DB-MANDATE-DATE, :DB-AUDIT-USER, 0)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY "MANDATE " DB-MANDATE-REF " SIGNED FOR POLICY "
                       MANDATE-POLICY-ID
               DISPLAY "INVOICES FALLING DUE FROM TODAY WILL BE "
                       "COLLECTED FROM ACCOUNT " DB-BANK-ACCOUNT
           ELSE
               DISPLAY "ERROR SIGNING MANDATE, SQLCODE: " SQLCODE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       CANCEL-DD-MANDATE.

      * Cancelling stops future presentments only - a debit already
      * sent to the bank still settles (or comes back) as normal.

           DISPLAY "ENTER POLICY ID:"
           ACCEPT MANDATE-POLICY-ID

           MOVE MANDATE-POLICY-ID TO DB-POLICY-ID

           ACCEPT MANDATE-DATE FROM DATE YYYYMMDD
           MOVE MANDATE-DATE TO DB-MANDATE-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           MOVE ZERO TO DB-MANDATE-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-MANDATE-COUNT
               FROM DD_MANDATE
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS IN ('ACTIVE', 'SUSPENDED')
           END-EXEC

           IF SQLCODE NOT = 0 OR DB-MANDATE-COUNT = ZERO
               DISPLAY "NO LIVE MANDATE ON POLICY " MANDATE-POLICY-ID
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL
                   UPDATE DD_MANDATE
                   SET STATUS = 'CANCELLED',
                       CANCELLED_DATE = :DB-MANDATE-DATE,
                       CANCELLED_BY = :DB-AUDIT-USER
                   WHERE POLICY_ID = :DB-POLICY-ID
                     AND STATUS IN ('ACTIVE', 'SUSPENDED')
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY "DIRECT DEBIT MANDATE CANCELLED FOR POLICY "
                           MANDATE-POLICY-ID
               ELSE
                   DISPLAY "ERROR CANCELLING MANDATE, SQLCODE: "
                           SQLCODE
               END-IF
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       LIST-DUPLICATE-CANDIDATES.
                      C1.CUSTOMER_NAME
               FROM CUSTOMER C1, CUSTOMER C2
               WHERE C1.CUSTOMER_ID < C2.CUSTOMER_ID
                 AND IFNULL(C1.STATUS, 'ACTIVE')
                     NOT IN ('MERGED', 'ANONYMISED')
                 AND IFNULL(C2.STATUS, 'ACTIVE')
                     NOT IN ('MERGED', 'ANONYMISED')
                 AND ((C1.CUSTOMER_NAME = C2.CUSTOMER_NAME
                       AND C1.DATE_OF_BIRTH = C2.DATE_OF_BIRTH)
                      OR (TRIM(C1.CONTACT_INFO) <> ''
               SELECT CUSTOMER_NAME INTO :DB-SURVIVOR-NAME
               FROM CUSTOMER
               WHERE CUSTOMER_ID = :DB-SURVIVOR-ID
                 AND IFNULL(STATUS, 'ACTIVE')
                     NOT IN ('MERGED', 'ANONYMISED')
           END-EXEC

           IF SQLCODE NOT = 0
