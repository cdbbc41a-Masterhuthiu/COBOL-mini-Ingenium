       01 MANAGER-ID           PIC 9(06).
       01 OVERRIDE-RATE        PIC 9V999.

      * Commission is paid by transfer to the account keyed here.
      * Until there is one, COMMSETTLE holds whatever is due and
      * carries it on the agent's balance.

       01 AGENT-BANK-CODE      PIC X(09).
       01 AGENT-BANK-ACCT      PIC X(18).
       01 BANK-CHANGE-DATE     PIC 9(08).

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".

       01 DB-MANAGER-ID        PIC 9(06).
       01 DB-OVERRIDE-RATE     PIC 9V999.
       01 DB-WINDOW-STATUS     PIC X(10).
       01 DB-BANK-CODE         PIC X(09).
       01 DB-BANK-ACCOUNT      PIC X(18).
       01 DB-BANK-CHANGED-DATE PIC 9(08).
       01 DB-CLOSING-BALANCE   PIC S9(9)V99.
       01 DB-SETTLEMENT-DATE   PIC 9(08).
       01 DB-PAYMENT-STATUS    PIC X(10).
       01 DB-PERSIST-FLAG      PIC X(01).
       01 DB-PERSIST-DATE      PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

           DISPLAY "2. LOOK UP AGENT"
           DISPLAY "3. CHANGE AGENT STATUS"
           DISPLAY "4. SET REPORTING LINE"
           DISPLAY "5. UPDATE BANK DETAILS"
           DISPLAY "6. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

                       PERFORM SET-REPORTING-LINE
                   END-IF
               WHEN 5
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM UPDATE-BANK-DETAILS
                   END-IF
               WHEN 6
                   SET DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           EXEC SQL
               SELECT AGENT_NAME, STATUS, LICENSE_EXPIRY,
                      COMMISSION_CLASS, IFNULL(MANAGER_ID, 0),
                      IFNULL(OVERRIDE_RATE, 0),
                      IFNULL(BANK_CODE, ' '), IFNULL(BANK_ACCOUNT, ' '),
                      IFNULL(PERSIST_FLAG, 'N'),
                      IFNULL(PERSIST_DATE, '00000000')
               INTO :DB-AGENT-NAME, :DB-AGENT-STATUS,
                    :DB-LICENSE-EXPIRY, :DB-COMMISSION-CLASS,
                    :DB-MANAGER-ID, :DB-OVERRIDE-RATE,
                    :DB-BANK-CODE, :DB-BANK-ACCOUNT,
                    :DB-PERSIST-FLAG, :DB-PERSIST-DATE
               FROM AGENT
               WHERE AGENT_ID = :DB-AGENT-ID
           END-EXEC
                   DISPLAY "REPORTS TO: " DB-MANAGER-ID
                           " AT OVERRIDE " DB-OVERRIDE-RATE
               END-IF
               IF DB-BANK-ACCOUNT = SPACES
                   DISPLAY "BANK ACCOUNT: NONE - COMMISSION HELD"
               ELSE
                   DISPLAY "BANK ACCOUNT: " DB-BANK-CODE " "
                           DB-BANK-ACCOUNT
               END-IF
               IF DB-PERSIST-FLAG = "Y"
                   DISPLAY "PERSISTENCY: BELOW THRESHOLD AT "
                           DB-PERSIST-DATE
                           " - REVIEW OVERRIDES AND SPLITS"
               END-IF
               PERFORM SHOW-CARRIED-BALANCE
               DISPLAY "------------------------------"
           ELSE
               DISPLAY "AGENT NOT FOUND, SQLCODE: " SQLCODE

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       SHOW-CARRIED-BALANCE.

      * The balance the last settlement carried forward - a debit is
      * clawed-back commission the agent still owes, a credit is
      * commission held for want of a bank account.

           EXEC SQL
               SELECT SETTLEMENT_DATE, CLOSING_BALANCE, PAYMENT_STATUS
               INTO :DB-SETTLEMENT-DATE, :DB-CLOSING-BALANCE,
                    :DB-PAYMENT-STATUS
               FROM AGENT_SETTLEMENT
               WHERE AGENT_ID = :DB-AGENT-ID
               ORDER BY SETTLEMENT_DATE DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "LAST SETTLED: " DB-SETTLEMENT-DATE
                       " (" DB-PAYMENT-STATUS ")"
               DISPLAY "BALANCE CARRIED: " DB-CLOSING-BALANCE
           ELSE
               DISPLAY "LAST SETTLED: NEVER"
               MOVE ZERO TO SQLCODE
           END-IF.

       UPDATE-BANK-DETAILS.

           DISPLAY "ENTER AGENT ID:"
           ACCEPT AGENT-ID

           MOVE AGENT-ID TO DB-AGENT-ID

           DISPLAY "ENTER BANK CODE:"
           ACCEPT AGENT-BANK-CODE

           DISPLAY "ENTER BANK ACCOUNT:"
           ACCEPT AGENT-BANK-ACCT

           ACCEPT BANK-CHANGE-DATE FROM DATE YYYYMMDD

           MOVE AGENT-BANK-CODE  TO DB-BANK-CODE
           MOVE AGENT-BANK-ACCT  TO DB-BANK-ACCOUNT
           MOVE BANK-CHANGE-DATE TO DB-BANK-CHANGED-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               UPDATE AGENT
               SET BANK_CODE = :DB-BANK-CODE,
                   BANK_ACCOUNT = :DB-BANK-ACCOUNT,
                   BANK_CHANGED_DATE = :DB-BANK-CHANGED-DATE
               WHERE AGENT_ID = :DB-AGENT-ID
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "BANK DETAILS UPDATED FOR AGENT " AGENT-ID
           ELSE
               DISPLAY "ERROR UPDATING BANK DETAILS, SQLCODE: "
                       SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

       CHANGE-AGENT-STATUS.

           DISPLAY "ENTER AGENT ID:"
