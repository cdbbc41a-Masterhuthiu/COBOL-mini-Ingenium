       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFAPPROVE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-REPORT ASSIGN TO "REFCHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-REPORT.
       01  CHANGE-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.

       01 MENU-CHOICE          PIC 9(01).

       01 CHANGE-ID            PIC 9(09).
       01 REJECT-REASON        PIC X(30).
       01 CONFIRM-FLAG         PIC X(01).
       01 APPROVER-ID          PIC X(20).

       01 TODAY-DATE           PIC 9(08).
       01 NOW-TIME             PIC 9(08).
       01 REPORT-FROM-DATE     PIC 9(08).
       01 REPORT-TO-DATE       PIC 9(08).
       01 CHANGES-REPORTED     PIC 9(05).

      * New products and changes to rates, payout rules, surrender
      * and experience scales, premium taxes, approval limits and
      * system parameters are keyed in their own maintenance screens
      * and held PENDING on REFDATA_CHANGE. Nothing reaches the live
      * table until a second user approves it here - and whoever
      * keyed a change cannot decide it. The approver is shown what
      * is in force now beside what is proposed, so a factor keyed
      * ten times too big is caught before it reprices a product.
      *
      * An approved change keeps the before and after values, who
      * keyed it, who approved it and when - REFDATA_CHANGE is the
      * change log, and option 4 reports it for a period.

       01 KEY-TEXT             PIC X(60).
       01 VALUE-TEXT           PIC X(50).
       01 RATE-EDIT            PIC Z9.999.
       01 PERCENT-EDIT         PIC ZZ9.99.
       01 AMOUNT-EDIT          PIC Z(8)9.99.
       01 SECOND-AMOUNT-EDIT   PIC Z(8)9.99.
       01 KEY-NUMBER-EDIT      PIC Z(4)9.
       01 SECOND-KEY-NUMBER-EDIT PIC Z(4)9.
       01 ID-EDIT              PIC Z(8)9.

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".
       01 WINDOW-BLOCKED-SWITCH PIC X(01) VALUE "N".
           88 BATCH-WINDOW-IN-PROGRESS    VALUE "Y".
       01 CHANGE-FOUND-SWITCH  PIC X(01) VALUE "N".
           88 CHANGE-FOUND               VALUE "Y".
       01 LISTED-ANY-SWITCH    PIC X(01) VALUE "N".
           88 LISTED-ANY                 VALUE "Y".
       01 APPLY-SWITCH         PIC X(01) VALUE "N".
           88 CHANGE-APPLIED             VALUE "Y".


      * Shared sign-on: every session starts with a verified user
      * id from the user master - free-typed names no longer drive
      * anything sensitive.

       01 SIGNON-ROLE-REQUIRED PIC X(10) VALUE "ADMIN".
       01 SIGNON-USER-ID       PIC X(20).
       01 SIGNON-OK-FLAG       PIC X(01).
           88 SIGNED-ON                  VALUE "Y".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-CHANGE-ID         PIC 9(09).
       01 DB-TABLE-NAME        PIC X(20).
       01 DB-CHANGE-ACTION     PIC X(06).
       01 DB-KEY-1             PIC X(20).
       01 DB-KEY-2             PIC X(20).
       01 DB-KEY-3             PIC X(20).
       01 DB-KEY-NUMBER-1      PIC 9(05).
       01 DB-KEY-NUMBER-2      PIC 9(05).
       01 DB-EFFECTIVE-DATE    PIC 9(08).
       01 DB-VALUE-1           PIC 9(9)V999.
       01 DB-VALUE-2           PIC 9(9)V999.
       01 DB-VALUE-3           PIC 9(9)V999.
       01 DB-BEFORE-VALUE      PIC X(50).
       01 DB-AFTER-VALUE       PIC X(50).
       01 DB-CHANGE-STATUS     PIC X(10).
       01 DB-KEYED-BY          PIC X(20).
       01 DB-KEYED-DATE        PIC X(08).
       01 DB-KEYED-TIME        PIC X(06).
       01 DB-DECIDED-BY        PIC X(20).
       01 DB-DECIDED-DATE      PIC X(08).
       01 DB-DECIDED-TIME      PIC X(06).
       01 DB-REJECT-REASON     PIC X(30).
       01 DB-FROM-DATE         PIC 9(08).
       01 DB-TO-DATE           PIC 9(08).
       01 DB-TODAY-DATE        PIC 9(08).
       01 DB-NOW-TIME          PIC 9(06).
       01 DB-WINDOW-STATUS     PIC X(10).
       01 DB-ROW-COUNT         PIC 9(05).
       01 DB-PRODUCT-CODE      PIC X(10).
       01 DB-PRODUCT-STATUS    PIC X(08).
       01 DB-RPU-ELIGIBLE      PIC X(01).
       01 DB-INDEXABLE         PIC X(01).
       01 DB-JOINT-PAYS-ON     PIC X(06).
       01 DB-CLAIM-TYPE        PIC X(20).
       01 DB-COVERAGE-KEY      PIC X(10).
       01 DB-JURISDICTION      PIC X(10).
       01 DB-TAX-TYPE          PIC X(10).
       01 DB-REVIEWER-ID       PIC X(20).
       01 DB-PARAM-KEY         PIC X(20).
       01 DB-POLICY-YEAR       PIC 9(03).
       01 DB-SCALE-COUNT       PIC 9(03).
       01 DB-SCALE-RATIO       PIC 9(05).
       01 DB-RATE-FACTOR       PIC 9V999.
       01 DB-PERCENT           PIC 9(3)V99.
       01 DB-DEDUCTIBLE        PIC 9(7)V99.
       01 DB-MAX-PAYOUT        PIC 9(7)V99.
       01 DB-MAX-AMOUNT        PIC 9(7)V99.
       01 DB-PARAM-VALUE       PIC 9(9)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-REFDATA-APPROVE.

           DISPLAY "=============================="
           DISPLAY " MINI INGENIUM REF DATA APPROVE"
           DISPLAY "=============================="

           PERFORM SIGN-ON-USER

           IF NOT SIGNED-ON
               STOP RUN
           END-IF

           PERFORM SHOW-MENU UNTIL DONE

           STOP RUN.

       SHOW-MENU.

           DISPLAY "1. LIST PENDING REFERENCE-DATA CHANGES"
           DISPLAY "2. APPROVE CHANGE"
           DISPLAY "3. REJECT CHANGE"
           DISPLAY "4. REFERENCE-DATA CHANGE REPORT FOR A PERIOD"
           DISPLAY "5. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

           EVALUATE MENU-CHOICE
               WHEN 1
                   PERFORM LIST-PENDING-CHANGES
               WHEN 2
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM APPROVE-CHANGE
                   END-IF
               WHEN 3
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM REJECT-CHANGE
                   END-IF
               WHEN 4
                   PERFORM REPORT-CHANGES-FOR-PERIOD
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

       LIST-PENDING-CHANGES.

           MOVE "N" TO LISTED-ANY-SWITCH

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE pending_chg_cursor CURSOR FOR
               SELECT CHANGE_ID, TABLE_NAME, CHANGE_ACTION,
                      IFNULL(KEY_1, ' '), IFNULL(KEY_2, ' '),
                      IFNULL(KEY_3, ' '), IFNULL(KEY_NUMBER_1, 0),
                      IFNULL(KEY_NUMBER_2, 0),
                      IFNULL(EFFECTIVE_DATE, 0), IFNULL(VALUE_1, 0),
                      IFNULL(VALUE_2, 0), IFNULL(VALUE_3, 0),
                      KEYED_BY, KEYED_DATE
               FROM REFDATA_CHANGE
               WHERE STATUS = 'PENDING'
               ORDER BY CHANGE_ID
           END-EXEC.

           EXEC SQL OPEN pending_chg_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH pending_chg_cursor
                   INTO :DB-CHANGE-ID, :DB-TABLE-NAME,
                        :DB-CHANGE-ACTION, :DB-KEY-1, :DB-KEY-2,
                        :DB-KEY-3, :DB-KEY-NUMBER-1,
                        :DB-KEY-NUMBER-2, :DB-EFFECTIVE-DATE,
                        :DB-VALUE-1, :DB-VALUE-2, :DB-VALUE-3,
                        :DB-KEYED-BY, :DB-KEYED-DATE
               END-EXEC
               IF SQLCODE = 0
                   SET LISTED-ANY TO TRUE
                   PERFORM DESCRIBE-CHANGE-KEY
                   PERFORM DESCRIBE-NEW-VALUE
                   DISPLAY "CHANGE " DB-CHANGE-ID " " DB-TABLE-NAME
                           " " KEY-TEXT
                   DISPLAY "    TO BECOME: " VALUE-TEXT
                   DISPLAY "    KEYED BY " DB-KEYED-BY
                           " ON " DB-KEYED-DATE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE pending_chg_cursor END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF NOT LISTED-ANY
               DISPLAY "NO REFERENCE-DATA CHANGES AWAITING APPROVAL"
           END-IF.

       APPROVE-CHANGE.

           DISPLAY "ENTER CHANGE ID TO APPROVE:"
           ACCEPT CHANGE-ID

           MOVE SIGNON-USER-ID TO APPROVER-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-PENDING-CHANGE

           IF NOT CHANGE-FOUND
               DISPLAY "NO PENDING CHANGE WITH ID: " CHANGE-ID
           ELSE
               IF DB-KEYED-BY = APPROVER-ID
                   DISPLAY "CHANGE WAS KEYED BY " APPROVER-ID
                           " - ANOTHER USER MUST APPROVE IT"
               ELSE
                   PERFORM DESCRIBE-CHANGE-KEY
                   PERFORM DESCRIBE-CURRENT-VALUE
                   MOVE VALUE-TEXT TO DB-BEFORE-VALUE
                   PERFORM DESCRIBE-NEW-VALUE
                   MOVE VALUE-TEXT TO DB-AFTER-VALUE
                   DISPLAY "CHANGE " DB-CHANGE-ID " " DB-TABLE-NAME
                           " " KEY-TEXT
                   DISPLAY "    IN FORCE NOW: " DB-BEFORE-VALUE
                   DISPLAY "    TO BECOME:    " DB-AFTER-VALUE
                   DISPLAY "    KEYED BY " DB-KEYED-BY
                           " ON " DB-KEYED-DATE
                   DISPLAY "APPROVE THIS CHANGE? (Y/N):"
                   ACCEPT CONFIRM-FLAG
                   IF CONFIRM-FLAG = "Y"
                       PERFORM APPLY-APPROVAL
                           THRU APPLY-APPROVAL-EXIT
                   ELSE
                       DISPLAY "NOTHING CHANGED"
                   END-IF
               END-IF
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       REJECT-CHANGE.

           DISPLAY "ENTER CHANGE ID TO REJECT:"
           ACCEPT CHANGE-ID

           DISPLAY "ENTER REASON:"
           ACCEPT REJECT-REASON

           MOVE SIGNON-USER-ID TO APPROVER-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-PENDING-CHANGE

           IF NOT CHANGE-FOUND
               DISPLAY "NO PENDING CHANGE WITH ID: " CHANGE-ID
           ELSE
               IF DB-KEYED-BY = APPROVER-ID
                   DISPLAY "CHANGE WAS KEYED BY " APPROVER-ID
                           " - ANOTHER USER MUST DECIDE IT"
               ELSE
                   PERFORM APPLY-REJECTION
               END-IF
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       LOOKUP-PENDING-CHANGE.

           MOVE "N" TO CHANGE-FOUND-SWITCH
           MOVE CHANGE-ID TO DB-CHANGE-ID

           EXEC SQL
               SELECT TABLE_NAME, CHANGE_ACTION,
                      IFNULL(KEY_1, ' '), IFNULL(KEY_2, ' '),
                      IFNULL(KEY_3, ' '), IFNULL(KEY_NUMBER_1, 0),
                      IFNULL(KEY_NUMBER_2, 0),
                      IFNULL(EFFECTIVE_DATE, 0), IFNULL(VALUE_1, 0),
                      IFNULL(VALUE_2, 0), IFNULL(VALUE_3, 0),
                      KEYED_BY, KEYED_DATE
               INTO :DB-TABLE-NAME, :DB-CHANGE-ACTION, :DB-KEY-1,
                    :DB-KEY-2, :DB-KEY-3, :DB-KEY-NUMBER-1,
                    :DB-KEY-NUMBER-2, :DB-EFFECTIVE-DATE,
                    :DB-VALUE-1, :DB-VALUE-2, :DB-VALUE-3,
                    :DB-KEYED-BY, :DB-KEYED-DATE
               FROM REFDATA_CHANGE
               WHERE CHANGE_ID = :DB-CHANGE-ID
                 AND STATUS = 'PENDING'
           END-EXEC

           IF SQLCODE = 0
               SET CHANGE-FOUND TO TRUE
               MOVE DB-KEY-1        TO DB-PRODUCT-CODE
               MOVE DB-KEY-1        TO DB-COVERAGE-KEY
               MOVE DB-KEY-1        TO DB-JURISDICTION
               MOVE DB-KEY-1        TO DB-REVIEWER-ID
               MOVE DB-KEY-1        TO DB-PARAM-KEY
               MOVE DB-KEY-2        TO DB-CLAIM-TYPE
               MOVE DB-KEY-3        TO DB-TAX-TYPE
               MOVE DB-KEY-NUMBER-1 TO DB-POLICY-YEAR
               MOVE DB-KEY-NUMBER-1 TO DB-SCALE-COUNT
               MOVE DB-KEY-NUMBER-2 TO DB-SCALE-RATIO
               IF DB-TABLE-NAME = "PREMIUM_TAX_RATE"
                   MOVE DB-KEY-2    TO DB-PRODUCT-CODE
               END-IF
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

       DESCRIBE-CHANGE-KEY.

      * Which live row the change is for, in words.

           MOVE SPACES TO KEY-TEXT
           MOVE DB-KEY-NUMBER-1 TO KEY-NUMBER-EDIT
           MOVE DB-KEY-NUMBER-2 TO SECOND-KEY-NUMBER-EDIT

           EVALUATE DB-TABLE-NAME
               WHEN "PRODUCT"
                   IF DB-CHANGE-ACTION = "ADD"
                       STRING "NEW PRODUCT " DELIMITED BY SIZE
                              DB-KEY-1 DELIMITED BY "  "
                              " FROM " DELIMITED BY SIZE
                              DB-EFFECTIVE-DATE DELIMITED BY SIZE
                              INTO KEY-TEXT
                   ELSE
                       STRING "PRODUCT " DELIMITED BY SIZE
                              DB-KEY-1 DELIMITED BY "  "
                              " FLAGS" DELIMITED BY SIZE
                              INTO KEY-TEXT
                   END-IF
               WHEN "PRODUCT_RATE"
                   STRING "PRODUCT " DELIMITED BY SIZE
                          DB-KEY-1 DELIMITED BY "  "
                          " FROM " DELIMITED BY SIZE
                          DB-EFFECTIVE-DATE DELIMITED BY SIZE
                          INTO KEY-TEXT
               WHEN "CLAIM_PAYOUT_RULE"
                   STRING "PRODUCT " DELIMITED BY SIZE
                          DB-KEY-1 DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          DB-KEY-2 DELIMITED BY "  "
                          " FROM " DELIMITED BY SIZE
                          DB-EFFECTIVE-DATE DELIMITED BY SIZE
                          INTO KEY-TEXT
               WHEN "COVERAGE_MAP"
                   STRING "KEY " DELIMITED BY SIZE
                          DB-KEY-1 DELIMITED BY "  "
                          " CLAIM TYPE " DELIMITED BY SIZE
                          DB-KEY-2 DELIMITED BY "  "
                          INTO KEY-TEXT
               WHEN "SURRENDER_CHARGE"
                   STRING "PRODUCT " DELIMITED BY SIZE
                          DB-KEY-1 DELIMITED BY "  "
                          " YEAR " DELIMITED BY SIZE
                          KEY-NUMBER-EDIT DELIMITED BY SIZE
                          INTO KEY-TEXT
               WHEN "EXPERIENCE_SCALE"
                   STRING "CLAIMS >= " DELIMITED BY SIZE
                          KEY-NUMBER-EDIT DELIMITED BY SIZE
                          " LOSS RATIO >= " DELIMITED BY SIZE
                          SECOND-KEY-NUMBER-EDIT DELIMITED BY SIZE
                          INTO KEY-TEXT
               WHEN "PREMIUM_TAX_RATE"
                   STRING DB-KEY-1 DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          DB-KEY-2 DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          DB-KEY-3 DELIMITED BY "  "
                          INTO KEY-TEXT
               WHEN "APPROVAL_AUTHORITY"
                   STRING "REVIEWER " DELIMITED BY SIZE
                          DB-KEY-1 DELIMITED BY "  "
                          INTO KEY-TEXT
               WHEN "SYSTEM_PARAMETER"
                   STRING DB-KEY-1 DELIMITED BY "  "
                          " FROM " DELIMITED BY SIZE
                          DB-EFFECTIVE-DATE DELIMITED BY SIZE
                          INTO KEY-TEXT
               WHEN OTHER
                   MOVE DB-KEY-1 TO KEY-TEXT
           END-EVALUATE.

       DESCRIBE-NEW-VALUE.

      * What the change proposes, in the same words the current
      * value is shown in.

           MOVE SPACES TO VALUE-TEXT

           IF DB-CHANGE-ACTION = "REMOVE"
               MOVE "REMOVED" TO VALUE-TEXT
           ELSE
               EVALUATE DB-TABLE-NAME
                   WHEN "PRODUCT"
                       IF DB-CHANGE-ACTION = "ADD"
                           MOVE DB-VALUE-1 TO DB-RATE-FACTOR
                           PERFORM FORMAT-NEW-PRODUCT
                       ELSE
                           PERFORM DECODE-PRODUCT-FLAGS
                           PERFORM FORMAT-PRODUCT-FLAGS
                       END-IF
                   WHEN "PRODUCT_RATE"
                       MOVE DB-VALUE-1 TO DB-RATE-FACTOR
                       PERFORM FORMAT-RATE-FACTOR
                   WHEN "CLAIM_PAYOUT_RULE"
                       MOVE DB-VALUE-1 TO DB-PERCENT
                       MOVE DB-VALUE-2 TO DB-DEDUCTIBLE
                       MOVE DB-VALUE-3 TO DB-MAX-PAYOUT
                       PERFORM FORMAT-PAYOUT-RULE
                   WHEN "COVERAGE_MAP"
                       MOVE "COVERED" TO VALUE-TEXT
                   WHEN "SURRENDER_CHARGE"
                       MOVE DB-VALUE-1 TO DB-PERCENT
                       PERFORM FORMAT-CHARGE-PERCENT
                   WHEN "EXPERIENCE_SCALE"
                       MOVE DB-VALUE-1 TO DB-RATE-FACTOR
                       PERFORM FORMAT-RATE-FACTOR
                   WHEN "PREMIUM_TAX_RATE"
                       MOVE DB-VALUE-1 TO DB-RATE-FACTOR
                       PERFORM FORMAT-TAX-RATE
                   WHEN "APPROVAL_AUTHORITY"
                       MOVE DB-VALUE-1 TO DB-MAX-AMOUNT
                       PERFORM FORMAT-AUTHORITY
                   WHEN "SYSTEM_PARAMETER"
                       MOVE DB-VALUE-1 TO DB-PARAM-VALUE
                       PERFORM FORMAT-PARAMETER
               END-EVALUATE
           END-IF.

       DESCRIBE-CURRENT-VALUE.

      * What is in force for the same key today - for effective-
      * dated tables, the row in force on the change's effective
      * date, which is what the change replaces from then on.

           MOVE "NONE ON FILE" TO VALUE-TEXT

           EVALUATE DB-TABLE-NAME
               WHEN "PRODUCT"
                   EXEC SQL
                       SELECT IFNULL(STATUS, 'ACTIVE'),
                              IFNULL(RPU_ELIGIBLE, 'N'),
                              IFNULL(INDEXABLE, 'N'),
                              IFNULL(JOINT_PAYS_ON, 'FIRST')
                       INTO :DB-PRODUCT-STATUS, :DB-RPU-ELIGIBLE,
                            :DB-INDEXABLE, :DB-JOINT-PAYS-ON
                       FROM PRODUCT
                       WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
                   END-EXEC
                   IF SQLCODE = 0
                       IF DB-CHANGE-ACTION = "ADD"
                           MOVE DB-PRODUCT-STATUS TO VALUE-TEXT
                       ELSE
                           PERFORM FORMAT-PRODUCT-FLAGS
                       END-IF
                   END-IF
               WHEN "PRODUCT_RATE"
                   EXEC SQL
                       SELECT BASE_RATE_FACTOR INTO :DB-RATE-FACTOR
                       FROM PRODUCT_RATE
                       WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
                         AND EFFECTIVE_DATE <= :DB-EFFECTIVE-DATE
                       ORDER BY EFFECTIVE_DATE DESC
                       LIMIT 1
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM FORMAT-RATE-FACTOR
                   END-IF
               WHEN "CLAIM_PAYOUT_RULE"
                   EXEC SQL
                       SELECT PAYOUT_PERCENT, IFNULL(DEDUCTIBLE, 0),
                              IFNULL(MAX_PAYOUT, 0)
                       INTO :DB-PERCENT, :DB-DEDUCTIBLE,
                            :DB-MAX-PAYOUT
                       FROM CLAIM_PAYOUT_RULE
                       WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
                         AND CLAIM_TYPE = :DB-CLAIM-TYPE
                         AND EFFECTIVE_DATE <= :DB-EFFECTIVE-DATE
                       ORDER BY EFFECTIVE_DATE DESC
                       LIMIT 1
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM FORMAT-PAYOUT-RULE
                   END-IF
               WHEN "COVERAGE_MAP"
                   MOVE ZERO TO DB-ROW-COUNT
                   EXEC SQL
                       SELECT COUNT(*) INTO :DB-ROW-COUNT
                       FROM COVERAGE_MAP
                       WHERE COVERAGE_KEY = :DB-COVERAGE-KEY
                         AND CLAIM_TYPE = :DB-CLAIM-TYPE
                   END-EXEC
                   IF DB-ROW-COUNT > ZERO
                       MOVE "COVERED" TO VALUE-TEXT
                   ELSE
                       MOVE "NOT COVERED" TO VALUE-TEXT
                   END-IF
               WHEN "SURRENDER_CHARGE"
                   EXEC SQL
                       SELECT CHARGE_PERCENT INTO :DB-PERCENT
                       FROM SURRENDER_CHARGE
                       WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
                         AND POLICY_YEAR = :DB-POLICY-YEAR
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM FORMAT-CHARGE-PERCENT
                   END-IF
               WHEN "EXPERIENCE_SCALE"
                   EXEC SQL
                       SELECT FACTOR INTO :DB-RATE-FACTOR
                       FROM EXPERIENCE_SCALE
                       WHERE CLAIM_COUNT_FROM = :DB-SCALE-COUNT
                         AND LOSS_RATIO_FROM = :DB-SCALE-RATIO
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM FORMAT-RATE-FACTOR
                   END-IF
               WHEN "PREMIUM_TAX_RATE"
                   EXEC SQL
                       SELECT TAX_RATE INTO :DB-RATE-FACTOR
                       FROM PREMIUM_TAX_RATE
                       WHERE JURISDICTION = :DB-JURISDICTION
                         AND PRODUCT_CODE = :DB-PRODUCT-CODE
                         AND TAX_TYPE = :DB-TAX-TYPE
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM FORMAT-TAX-RATE
                   END-IF
               WHEN "APPROVAL_AUTHORITY"
                   EXEC SQL
                       SELECT MAX_APPROVAL_AMOUNT INTO :DB-MAX-AMOUNT
                       FROM APPROVAL_AUTHORITY
                       WHERE REVIEWER_ID = :DB-REVIEWER-ID
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM FORMAT-AUTHORITY
                   END-IF
               WHEN "SYSTEM_PARAMETER"
                   EXEC SQL
                       SELECT PARAM_VALUE INTO :DB-PARAM-VALUE
                       FROM SYSTEM_PARAMETER
                       WHERE PARAM_KEY = :DB-PARAM-KEY
                         AND EFFECTIVE_DATE <= :DB-EFFECTIVE-DATE
                       ORDER BY EFFECTIVE_DATE DESC
                       LIMIT 1
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM FORMAT-PARAMETER
                   END-IF
           END-EVALUATE

           MOVE ZERO TO SQLCODE.

       FORMAT-RATE-FACTOR.

           MOVE DB-RATE-FACTOR TO RATE-EDIT
           MOVE SPACES TO VALUE-TEXT
           STRING "FACTOR " DELIMITED BY SIZE
                  RATE-EDIT DELIMITED BY SIZE
                  INTO VALUE-TEXT.

       FORMAT-NEW-PRODUCT.

           MOVE DB-RATE-FACTOR TO RATE-EDIT
           MOVE SPACES TO VALUE-TEXT
           STRING "ACTIVE, OPENING FACTOR " DELIMITED BY SIZE
                  RATE-EDIT DELIMITED BY SIZE
                  INTO VALUE-TEXT.

       DECODE-PRODUCT-FLAGS.

      * A flag change carries 1 in VALUE-1 for reduced paid-up, 1 in
      * VALUE-2 for indexed, and 2 in VALUE-3 for paying on the
      * second death.

           MOVE "N" TO DB-RPU-ELIGIBLE
           MOVE "N" TO DB-INDEXABLE
           MOVE "FIRST" TO DB-JOINT-PAYS-ON
           IF DB-VALUE-1 = 1
               MOVE "Y" TO DB-RPU-ELIGIBLE
           END-IF
           IF DB-VALUE-2 = 1
               MOVE "Y" TO DB-INDEXABLE
           END-IF
           IF DB-VALUE-3 = 2
               MOVE "SECOND" TO DB-JOINT-PAYS-ON
           END-IF.

       FORMAT-PRODUCT-FLAGS.

           MOVE SPACES TO VALUE-TEXT
           STRING "RPU " DELIMITED BY SIZE
                  DB-RPU-ELIGIBLE DELIMITED BY SIZE
                  " INDEXED " DELIMITED BY SIZE
                  DB-INDEXABLE DELIMITED BY SIZE
                  " PAYS ON " DELIMITED BY SIZE
                  DB-JOINT-PAYS-ON DELIMITED BY SPACE
                  " DEATH" DELIMITED BY SIZE
                  INTO VALUE-TEXT.

       FORMAT-PAYOUT-RULE.

           MOVE DB-PERCENT    TO PERCENT-EDIT
           MOVE DB-DEDUCTIBLE TO AMOUNT-EDIT
           MOVE DB-MAX-PAYOUT TO SECOND-AMOUNT-EDIT
           MOVE SPACES TO VALUE-TEXT
           STRING "PAYS " DELIMITED BY SIZE
                  PERCENT-EDIT DELIMITED BY SIZE
                  "% DED " DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
                  " MAX " DELIMITED BY SIZE
                  SECOND-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO VALUE-TEXT.

       FORMAT-CHARGE-PERCENT.

           MOVE DB-PERCENT TO PERCENT-EDIT
           MOVE SPACES TO VALUE-TEXT
           STRING "CHARGE " DELIMITED BY SIZE
                  PERCENT-EDIT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO VALUE-TEXT.

       FORMAT-TAX-RATE.

           MOVE DB-RATE-FACTOR TO RATE-EDIT
           MOVE SPACES TO VALUE-TEXT
           STRING "TAX RATE " DELIMITED BY SIZE
                  RATE-EDIT DELIMITED BY SIZE
                  INTO VALUE-TEXT.

       FORMAT-AUTHORITY.

           MOVE DB-MAX-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO VALUE-TEXT
           STRING "MAY APPROVE UP TO " DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
                  INTO VALUE-TEXT.

       FORMAT-PARAMETER.

           MOVE DB-PARAM-VALUE TO AMOUNT-EDIT
           MOVE SPACES TO VALUE-TEXT
           STRING "VALUE " DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
                  INTO VALUE-TEXT.

       APPLY-APPROVAL.

      * The live table takes the change, then the change row is
      * stamped APPROVED with the before and after values - both or
      * neither. Keying the same key again replaces the row on file,
      * as re-keying always has for tax rates and authorities.

           MOVE "N" TO APPLY-SWITCH

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           MOVE TODAY-DATE      TO DB-TODAY-DATE
           MOVE NOW-TIME (1:6)  TO DB-NOW-TIME
           MOVE APPROVER-ID     TO DB-DECIDED-BY

           EVALUATE DB-TABLE-NAME
               WHEN "PRODUCT"
                   IF DB-CHANGE-ACTION = "ADD"
                       PERFORM APPLY-NEW-PRODUCT
                           THRU APPLY-NEW-PRODUCT-EXIT
                   ELSE
                       PERFORM APPLY-PRODUCT-FLAGS
                   END-IF
               WHEN "PRODUCT_RATE"
                   PERFORM APPLY-PRODUCT-RATE
               WHEN "CLAIM_PAYOUT_RULE"
                   PERFORM APPLY-PAYOUT-RULE
               WHEN "COVERAGE_MAP"
                   PERFORM APPLY-COVERAGE-ENTRY
               WHEN "SURRENDER_CHARGE"
                   PERFORM APPLY-SURRENDER-CHARGE
               WHEN "EXPERIENCE_SCALE"
                   PERFORM APPLY-EXPERIENCE-STEP
               WHEN "PREMIUM_TAX_RATE"
                   PERFORM APPLY-TAX-RATE
               WHEN "APPROVAL_AUTHORITY"
                   PERFORM APPLY-AUTHORITY
               WHEN "SYSTEM_PARAMETER"
                   PERFORM APPLY-PARAMETER
               WHEN OTHER
                   DISPLAY "UNKNOWN TABLE ON CHANGE: " DB-TABLE-NAME
           END-EVALUATE

           IF NOT CHANGE-APPLIED
               DISPLAY "ERROR APPLYING CHANGE, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO APPLY-APPROVAL-EXIT
           END-IF

           EXEC SQL
               UPDATE REFDATA_CHANGE
               SET STATUS = 'APPROVED',
                   BEFORE_VALUE = :DB-BEFORE-VALUE,
                   AFTER_VALUE = :DB-AFTER-VALUE,
                   DECIDED_BY = :DB-DECIDED-BY,
                   DECIDED_DATE = :DB-TODAY-DATE,
                   DECIDED_TIME = :DB-NOW-TIME
               WHERE CHANGE_ID = :DB-CHANGE-ID
                 AND STATUS = 'PENDING'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR APPROVING CHANGE, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO APPLY-APPROVAL-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC

           DISPLAY "CHANGE " CHANGE-ID " APPROVED AND NOW ON "
                   DB-TABLE-NAME.

       APPLY-APPROVAL-EXIT.
           EXIT.

       APPLY-NEW-PRODUCT.

      * The pending product goes active at its opening rate, and
      * that rate is its first dated rate version, so the rate
      * history starts the day the product was keyed.

           MOVE DB-VALUE-1 TO DB-RATE-FACTOR

           EXEC SQL
               UPDATE PRODUCT
               SET STATUS = 'ACTIVE',
                   BASE_RATE_FACTOR = :DB-RATE-FACTOR
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND STATUS = 'PENDING'
           END-EXEC

           IF SQLCODE NOT = 0
               GO TO APPLY-NEW-PRODUCT-EXIT
           END-IF

           EXEC SQL
               DELETE FROM PRODUCT_RATE
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND EFFECTIVE_DATE = :DB-EFFECTIVE-DATE
           END-EXEC

           EXEC SQL
               INSERT INTO PRODUCT_RATE
                   (PRODUCT_CODE, EFFECTIVE_DATE, BASE_RATE_FACTOR)
               VALUES
                   (:DB-PRODUCT-CODE, :DB-EFFECTIVE-DATE,
                    :DB-RATE-FACTOR)
           END-EXEC

           IF SQLCODE = 0
               SET CHANGE-APPLIED TO TRUE
           END-IF.

       APPLY-NEW-PRODUCT-EXIT.
           EXIT.

       APPLY-PRODUCT-FLAGS.

      * Policies already on the product take the new flags from the
      * next run that reads them - LAPSEBATCH for reduced paid-up,
      * INDEXBATCH for the anniversary offer, CLAIMENGINE for which
      * death pays.

           PERFORM DECODE-PRODUCT-FLAGS

           EXEC SQL
               UPDATE PRODUCT
               SET RPU_ELIGIBLE = :DB-RPU-ELIGIBLE,
                   INDEXABLE = :DB-INDEXABLE,
                   JOINT_PAYS_ON = :DB-JOINT-PAYS-ON
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
           END-EXEC

           IF SQLCODE = 0
               SET CHANGE-APPLIED TO TRUE
           END-IF.

       APPLY-PRODUCT-RATE.

           MOVE DB-VALUE-1 TO DB-RATE-FACTOR

           EXEC SQL
               DELETE FROM PRODUCT_RATE
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND EFFECTIVE_DATE = :DB-EFFECTIVE-DATE
           END-EXEC

           EXEC SQL
               INSERT INTO PRODUCT_RATE
                   (PRODUCT_CODE, EFFECTIVE_DATE, BASE_RATE_FACTOR)
               VALUES
                   (:DB-PRODUCT-CODE, :DB-EFFECTIVE-DATE,
                    :DB-RATE-FACTOR)
           END-EXEC

           IF SQLCODE = 0
               SET CHANGE-APPLIED TO TRUE

      * The PRODUCT row keeps carrying the latest rate as the
      * fallback for anything that rates without a date.

               EXEC SQL
                   UPDATE PRODUCT
                   SET BASE_RATE_FACTOR = :DB-RATE-FACTOR
                   WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
                     AND :DB-EFFECTIVE-DATE >=
                         (SELECT IFNULL(MAX(EFFECTIVE_DATE), 0)
                          FROM PRODUCT_RATE
                          WHERE PRODUCT_CODE = :DB-PRODUCT-CODE)
               END-EXEC
               MOVE ZERO TO SQLCODE
           END-IF.

       APPLY-PAYOUT-RULE.

           MOVE DB-VALUE-1 TO DB-PERCENT
           MOVE DB-VALUE-2 TO DB-DEDUCTIBLE
           MOVE DB-VALUE-3 TO DB-MAX-PAYOUT

           EXEC SQL
               DELETE FROM CLAIM_PAYOUT_RULE
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND CLAIM_TYPE = :DB-CLAIM-TYPE
                 AND EFFECTIVE_DATE = :DB-EFFECTIVE-DATE
           END-EXEC

           EXEC SQL
               INSERT INTO CLAIM_PAYOUT_RULE
                   (PRODUCT_CODE, CLAIM_TYPE, EFFECTIVE_DATE,
                    PAYOUT_PERCENT, DEDUCTIBLE, MAX_PAYOUT)
               VALUES
                   (:DB-PRODUCT-CODE, :DB-CLAIM-TYPE,
                    :DB-EFFECTIVE-DATE, :DB-PERCENT,
                    :DB-DEDUCTIBLE, :DB-MAX-PAYOUT)
           END-EXEC

           IF SQLCODE = 0
               SET CHANGE-APPLIED TO TRUE
           END-IF.

       APPLY-COVERAGE-ENTRY.

           EXEC SQL
               DELETE FROM COVERAGE_MAP
               WHERE COVERAGE_KEY = :DB-COVERAGE-KEY
                 AND CLAIM_TYPE = :DB-CLAIM-TYPE
           END-EXEC

           IF DB-CHANGE-ACTION = "REMOVE"
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL
                   INSERT INTO COVERAGE_MAP (COVERAGE_KEY, CLAIM_TYPE)
                   VALUES (:DB-COVERAGE-KEY, :DB-CLAIM-TYPE)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               SET CHANGE-APPLIED TO TRUE
           END-IF.

       APPLY-SURRENDER-CHARGE.

           MOVE DB-VALUE-1 TO DB-PERCENT

           EXEC SQL
               DELETE FROM SURRENDER_CHARGE
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND POLICY_YEAR = :DB-POLICY-YEAR
           END-EXEC

           EXEC SQL
               INSERT INTO SURRENDER_CHARGE
                   (PRODUCT_CODE, POLICY_YEAR, CHARGE_PERCENT)
               VALUES
                   (:DB-PRODUCT-CODE, :DB-POLICY-YEAR, :DB-PERCENT)
           END-EXEC

           IF SQLCODE = 0
               SET CHANGE-APPLIED TO TRUE
           END-IF.

       APPLY-EXPERIENCE-STEP.

           MOVE DB-VALUE-1 TO DB-RATE-FACTOR

           EXEC SQL
               DELETE FROM EXPERIENCE_SCALE
               WHERE CLAIM_COUNT_FROM = :DB-SCALE-COUNT
                 AND LOSS_RATIO_FROM = :DB-SCALE-RATIO
           END-EXEC

           EXEC SQL
               INSERT INTO EXPERIENCE_SCALE
                   (CLAIM_COUNT_FROM, LOSS_RATIO_FROM, FACTOR)
               VALUES
                   (:DB-SCALE-COUNT, :DB-SCALE-RATIO,
                    :DB-RATE-FACTOR)
           END-EXEC

           IF SQLCODE = 0
               SET CHANGE-APPLIED TO TRUE
           END-IF.

       APPLY-TAX-RATE.

           MOVE DB-VALUE-1 TO DB-RATE-FACTOR

           EXEC SQL
               DELETE FROM PREMIUM_TAX_RATE
               WHERE JURISDICTION = :DB-JURISDICTION
                 AND PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND TAX_TYPE = :DB-TAX-TYPE
           END-EXEC

           EXEC SQL
               INSERT INTO PREMIUM_TAX_RATE
                   (JURISDICTION, PRODUCT_CODE, TAX_TYPE, TAX_RATE)
               VALUES
                   (:DB-JURISDICTION, :DB-PRODUCT-CODE,
                    :DB-TAX-TYPE, :DB-RATE-FACTOR)
           END-EXEC

           IF SQLCODE = 0
               SET CHANGE-APPLIED TO TRUE
           END-IF.

       APPLY-AUTHORITY.

           MOVE DB-VALUE-1 TO DB-MAX-AMOUNT

           EXEC SQL
               DELETE FROM APPROVAL_AUTHORITY
               WHERE REVIEWER_ID = :DB-REVIEWER-ID
           END-EXEC

           IF DB-CHANGE-ACTION = "REMOVE"
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL
                   INSERT INTO APPROVAL_AUTHORITY
                       (REVIEWER_ID, MAX_APPROVAL_AMOUNT)
                   VALUES
                       (:DB-REVIEWER-ID, :DB-MAX-AMOUNT)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               SET CHANGE-APPLIED TO TRUE
           END-IF.

       APPLY-PARAMETER.

      * CHANGED_BY on the parameter stays the user who keyed the
      * value; who approved it is on the change log.

           MOVE DB-VALUE-1 TO DB-PARAM-VALUE

           EXEC SQL
               DELETE FROM SYSTEM_PARAMETER
               WHERE PARAM_KEY = :DB-PARAM-KEY
                 AND EFFECTIVE_DATE = :DB-EFFECTIVE-DATE
           END-EXEC

           EXEC SQL
               INSERT INTO SYSTEM_PARAMETER
                   (PARAM_KEY, EFFECTIVE_DATE, PARAM_VALUE,
                    CHANGED_BY)
               VALUES
                   (:DB-PARAM-KEY, :DB-EFFECTIVE-DATE,
                    :DB-PARAM-VALUE, :DB-KEYED-BY)
           END-EXEC

           IF SQLCODE = 0
               SET CHANGE-APPLIED TO TRUE
           END-IF.

       APPLY-REJECTION.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           MOVE TODAY-DATE      TO DB-TODAY-DATE
           MOVE NOW-TIME (1:6)  TO DB-NOW-TIME
           MOVE APPROVER-ID     TO DB-DECIDED-BY
           MOVE REJECT-REASON   TO DB-REJECT-REASON

           PERFORM DESCRIBE-NEW-VALUE
           MOVE VALUE-TEXT TO DB-AFTER-VALUE

           EXEC SQL
               UPDATE REFDATA_CHANGE
               SET STATUS = 'REJECTED',
                   AFTER_VALUE = :DB-AFTER-VALUE,
                   DECIDED_BY = :DB-DECIDED-BY,
                   DECIDED_DATE = :DB-TODAY-DATE,
                   DECIDED_TIME = :DB-NOW-TIME,
                   REJECT_REASON = :DB-REJECT-REASON
               WHERE CHANGE_ID = :DB-CHANGE-ID
                 AND STATUS = 'PENDING'
           END-EXEC

           IF SQLCODE = 0
              AND DB-TABLE-NAME = "PRODUCT"
              AND DB-CHANGE-ACTION = "ADD"
               PERFORM REMOVE-REJECTED-PRODUCT
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "ERROR REJECTING CHANGE, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY "CHANGE " CHANGE-ID " REJECTED - "
                       DB-TABLE-NAME " NOT CHANGED"
           END-IF.

       REMOVE-REJECTED-PRODUCT.

      * A rejected new product never went active, so its pending row
      * comes off the product table and the code can be keyed again.

           EXEC SQL
               DELETE FROM PRODUCT
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND STATUS = 'PENDING'
           END-EXEC.

       REPORT-CHANGES-FOR-PERIOD.

      * Every reference-data change decided in the period, approved
      * or rejected, in the order it was decided - written to
      * REFCHGRPT for the audit file.

           DISPLAY "ENTER FROM DATE (YYYYMMDD):"
           ACCEPT REPORT-FROM-DATE

           DISPLAY "ENTER TO DATE (YYYYMMDD):"
           ACCEPT REPORT-TO-DATE

           MOVE REPORT-FROM-DATE TO DB-FROM-DATE
           MOVE REPORT-TO-DATE   TO DB-TO-DATE
           MOVE ZERO TO CHANGES-REPORTED

           OPEN OUTPUT CHANGE-REPORT

           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING "REFERENCE-DATA CHANGES DECIDED " DELIMITED BY SIZE
                  REPORT-FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  REPORT-TO-DATE DELIMITED BY SIZE
                  INTO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE change_log_cursor CURSOR FOR
               SELECT CHANGE_ID, TABLE_NAME, CHANGE_ACTION,
                      IFNULL(KEY_1, ' '), IFNULL(KEY_2, ' '),
                      IFNULL(KEY_3, ' '), IFNULL(KEY_NUMBER_1, 0),
                      IFNULL(KEY_NUMBER_2, 0),
                      IFNULL(EFFECTIVE_DATE, 0),
                      IFNULL(BEFORE_VALUE, ' '),
                      IFNULL(AFTER_VALUE, ' '), STATUS,
                      KEYED_BY, KEYED_DATE, IFNULL(KEYED_TIME, ' '),
                      DECIDED_BY, DECIDED_DATE,
                      IFNULL(DECIDED_TIME, ' '),
                      IFNULL(REJECT_REASON, ' ')
               FROM REFDATA_CHANGE
               WHERE STATUS IN ('APPROVED', 'REJECTED')
                 AND DECIDED_DATE >= :DB-FROM-DATE
                 AND DECIDED_DATE <= :DB-TO-DATE
               ORDER BY DECIDED_DATE, DECIDED_TIME, CHANGE_ID
           END-EXEC.

           EXEC SQL OPEN change_log_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH change_log_cursor
                   INTO :DB-CHANGE-ID, :DB-TABLE-NAME,
                        :DB-CHANGE-ACTION, :DB-KEY-1, :DB-KEY-2,
                        :DB-KEY-3, :DB-KEY-NUMBER-1,
                        :DB-KEY-NUMBER-2, :DB-EFFECTIVE-DATE,
                        :DB-BEFORE-VALUE, :DB-AFTER-VALUE,
                        :DB-CHANGE-STATUS, :DB-KEYED-BY,
                        :DB-KEYED-DATE, :DB-KEYED-TIME,
                        :DB-DECIDED-BY, :DB-DECIDED-DATE,
                        :DB-DECIDED-TIME, :DB-REJECT-REASON
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-CHANGE-LINES
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE change_log_cursor END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           MOVE SPACES TO CHANGE-REPORT-LINE
           MOVE CHANGES-REPORTED TO KEY-NUMBER-EDIT
           STRING "CHANGES REPORTED: " DELIMITED BY SIZE
                  KEY-NUMBER-EDIT DELIMITED BY SIZE
                  INTO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE

           CLOSE CHANGE-REPORT

           DISPLAY "CHANGE REPORT WRITTEN TO REFCHGRPT, CHANGES: "
                   CHANGES-REPORTED.

       WRITE-CHANGE-LINES.

           ADD 1 TO CHANGES-REPORTED
           PERFORM DESCRIBE-CHANGE-KEY
           MOVE DB-CHANGE-ID TO ID-EDIT

           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE

           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING ID-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DB-CHANGE-STATUS DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  DB-TABLE-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  KEY-TEXT DELIMITED BY "  "
                  INTO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE

           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING "          BEFORE: " DELIMITED BY SIZE
                  DB-BEFORE-VALUE DELIMITED BY SIZE
                  " AFTER: " DELIMITED BY SIZE
                  DB-AFTER-VALUE DELIMITED BY SIZE
                  INTO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE

           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING "          KEYED BY " DELIMITED BY SIZE
                  DB-KEYED-BY DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  DB-KEYED-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DB-KEYED-TIME DELIMITED BY SIZE
                  "  DECIDED BY " DELIMITED BY SIZE
                  DB-DECIDED-BY DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  DB-DECIDED-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DB-DECIDED-TIME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DB-REJECT-REASON DELIMITED BY "  "
                  INTO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE.

       SIGN-ON-USER.

           CALL "USERSIGNON"
                USING SIGNON-ROLE-REQUIRED
                      SIGNON-USER-ID
                      SIGNON-OK-FLAG.
