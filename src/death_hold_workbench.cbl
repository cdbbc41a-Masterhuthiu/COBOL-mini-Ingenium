           05 CHD-HELD-DATE           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 CHD-DAYS-HELD           PIC ZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 CHD-NOTE                PIC X(05).

       WORKING-STORAGE SECTION.

       01 SNAP-SOURCE          PIC X(12) VALUE "DEATHHOLD".
       01 SNAP-USER            PIC X(20) VALUE "DEATHHOLDWB".

      * Each chase letter is logged on the correspondence register.
      * Where the policy owner's address is marked bad the letter is
      * held back and the line is flagged TRACE - the address trace
      * work-list has it.

       01 COR-DOC-TYPE         PIC X(12) VALUE "DEATH-CHASE".
       01 COR-SOURCE-PROGRAM   PIC X(14) VALUE "DEATHHOLDWB".
       01 COR-DOC-REF          PIC X(12).
       01 COR-POLICY-ID        PIC 9(06).
       01 COR-CUSTOMER-ID      PIC 9(06) VALUE ZERO.
       01 COR-AGENT-ID         PIC 9(06) VALUE ZERO.
       01 COR-RESULT           PIC X(01).
           88 COR-SUPPRESSED             VALUE "X".
       01 COR-CORR-ID          PIC 9(09).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-POLICY-ID          PIC 9(06).
       01 DB-STATUS             PIC X(10).
       01 DB-WINDOW-STATUS      PIC X(10).
       01 DB-SECOND-AGENT     PIC 9(06).
       01 DB-SPLIT-PERCENT    PIC 9(3)V99.
       01 DB-REQUEST-ID         PIC 9(09).
       01 DB-PAYOUT-TYPE        PIC X(10).
       01 DB-AUDIT-USER        PIC X(20)
                              VALUE "DEATHHOLDWB".
       EXEC SQL END DECLARE SECTION END-EXEC.
               SELECT CUSTOMER_NAME INTO :DB-NEW-OWNER-NAME
               FROM CUSTOMER
               WHERE CUSTOMER_ID = :DB-NEW-OWNER-ID
                 AND IFNULL(STATUS, 'ACTIVE')
                     NOT IN ('MERGED', 'ANONYMISED')
           END-EXEC

           IF SQLCODE = 0
               MOVE ZERO TO SQLCODE
           ELSE
               DISPLAY "PREMIUM REFUND RECORDED: " REFUND-AMOUNT
               PERFORM QUEUE-REFUND-PAYOUT
           END-IF

           IF COMMISSION-REVERSAL > ZERO

           EXEC SQL COMMIT END-EXEC.

       QUEUE-REFUND-PAYOUT.

      * The refund is paid off the disbursement ledger as a
      * PREMREFUND request - never as a claim - with the GL
      * accounts, payment method and approval rule of its
      * PAYOUT_TYPE row. The terminating claim (zero when there is
      * none) is kept as the request's source reference.

           EXEC SQL
               SELECT IFNULL(MAX(REQUEST_ID), 0) + 1
               INTO :DB-REQUEST-ID
               FROM DISBURSEMENT_REQUEST
           END-EXEC

           MOVE "PREMREFUND" TO DB-PAYOUT-TYPE

           EXEC SQL
               INSERT INTO DISBURSEMENT_REQUEST
                   (REQUEST_ID, PAYMENT_TYPE, POLICY_ID, SOURCE_REF,
                    PAYEE_NAME, AMOUNT, CURRENCY_CODE, DEBIT_ACCOUNT,
                    CREDIT_ACCOUNT, PAYMENT_METHOD, APPROVAL_STATUS,
                    REQUESTED_BY, REQUESTED_DATE, APPROVED_BY,
                    APPROVED_DATE, PAYMENT_STATUS)
               SELECT :DB-REQUEST-ID, PAYMENT_TYPE, :DB-POLICY-ID,
                      :DB-CLAIM-ID, :DB-PAYEE-NAME, :DB-REFUND-AMOUNT,
                      :DB-CURRENCY-CODE, DEBIT_ACCOUNT,
                      CREDIT_ACCOUNT, PAYMENT_METHOD,
                      CASE WHEN APPROVAL_REQUIRED = 'N'
                           THEN 'APPROVED' ELSE 'PENDING' END,
                      :DB-AUDIT-USER, :DB-TERMINATION-DATE,
                      CASE WHEN APPROVAL_REQUIRED = 'N'
                           THEN :DB-AUDIT-USER ELSE ' ' END,
                      CASE WHEN APPROVAL_REQUIRED = 'N'
                           THEN :DB-TERMINATION-DATE ELSE ' ' END,
                      'UNPAID'
               FROM PAYOUT_TYPE
               WHERE PAYMENT_TYPE = :DB-PAYOUT-TYPE
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR QUEUEING REFUND PAYOUT, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               DISPLAY "DISBURSEMENT REQUEST " DB-REQUEST-ID
                       " RAISED"
           END-IF.

       REVERSE-AGENT-COMMISSION.

      * The reversal follows the same split the commission was paid
               MOVE DB-CUSTOMER-NAME TO CHD-CUSTOMER-NAME
               MOVE DB-HELD-DATE     TO CHD-HELD-DATE
               MOVE DAYS-HELD        TO CHD-DAYS-HELD
               PERFORM LOG-CHASE-LETTER
               IF COR-SUPPRESSED
                   MOVE "TRACE" TO CHD-NOTE
               ELSE
                   MOVE SPACES  TO CHD-NOTE
               END-IF
               WRITE CHASE-DETAIL-LINE
           END-IF.

       LOG-CHASE-LETTER.

           MOVE DB-POLICY-ID TO COR-POLICY-ID
           MOVE DB-HELD-DATE TO COR-DOC-REF

           CALL "CORRLOG"
                USING COR-DOC-TYPE
                      COR-SOURCE-PROGRAM
                      COR-DOC-REF
                      COR-POLICY-ID
                      COR-CUSTOMER-ID
                      COR-AGENT-ID
                      COR-RESULT
                      COR-CORR-ID.

       SIGN-ON-USER.

           CALL "USERSIGNON"
