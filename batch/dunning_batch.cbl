       01 TARGET-NOTICE-LEVEL      PIC 9(01).

       01 NOTICES-GENERATED        PIC 9(9) COMP VALUE ZERO.
       01 NOTICES-SUPPRESSED       PIC 9(9) COMP VALUE ZERO.

      * Each notice is logged on the correspondence register before
      * it is printed. A customer whose mail has been coming back is
      * not sent another one - CORRLOG logs it suppressed and puts it
      * on the address trace list instead.

       01 COR-DOC-TYPE             PIC X(12).
       01 COR-SOURCE-PROGRAM       PIC X(14) VALUE "DUNNINGBATCH".
       01 COR-DOC-REF              PIC X(12).
       01 COR-POLICY-ID            PIC 9(06).
       01 COR-CUSTOMER-ID          PIC 9(06).
       01 COR-AGENT-ID             PIC 9(06) VALUE ZERO.
       01 COR-RESULT               PIC X(01).
           88 COR-SUPPRESSED                 VALUE "X".
       01 COR-CORR-ID              PIC 9(09).


      * Run-start values for the business parameters this program
       01 DB-DUE-DATE              PIC 9(08).
       01 DB-NOTICE-LEVEL          PIC 9(01).
       01 DB-NOTICE-DATE           PIC 9(08).
       01 DB-CUSTOMER-ID           PIC 9(06).
       01 DB-CUSTOMER-NAME         PIC X(30).
       01 DB-CUSTOMER-ADDRESS      PIC X(40).
       01 DB-PARAM-KEY        PIC X(20).
      * The amount chased is the open balance - a customer who has
      * paid part of the invoice is only reminded about what is
      * actually still owed, and an invoice already paid down to
      * zero (just not yet flipped) is not noticed at all. Nor is an
      * invoice whose direct debit is with the bank and not yet
      * settled - the customer has already paid it as far as they
      * know. If the debit bounces, DDRETURN reopens it and it is
      * chased from then on.

           EXEC SQL
               DECLARE dunning_cursor CURSOR FOR
                      I.AMOUNT - IFNULL(I.PAID_TO_DATE, 0),
                      I.DUE_DATE,
                      IFNULL(I.NOTICE_LEVEL, 0),
                      IFNULL(P.CUSTOMER_ID, 0),
                      IFNULL(C.CUSTOMER_NAME, P.CUSTOMER_NAME),
                      IFNULL(C.ADDRESS, ' ')
               FROM INVOICE I
               WHERE I.STATUS = 'UNPAID'
                 AND IFNULL(I.INVOICE_TYPE, 'PREMIUM') <> 'CREDIT'
                 AND I.AMOUNT - IFNULL(I.PAID_TO_DATE, 0) > 0
                 AND NOT EXISTS
                     (SELECT 1 FROM DD_COLLECTION D
                      WHERE D.INVOICE_ID = I.INVOICE_ID
                        AND D.STATUS = 'SUBMITTED')
           END-EXEC.

           EXEC SQL OPEN dunning_cursor END-EXEC.
                   FETCH dunning_cursor
                   INTO :DB-INVOICE-ID, :DB-POLICY-ID, :DB-AMOUNT,
                        :DB-DUE-DATE, :DB-NOTICE-LEVEL,
                        :DB-CUSTOMER-ID, :DB-CUSTOMER-NAME,
                        :DB-CUSTOMER-ADDRESS
               END-EXEC
               IF SQLCODE = 0
                   PERFORM CHECK-ONE-INVOICE-FOR-NOTICE
           CLOSE DUNNING-NOTICE-FILE

           DISPLAY "NOTICES GENERATED: " NOTICES-GENERATED
           DISPLAY "NOTICES SUPPRESSED, BAD ADDRESS: "
                   NOTICES-SUPPRESSED
           PERFORM RECORD-STEP-METRICS

           DISPLAY "--- DUNNING NOTICE PROCESS FINISHED ---"
           COMPUTE LAPSE-DATE =
                   FUNCTION DATE-OF-INTEGER (LAPSE-DATE-INTEGER)

           PERFORM LOG-ONE-NOTICE

      * A suppressed notice still counts as given - the level moves
      * on so the lapse step is not held up waiting for a letter
      * that cannot be delivered.

           IF COR-SUPPRESSED
               ADD 1 TO NOTICES-SUPPRESSED
           ELSE
               MOVE TARGET-NOTICE-LEVEL TO DUN-NOTICE-LEVEL
               MOVE DB-POLICY-ID        TO DUN-POLICY-ID
               MOVE DB-INVOICE-ID       TO DUN-INVOICE-ID
               MOVE DB-CUSTOMER-NAME    TO DUN-CUSTOMER-NAME
               MOVE DB-CUSTOMER-ADDRESS TO DUN-CUSTOMER-ADDRESS
               MOVE DB-AMOUNT           TO DUN-AMOUNT
               MOVE DAYS-OVERDUE        TO DUN-DAYS-OVERDUE
               MOVE LAPSE-DATE          TO DUN-LAPSE-DATE
               WRITE DUNNING-NOTICE-RECORD
           END-IF

           MOVE TARGET-NOTICE-LEVEL TO DB-NOTICE-LEVEL
           MOVE TODAY-DATE          TO DB-NOTICE-DATE

           ADD 1 TO NOTICES-GENERATED.

       LOG-ONE-NOTICE.

           IF TARGET-NOTICE-LEVEL = 2
               MOVE "DUNNING-2" TO COR-DOC-TYPE
           ELSE
               MOVE "DUNNING-1" TO COR-DOC-TYPE
           END-IF
           MOVE DB-INVOICE-ID  TO COR-DOC-REF
           MOVE DB-POLICY-ID   TO COR-POLICY-ID
           MOVE DB-CUSTOMER-ID TO COR-CUSTOMER-ID

           CALL "CORRLOG"
                USING COR-DOC-TYPE
                      COR-SOURCE-PROGRAM
                      COR-DOC-REF
                      COR-POLICY-ID
                      COR-CUSTOMER-ID
                      COR-AGENT-ID
                      COR-RESULT
                      COR-CORR-ID.

       LOAD-RUN-PARAMETERS.

      * The value in force at today's date applies for the whole

           MOVE "NOTICES-GENERATED" TO MET-METRIC-NAME
           MOVE NOTICES-GENERATED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "NOTICES-SUPPRESSED" TO MET-METRIC-NAME
           MOVE NOTICES-SUPPRESSED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
