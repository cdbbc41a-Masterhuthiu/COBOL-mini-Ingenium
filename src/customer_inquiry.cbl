       01 DB-APPROVED-AMOUNT        PIC 9(7)V99.
       01 DB-CLAIM-STATUS           PIC X(16).
       01 DB-CLAIM-DATE             PIC X(08).
       01 DB-LOSS-DATE              PIC X(08).
       01 DB-ENDORSEMENT-TYPE       PIC X(10).
       01 DB-OLD-TOTAL-PREMIUM      PIC 9(7)V99.
       01 DB-NEW-TOTAL-PREMIUM      PIC 9(7)V99.
       01 DB-ENDORSED-DATE          PIC X(08).
       01 DB-ADDRESS-STATUS         PIC X(04).
       01 DB-ADDRESS-BAD-DATE       PIC X(08).
       01 DB-CORR-ID                PIC 9(09).
       01 DB-DOC-TYPE               PIC X(12).
       01 DB-SENT-DATE              PIC X(08).
       01 DB-CORR-STATUS            PIC X(10).
       01 DB-RETURN-DATE            PIC X(08).
       01 DB-TRACE-STATUS           PIC X(10).
       01 DB-ADDRESS-USED           PIC X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                   PIC S9(9) COMP VALUE 0.


           EXEC SQL
               SELECT CUSTOMER_NAME, ADDRESS, DATE_OF_BIRTH,
                      CONTACT_INFO, IFNULL(ADDRESS_STATUS, 'GOOD'),
                      IFNULL(ADDRESS_BAD_DATE, '00000000')
               INTO :DB-CUSTOMER-NAME, :DB-CUSTOMER-ADDRESS,
                    :DB-CUSTOMER-DOB, :DB-CUSTOMER-CONTACT,
                    :DB-ADDRESS-STATUS, :DB-ADDRESS-BAD-DATE
               FROM CUSTOMER
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC
               DISPLAY "CUSTOMER ID: " CUSTOMER-ID
               DISPLAY "NAME: " DB-CUSTOMER-NAME
               DISPLAY "ADDRESS: " DB-CUSTOMER-ADDRESS
               IF DB-ADDRESS-STATUS = "BAD"
                   DISPLAY "  ADDRESS BAD SINCE " DB-ADDRESS-BAD-DATE
                           " - MAIL SUPPRESSED, ON TRACE LIST"
               END-IF
               DISPLAY "DATE OF BIRTH: " DB-CUSTOMER-DOB
               DISPLAY "CONTACT: " DB-CUSTOMER-CONTACT
               DISPLAY "------------------------------"
               PERFORM DISPLAY-OPEN-INVOICES
               PERFORM DISPLAY-CLAIM-HISTORY
               PERFORM DISPLAY-RECENT-ENDORSEMENTS
               PERFORM DISPLAY-CORRESPONDENCE
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.
               DECLARE cust_claim_cursor CURSOR FOR
               SELECT C.CLAIM_ID, C.POLICY_ID, C.CLAIM_TYPE,
                      C.CLAIM_AMOUNT, C.APPROVED_AMOUNT, C.STATUS,
                      C.CLAIM_DATE, IFNULL(C.LOSS_DATE, C.CLAIM_DATE)
               FROM CLAIM_HISTORY C, POLICY P
               WHERE C.POLICY_ID = P.POLICY_ID
                 AND P.CUSTOMER_ID = :DB-CUSTOMER-ID
                 AND C.CLAIM_TYPE <> 'SURRENDER'
               ORDER BY C.CLAIM_DATE
           END-EXEC.

                   FETCH cust_claim_cursor
                   INTO :DB-CLAIM-ID, :DB-POLICY-ID, :DB-CLAIM-TYPE,
                        :DB-CLAIM-AMOUNT, :DB-APPROVED-AMOUNT,
                        :DB-CLAIM-STATUS, :DB-CLAIM-DATE,
                        :DB-LOSS-DATE
               END-EXEC
               IF SQLCODE = 0
                   SET SECTION-FOUND TO TRUE
                           "  APPROVED: " DB-APPROVED-AMOUNT
                           "  STATUS: " DB-CLAIM-STATUS
                           "  DATE: " DB-CLAIM-DATE
                           "  LOSS: " DB-LOSS-DATE
               END-IF
           END-PERFORM.

               DISPLAY "  NONE"
           END-IF
           MOVE ZERO TO SQLCODE.

       DISPLAY-CORRESPONDENCE.

      * What was mailed to the customer, where, and what became of
      * it - the answer to "I never got a letter".

           MOVE "N" TO SECTION-FOUND-SWITCH

           EXEC SQL
               DECLARE cust_corr_cursor CURSOR FOR
               SELECT CORR_ID, IFNULL(DOC_TYPE, ' '),
                      IFNULL(POLICY_ID, 0), IFNULL(SENT_DATE, ' '),
                      IFNULL(STATUS, ' '),
                      IFNULL(RETURN_DATE, '00000000'),
                      IFNULL(TRACE_STATUS, ' '),
                      IFNULL(ADDRESS_USED, ' ')
               FROM CORRESPONDENCE
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
               ORDER BY SENT_DATE DESC, CORR_ID DESC
               LIMIT 10
           END-EXEC.

           EXEC SQL OPEN cust_corr_cursor END-EXEC.

           DISPLAY "CORRESPONDENCE:"
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH cust_corr_cursor
                   INTO :DB-CORR-ID, :DB-DOC-TYPE, :DB-POLICY-ID,
                        :DB-SENT-DATE, :DB-CORR-STATUS,
                        :DB-RETURN-DATE, :DB-TRACE-STATUS,
                        :DB-ADDRESS-USED
               END-EXEC
               IF SQLCODE = 0
                   SET SECTION-FOUND TO TRUE
                   DISPLAY "  " DB-SENT-DATE "  " DB-DOC-TYPE
                           "  POLICY " DB-POLICY-ID
                           "  " DB-CORR-STATUS
                           "  TRACE: " DB-TRACE-STATUS
                   DISPLAY "    TO: " DB-ADDRESS-USED
                   IF DB-CORR-STATUS = "RETURNED"
                       DISPLAY "    RETURNED: " DB-RETURN-DATE
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE cust_corr_cursor END-EXEC.

           IF NOT SECTION-FOUND
               DISPLAY "  NONE"
           END-IF
           MOVE ZERO TO SQLCODE.
