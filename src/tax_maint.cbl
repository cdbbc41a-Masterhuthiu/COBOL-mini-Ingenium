       01 TAX-RATE             PIC 9V999.
       01 CUSTOMER-ID          PIC 9(06).

      * Setting a customer's jurisdiction is a change of their
      * details like any other - it goes through ADDRRECORD, so the
      * old jurisdiction stays on the address history and unpaid
      * invoices falling due from today are re-taxed.

       01 ADR-CUSTOMER-ID      PIC 9(06).
       01 ADR-ADDRESS          PIC X(40).
       01 ADR-CONTACT          PIC X(20).
       01 ADR-JURISDICTION     PIC X(10).
       01 ADR-EFFECTIVE-DATE   PIC 9(08).
       01 ADR-SOURCE           PIC X(10) VALUE "TAXMAINT".
       01 ADR-USER             PIC X(20).
       01 ADR-HISTORY-ID       PIC 9(09).
       01 ADR-INVOICES-RETAXED PIC 9(05).
       01 ADR-RESULT           PIC X(01).
           88 ADR-APPLIED                VALUE "A".

      * A new or changed tax rate is held for a second user to
      * approve in REFAPPROVE before billing picks it up.

       01 REFDATA-CHANGE-FIELDS.
           05 RFQ-TABLE-NAME       PIC X(20).
           05 RFQ-CHANGE-ACTION    PIC X(06).
           05 RFQ-KEY-1            PIC X(20).
           05 RFQ-KEY-2            PIC X(20).
           05 RFQ-KEY-3            PIC X(20).
           05 RFQ-KEY-NUMBER-1     PIC 9(05).
           05 RFQ-KEY-NUMBER-2     PIC 9(05).
           05 RFQ-EFFECTIVE-DATE   PIC 9(08).
           05 RFQ-VALUE-1          PIC 9(9)V999.
           05 RFQ-VALUE-2          PIC 9(9)V999.
           05 RFQ-VALUE-3          PIC 9(9)V999.
           05 RFQ-KEYED-BY         PIC X(20).
           05 RFQ-CHANGE-ID        PIC 9(09).

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".
       01 WINDOW-BLOCKED-SWITCH PIC X(01) VALUE "N".
       01 DB-TAX-RATE          PIC 9V999.
       01 DB-CUSTOMER-ID       PIC 9(06).
       01 DB-WINDOW-STATUS     PIC X(10).
       01 DB-CUSTOMER-ADDRESS  PIC X(40).
       01 DB-CUSTOMER-CONTACT  PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

           DISPLAY "ENTER RATE (E.G. 050 = 5.0%):"
           ACCEPT TAX-RATE

      * Re-keying a rate replaces the one on file once approved.

           INITIALIZE REFDATA-CHANGE-FIELDS
           MOVE "PREMIUM_TAX_RATE" TO RFQ-TABLE-NAME
           MOVE "SET"              TO RFQ-CHANGE-ACTION
           MOVE JURISDICTION       TO RFQ-KEY-1
           MOVE PRODUCT-CODE       TO RFQ-KEY-2
           MOVE TAX-TYPE           TO RFQ-KEY-3
           MOVE TAX-RATE           TO RFQ-VALUE-1

           PERFORM QUEUE-FOR-APPROVAL.

       SET-CUSTOMER-JURISDICTION.

           ACCEPT JURISDICTION

           MOVE CUSTOMER-ID  TO DB-CUSTOMER-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT IFNULL(ADDRESS, ' '), IFNULL(CONTACT_INFO, ' ')
               INTO :DB-CUSTOMER-ADDRESS, :DB-CUSTOMER-CONTACT
               FROM CUSTOMER
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "CUSTOMER NOT FOUND, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               EXEC SQL DISCONNECT CURRENT END-EXEC
           ELSE
               EXEC SQL DISCONNECT CURRENT END-EXEC
               PERFORM RECORD-JURISDICTION-CHANGE
           END-IF.

       RECORD-JURISDICTION-CHANGE.

           MOVE CUSTOMER-ID         TO ADR-CUSTOMER-ID
           MOVE DB-CUSTOMER-ADDRESS TO ADR-ADDRESS
           MOVE DB-CUSTOMER-CONTACT TO ADR-CONTACT
           MOVE JURISDICTION        TO ADR-JURISDICTION
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
               DISPLAY "CUSTOMER " CUSTOMER-ID " NOW IN "
                       JURISDICTION
               DISPLAY "INVOICES RE-TAXED: " ADR-INVOICES-RETAXED
           ELSE
               DISPLAY "JURISDICTION NOT CHANGED"
           END-IF.

       QUEUE-FOR-APPROVAL.

           MOVE SIGNON-USER-ID TO RFQ-KEYED-BY

           CALL "REFQUEUE"
                USING RFQ-TABLE-NAME
                      RFQ-CHANGE-ACTION
                      RFQ-KEY-1
                      RFQ-KEY-2
                      RFQ-KEY-3
                      RFQ-KEY-NUMBER-1
                      RFQ-KEY-NUMBER-2
                      RFQ-EFFECTIVE-DATE
                      RFQ-VALUE-1
                      RFQ-VALUE-2
                      RFQ-VALUE-3
                      RFQ-KEYED-BY
                      RFQ-CHANGE-ID

           IF RFQ-CHANGE-ID NOT = ZERO
               DISPLAY "CHANGE " RFQ-CHANGE-ID " HELD FOR APPROVAL - "
                       "NOT IN FORCE UNTIL ANOTHER USER APPROVES IT"
           END-IF.

       SIGN-ON-USER.

