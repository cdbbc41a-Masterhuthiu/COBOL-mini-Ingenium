       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRRECORD.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Every change to a customer's address, contact details or tax
      * jurisdiction comes through here, whichever screen keyed it -
      * CUSTOMERMAINT, TAXMAINT or the address trace work-list. The
      * change is written to CUSTOMER_ADDRESS_HISTORY with the date
      * it takes effect, so the old details are never lost. The
      * first change for a customer also writes an OPENING row
      * holding what was on the master before.
      *
      * A change effective today or earlier goes into force at once
      * through ADDRAPPLY. A future-dated change stays PENDING for
      * the nightly ADDRCHANGE step. A change dated before one
      * already in force is refused - history is only ever added to
      * at the end.

       01 TODAY-DATE           PIC 9(08).

       01 ADA-HISTORY-ID       PIC 9(09).
       01 ADA-USER             PIC X(20).
       01 ADA-INVOICES-RETAXED PIC 9(05).
       01 ADA-RESULT           PIC X(01).
           88 ADA-APPLIED                VALUE "A".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-HISTORY-ID        PIC 9(09).
       01 DB-CUSTOMER-ID       PIC 9(06).
       01 DB-EFFECTIVE-DATE    PIC 9(08).
       01 DB-ADDRESS           PIC X(40).
       01 DB-CONTACT-INFO      PIC X(20).
       01 DB-JURISDICTION      PIC X(10).
       01 DB-CHANGE-SOURCE     PIC X(10).
       01 DB-AUDIT-USER        PIC X(20).
       01 DB-TODAY-DATE        PIC 9(08).
       01 DB-HISTORY-COUNT     PIC 9(05).
       01 DB-LATEST-APPLIED    PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01 ADR-CUSTOMER-ID      PIC 9(06).
       01 ADR-ADDRESS          PIC X(40).
       01 ADR-CONTACT          PIC X(20).
       01 ADR-JURISDICTION     PIC X(10).
       01 ADR-EFFECTIVE-DATE   PIC 9(08).
       01 ADR-SOURCE           PIC X(10).
       01 ADR-USER             PIC X(20).
       01 ADR-HISTORY-ID       PIC 9(09).
       01 ADR-INVOICES-RETAXED PIC 9(05).
       01 ADR-RESULT           PIC X(01).
           88 ADR-APPLIED      VALUE "A".
           88 ADR-PENDING      VALUE "P".
           88 ADR-REJECTED     VALUE "N".

       PROCEDURE DIVISION USING ADR-CUSTOMER-ID
                                 ADR-ADDRESS
                                 ADR-CONTACT
                                 ADR-JURISDICTION
                                 ADR-EFFECTIVE-DATE
                                 ADR-SOURCE
                                 ADR-USER
                                 ADR-HISTORY-ID
                                 ADR-INVOICES-RETAXED
                                 ADR-RESULT.

       MAIN-ADDRESS-RECORD.

           SET ADR-REJECTED TO TRUE
           MOVE ZERO TO ADR-HISTORY-ID
           MOVE ZERO TO ADR-INVOICES-RETAXED

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           IF ADR-EFFECTIVE-DATE = ZERO
               MOVE TODAY-DATE TO ADR-EFFECTIVE-DATE
           END-IF

           MOVE ADR-CUSTOMER-ID    TO DB-CUSTOMER-ID
           MOVE ADR-EFFECTIVE-DATE TO DB-EFFECTIVE-DATE
           MOVE ADR-SOURCE         TO DB-CHANGE-SOURCE
           MOVE ADR-USER           TO DB-AUDIT-USER
           MOVE TODAY-DATE         TO DB-TODAY-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM RECORD-ONE-CHANGE
               THRU RECORD-ONE-CHANGE-EXIT

           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF ADR-PENDING
              AND ADR-EFFECTIVE-DATE NOT > TODAY-DATE
               PERFORM APPLY-CHANGE-NOW
           END-IF

           GOBACK.

       RECORD-ONE-CHANGE.

           MOVE ZERO TO DB-LATEST-APPLIED

           EXEC SQL
               SELECT IFNULL(MAX(EFFECTIVE_DATE), '00000000')
               INTO :DB-LATEST-APPLIED
               FROM CUSTOMER_ADDRESS_HISTORY
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
                 AND STATUS = 'APPLIED'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-LATEST-APPLIED
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-EFFECTIVE-DATE < DB-LATEST-APPLIED
               DISPLAY "A CHANGE EFFECTIVE " DB-LATEST-APPLIED
                       " IS ALREADY IN FORCE - ENTER A LATER DATE"
               GO TO RECORD-ONE-CHANGE-EXIT
           END-IF

           MOVE ZERO TO DB-HISTORY-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-HISTORY-COUNT
               FROM CUSTOMER_ADDRESS_HISTORY
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           IF DB-HISTORY-COUNT = ZERO
               PERFORM WRITE-OPENING-ROW
           END-IF

           MOVE ADR-ADDRESS      TO DB-ADDRESS
           MOVE ADR-CONTACT      TO DB-CONTACT-INFO
           MOVE ADR-JURISDICTION TO DB-JURISDICTION

           EXEC SQL
               SELECT IFNULL(MAX(HISTORY_ID), 0) + 1
               INTO :DB-HISTORY-ID
               FROM CUSTOMER_ADDRESS_HISTORY
           END-EXEC

           EXEC SQL
               INSERT INTO CUSTOMER_ADDRESS_HISTORY
                   (HISTORY_ID, CUSTOMER_ID, EFFECTIVE_DATE, ADDRESS,
                    CONTACT_INFO, JURISDICTION, STATUS, CHANGE_SOURCE,
                    CHANGED_BY, CHANGED_DATE)
               VALUES
                   (:DB-HISTORY-ID, :DB-CUSTOMER-ID,
                    :DB-EFFECTIVE-DATE, :DB-ADDRESS, :DB-CONTACT-INFO,
                    :DB-JURISDICTION, 'PENDING', :DB-CHANGE-SOURCE,
                    :DB-AUDIT-USER, :DB-TODAY-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RECORDING ADDRESS CHANGE, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO RECORD-ONE-CHANGE-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC

           MOVE DB-HISTORY-ID TO ADR-HISTORY-ID
           SET ADR-PENDING TO TRUE.

       RECORD-ONE-CHANGE-EXIT.
           EXIT.

       WRITE-OPENING-ROW.

      * What the master held before the first recorded change - in
      * force from the beginning, as far as the history knows.

           MOVE SPACES TO DB-ADDRESS
           MOVE SPACES TO DB-CONTACT-INFO
           MOVE SPACES TO DB-JURISDICTION

           EXEC SQL
               SELECT IFNULL(ADDRESS, ' '), IFNULL(CONTACT_INFO, ' '),
                      IFNULL(JURISDICTION, ' ')
               INTO :DB-ADDRESS, :DB-CONTACT-INFO, :DB-JURISDICTION
               FROM CUSTOMER
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL
                   SELECT IFNULL(MAX(HISTORY_ID), 0) + 1
                   INTO :DB-HISTORY-ID
                   FROM CUSTOMER_ADDRESS_HISTORY
               END-EXEC

               EXEC SQL
                   INSERT INTO CUSTOMER_ADDRESS_HISTORY
                       (HISTORY_ID, CUSTOMER_ID, EFFECTIVE_DATE,
                        ADDRESS, CONTACT_INFO, JURISDICTION, STATUS,
                        CHANGE_SOURCE, CHANGED_BY, CHANGED_DATE,
                        APPLIED_DATE)
                   VALUES
                       (:DB-HISTORY-ID, :DB-CUSTOMER-ID, '00000000',
                        :DB-ADDRESS, :DB-CONTACT-INFO,
                        :DB-JURISDICTION, 'APPLIED', 'OPENING',
                        :DB-AUDIT-USER, :DB-TODAY-DATE,
                        :DB-TODAY-DATE)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "ERROR RECORDING OPENING ADDRESS, SQLCODE: "
                           SQLCODE
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF.

       APPLY-CHANGE-NOW.

           MOVE ADR-HISTORY-ID TO ADA-HISTORY-ID
           MOVE ADR-USER       TO ADA-USER

           CALL "ADDRAPPLY"
                USING ADA-HISTORY-ID
                      ADA-USER
                      ADA-INVOICES-RETAXED
                      ADA-RESULT

           IF ADA-APPLIED
               SET ADR-APPLIED TO TRUE
               MOVE ADA-INVOICES-RETAXED TO ADR-INVOICES-RETAXED
           END-IF.
