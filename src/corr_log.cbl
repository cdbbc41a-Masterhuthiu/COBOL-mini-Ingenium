       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRLOG.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Every program that mails a customer or an agent calls here
      * for each document, before it writes it. The document is
      * logged on CORRESPONDENCE with the name and address it goes
      * to, so there is a record of what was sent to whom and when.
      *
      * A customer whose address has come back marked BAD by the
      * returned-mail intake is not mailed again: the document is
      * logged SUPPRESSED with an OPEN trace item for the trace
      * work-list, and the caller is told not to print it. Agent
      * documents are logged but never suppressed - the agency
      * office distributes them.
      *
      * A zero customer id means the policy's owner, or the insured
      * where the policy has no separate owner.

       01 TODAY-DATE           PIC 9(08).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-CORR-ID           PIC 9(09).
       01 DB-DOC-TYPE          PIC X(12).
       01 DB-SOURCE-PROGRAM    PIC X(14).
       01 DB-DOC-REF           PIC X(12).
       01 DB-POLICY-ID         PIC 9(06).
       01 DB-CUSTOMER-ID       PIC 9(06).
       01 DB-AGENT-ID          PIC 9(06).
       01 DB-RECIPIENT-NAME    PIC X(30).
       01 DB-ADDRESS-USED      PIC X(40).
       01 DB-ADDRESS-STATUS    PIC X(04).
       01 DB-SENT-DATE         PIC 9(08).
       01 DB-CORR-STATUS       PIC X(10).
       01 DB-TRACE-STATUS      PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01 COR-DOC-TYPE         PIC X(12).
       01 COR-SOURCE-PROGRAM   PIC X(14).
       01 COR-DOC-REF          PIC X(12).
       01 COR-POLICY-ID        PIC 9(06).
       01 COR-CUSTOMER-ID      PIC 9(06).
       01 COR-AGENT-ID         PIC 9(06).
       01 COR-RESULT           PIC X(01).
           88 COR-SENT         VALUE "S".
           88 COR-SUPPRESSED   VALUE "X".
       01 COR-CORR-ID          PIC 9(09).

       PROCEDURE DIVISION USING COR-DOC-TYPE
                                 COR-SOURCE-PROGRAM
                                 COR-DOC-REF
                                 COR-POLICY-ID
                                 COR-CUSTOMER-ID
                                 COR-AGENT-ID
                                 COR-RESULT
                                 COR-CORR-ID.

       MAIN-CORR-LOG.

           SET COR-SENT TO TRUE
           MOVE ZERO TO COR-CORR-ID

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           MOVE COR-DOC-TYPE       TO DB-DOC-TYPE
           MOVE COR-SOURCE-PROGRAM TO DB-SOURCE-PROGRAM
           MOVE COR-DOC-REF        TO DB-DOC-REF
           MOVE COR-POLICY-ID      TO DB-POLICY-ID
           MOVE COR-CUSTOMER-ID    TO DB-CUSTOMER-ID
           MOVE COR-AGENT-ID       TO DB-AGENT-ID
           MOVE TODAY-DATE         TO DB-SENT-DATE
           MOVE SPACES TO DB-RECIPIENT-NAME
           MOVE SPACES TO DB-ADDRESS-USED
           MOVE "GOOD" TO DB-ADDRESS-STATUS

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           IF DB-CUSTOMER-ID = ZERO
              AND DB-POLICY-ID NOT = ZERO
               PERFORM LOOKUP-POLICY-CUSTOMER
           END-IF

           IF DB-CUSTOMER-ID NOT = ZERO
               PERFORM LOOKUP-CUSTOMER-ADDRESS
           ELSE
               IF DB-AGENT-ID NOT = ZERO
                   PERFORM LOOKUP-AGENT-NAME
               END-IF
           END-IF

           IF DB-ADDRESS-STATUS = "BAD"
               MOVE "SUPPRESSED" TO DB-CORR-STATUS
               MOVE "OPEN"       TO DB-TRACE-STATUS
               SET COR-SUPPRESSED TO TRUE
           ELSE
               MOVE "SENT"       TO DB-CORR-STATUS
               MOVE SPACES       TO DB-TRACE-STATUS
           END-IF

           EXEC SQL
               SELECT IFNULL(MAX(CORR_ID), 0) + 1
               INTO :DB-CORR-ID
               FROM CORRESPONDENCE
           END-EXEC

           EXEC SQL
               INSERT INTO CORRESPONDENCE
                   (CORR_ID, DOC_TYPE, SOURCE_PROGRAM, DOC_REF,
                    POLICY_ID, CUSTOMER_ID, AGENT_ID, RECIPIENT_NAME,
                    ADDRESS_USED, SENT_DATE, STATUS, RETURN_DATE,
                    TRACE_STATUS, TRACE_CLOSED_DATE)
               VALUES
                   (:DB-CORR-ID, :DB-DOC-TYPE, :DB-SOURCE-PROGRAM,
                    :DB-DOC-REF, :DB-POLICY-ID, :DB-CUSTOMER-ID,
                    :DB-AGENT-ID, :DB-RECIPIENT-NAME,
                    :DB-ADDRESS-USED, :DB-SENT-DATE, :DB-CORR-STATUS,
                    '00000000', :DB-TRACE-STATUS, '00000000')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR LOGGING CORRESPONDENCE, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE DB-CORR-ID TO COR-CORR-ID
           END-IF

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           GOBACK.

       LOOKUP-POLICY-CUSTOMER.

           EXEC SQL
               SELECT CASE WHEN IFNULL(OWNER_CUSTOMER_ID, 0) <> 0
                           THEN OWNER_CUSTOMER_ID
                           ELSE IFNULL(CUSTOMER_ID, 0) END
               INTO :DB-CUSTOMER-ID
               FROM POLICY
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-CUSTOMER-ID
               MOVE ZERO TO SQLCODE
           END-IF.

       LOOKUP-CUSTOMER-ADDRESS.

           EXEC SQL
               SELECT IFNULL(CUSTOMER_NAME, ' '),
                      IFNULL(ADDRESS, ' '),
                      IFNULL(ADDRESS_STATUS, 'GOOD')
               INTO :DB-RECIPIENT-NAME, :DB-ADDRESS-USED,
                    :DB-ADDRESS-STATUS
               FROM CUSTOMER
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "CUSTOMER NOT ON FILE" TO DB-RECIPIENT-NAME
               MOVE "GOOD" TO DB-ADDRESS-STATUS
               MOVE ZERO TO SQLCODE
           END-IF.

       LOOKUP-AGENT-NAME.

           EXEC SQL
               SELECT IFNULL(AGENT_NAME, ' ')
               INTO :DB-RECIPIENT-NAME
               FROM AGENT
               WHERE AGENT_ID = :DB-AGENT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "AGENT NOT ON FILE" TO DB-RECIPIENT-NAME
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE "AGENCY OFFICE" TO DB-ADDRESS-USED.
