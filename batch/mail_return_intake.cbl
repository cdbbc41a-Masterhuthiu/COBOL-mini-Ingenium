       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILRETURN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAIL-RETURN-FILE ASSIGN TO "RETMAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIL-RETURN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * The mail room's returned-mail file - one record per envelope
      * the post office sent back, keyed from the reference printed
      * on it: customer, policy (zero for a customer-level item) and
      * document type (blank when the mail room cannot tell).

       FD  MAIL-RETURN-FILE.
       01  MAIL-RETURN-RECORD.
           05 RML-CUSTOMER-ID         PIC 9(06).
           05 RML-POLICY-ID           PIC 9(06).
           05 RML-DOC-TYPE            PIC X(12).
           05 RML-RETURN-DATE         PIC 9(08).
           05 RML-RETURN-REASON       PIC X(20).

       WORKING-STORAGE SECTION.

      * A returned envelope is matched to the latest letter logged
      * SENT on the correspondence register for that customer and
      * flagged RETURNED. If the address on the letter is still the
      * customer's address on file, the address is marked BAD: from
      * then on CORRLOG suppresses further mail to the customer and
      * the item sits on the address trace work-list (ADDRTRACE)
      * until a new address is found or the trace is given up.
      * Where the address has been changed since the letter went
      * out, the return is recorded but the new address is left
      * alone - the next letter goes there.

       01 MAIL-RETURN-FILE-STATUS  PIC X(02).
           88 MAIL-RETURN-FILE-OK            VALUE "00".

       01 RETURN-EOF-SWITCH        PIC X(01) VALUE "N".
           88 RETURN-EOF                     VALUE "Y".

       01 RUN-DATE                 PIC 9(08).

       01 RETURNS-PROCESSED        PIC 9(9) COMP VALUE ZERO.
       01 RETURNS-NOT-MATCHED      PIC 9(9) COMP VALUE ZERO.
       01 ADDRESSES-MARKED-BAD     PIC 9(9) COMP VALUE ZERO.
       01 ADDRESSES-SINCE-CHANGED  PIC 9(9) COMP VALUE ZERO.


      * The night's counts go to the step-metrics table as well as
      * the console, so the window performance report can compare
      * tonight against the recent average.

       01 MET-STEP-NAME        PIC X(20) VALUE "MAIL-RETURN".
       01 MET-METRIC-NAME      PIC X(20).
       01 MET-METRIC-VALUE     PIC 9(11).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-CORR-ID               PIC 9(09).
       01 DB-CUSTOMER-ID           PIC 9(06).
       01 DB-POLICY-ID             PIC 9(06).
       01 DB-DOC-TYPE              PIC X(12).
       01 DB-RETURN-DATE           PIC 9(08).
       01 DB-RETURN-REASON         PIC X(20).
       01 DB-ADDRESS-USED          PIC X(40).
       01 DB-CURRENT-ADDRESS       PIC X(40).
       01 DB-TRACE-STATUS          PIC X(10).
       01 DB-BAD-DATE              PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-MAIL-RETURN.

           DISPLAY "--- RETURNED MAIL INTAKE START ---"

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT MAIL-RETURN-FILE

           IF NOT MAIL-RETURN-FILE-OK
               DISPLAY "NO RETURNED MAIL FILE PRESENT, "
                       "NOTHING TO DO"
           ELSE
               EXEC SQL CONNECT TO 'db/database.db' END-EXEC

               PERFORM READ-RETURN-RECORDS UNTIL RETURN-EOF

               EXEC SQL COMMIT END-EXEC
               EXEC SQL DISCONNECT CURRENT END-EXEC

               CLOSE MAIL-RETURN-FILE
           END-IF

           DISPLAY "RETURNS PROCESSED: " RETURNS-PROCESSED
           DISPLAY "RETURNS NOT MATCHED: " RETURNS-NOT-MATCHED
           DISPLAY "ADDRESSES MARKED BAD: " ADDRESSES-MARKED-BAD
           DISPLAY "ADDRESS CHANGED SINCE MAILING: "
                   ADDRESSES-SINCE-CHANGED
           PERFORM RECORD-STEP-METRICS

           DISPLAY "--- RETURNED MAIL INTAKE FINISHED ---"
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       READ-RETURN-RECORDS.

           READ MAIL-RETURN-FILE
               AT END
                   SET RETURN-EOF TO TRUE
               NOT AT END
                   PERFORM PROCESS-ONE-RETURN
           END-READ.

       PROCESS-ONE-RETURN.

           MOVE RML-CUSTOMER-ID   TO DB-CUSTOMER-ID
           MOVE RML-POLICY-ID     TO DB-POLICY-ID
           MOVE RML-DOC-TYPE      TO DB-DOC-TYPE
           MOVE RML-RETURN-DATE   TO DB-RETURN-DATE
           MOVE RML-RETURN-REASON TO DB-RETURN-REASON

      * Only a letter we actually sent can come back, and only once
      * - the latest one still SENT on or before the return date.
      * Anything else in the mail room's file is logged and left.

           EXEC SQL
               SELECT CORR_ID, IFNULL(ADDRESS_USED, ' ')
               INTO :DB-CORR-ID, :DB-ADDRESS-USED
               FROM CORRESPONDENCE
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
                 AND STATUS = 'SENT'
                 AND SENT_DATE <= :DB-RETURN-DATE
                 AND (:DB-POLICY-ID = 0
                      OR POLICY_ID = :DB-POLICY-ID)
                 AND (TRIM(:DB-DOC-TYPE) = ''
                      OR TRIM(DOC_TYPE) = TRIM(:DB-DOC-TYPE))
               ORDER BY SENT_DATE DESC, CORR_ID DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "RETURN FOR CUSTOMER " RML-CUSTOMER-ID
                       " POLICY " RML-POLICY-ID " " RML-DOC-TYPE
                       " DOES NOT MATCH A LETTER SENT, SKIPPED"
               ADD 1 TO RETURNS-NOT-MATCHED
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM CHECK-CURRENT-ADDRESS
               PERFORM FLIP-RETURNED-LETTER
               ADD 1 TO RETURNS-PROCESSED
           END-IF.

       CHECK-CURRENT-ADDRESS.

           MOVE SPACES TO DB-CURRENT-ADDRESS

           EXEC SQL
               SELECT IFNULL(ADDRESS, ' ')
               INTO :DB-CURRENT-ADDRESS
               FROM CUSTOMER
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-CURRENT-ADDRESS = DB-ADDRESS-USED
               MOVE "OPEN" TO DB-TRACE-STATUS
               PERFORM MARK-ADDRESS-BAD
           ELSE
               MOVE SPACES TO DB-TRACE-STATUS
               ADD 1 TO ADDRESSES-SINCE-CHANGED
               DISPLAY "CUSTOMER " DB-CUSTOMER-ID
                       " ADDRESS CHANGED SINCE LETTER " DB-CORR-ID
                       ", ADDRESS LEFT GOOD"
           END-IF.

       MARK-ADDRESS-BAD.

      * A customer already marked bad keeps the date it first went
      * bad - a second envelope back only adds a trace item.

           MOVE DB-RETURN-DATE TO DB-BAD-DATE

           EXEC SQL
               UPDATE CUSTOMER
               SET ADDRESS_STATUS = 'BAD',
                   ADDRESS_BAD_DATE = :DB-BAD-DATE
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
                 AND IFNULL(ADDRESS_STATUS, 'GOOD') <> 'BAD'
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO ADDRESSES-MARKED-BAD
               DISPLAY "CUSTOMER " DB-CUSTOMER-ID
                       " ADDRESS MARKED BAD, MAIL SUPPRESSED"
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

       FLIP-RETURNED-LETTER.

           EXEC SQL
               UPDATE CORRESPONDENCE
               SET STATUS = 'RETURNED',
                   RETURN_DATE = :DB-RETURN-DATE,
                   RETURN_REASON = :DB-RETURN-REASON,
                   TRACE_STATUS = :DB-TRACE-STATUS
               WHERE CORR_ID = :DB-CORR-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR FLAGGING LETTER " DB-CORR-ID
                       " RETURNED, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       RECORD-STEP-METRICS.

           MOVE "MAIL-RETURNED" TO MET-METRIC-NAME
           MOVE RETURNS-PROCESSED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "ADDRESSES-BAD" TO MET-METRIC-NAME
           MOVE ADDRESSES-MARKED-BAD TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE.
