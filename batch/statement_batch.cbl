
       01 STATEMENTS-PRODUCED      PIC 9(9) COMP VALUE ZERO.
       01 STATEMENTS-ALREADY-DONE  PIC 9(9) COMP VALUE ZERO.
       01 STATEMENTS-SUPPRESSED    PIC 9(9) COMP VALUE ZERO.

      * Each statement is logged on the correspondence register
      * before it is printed. A customer whose mail has been coming
      * back is not sent one - the year is still marked produced,
      * and the customer goes on the address trace list.

       01 COR-DOC-TYPE             PIC X(12) VALUE "STATEMENT".
       01 COR-SOURCE-PROGRAM       PIC X(14) VALUE "STMTBATCH".
       01 COR-DOC-REF              PIC X(12).
       01 COR-POLICY-ID            PIC 9(06).
       01 COR-CUSTOMER-ID          PIC 9(06).
       01 COR-AGENT-ID             PIC 9(06) VALUE ZERO.
       01 COR-RESULT               PIC X(01).
           88 COR-SUPPRESSED                 VALUE "X".
       01 COR-CORR-ID              PIC 9(09).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-POLICY-ID             PIC 9(06).
           DISPLAY "STATEMENTS PRODUCED: " STATEMENTS-PRODUCED
           DISPLAY "ALREADY PRODUCED THIS YEAR: "
                   STATEMENTS-ALREADY-DONE
           DISPLAY "STATEMENTS SUPPRESSED, BAD ADDRESS: "
                   STATEMENTS-SUPPRESSED
           DISPLAY "--- ANNUAL STATEMENT PROCESS FINISHED ---"
           MOVE ZERO TO RETURN-CODE
           GOBACK.
               ADD 1 TO STATEMENTS-ALREADY-DONE
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM LOG-ONE-STATEMENT
               IF COR-SUPPRESSED
                   ADD 1 TO STATEMENTS-SUPPRESSED
               ELSE
                   PERFORM GATHER-STATEMENT-FIGURES
                   PERFORM WRITE-STATEMENT-BODY
                   ADD 1 TO STATEMENTS-PRODUCED
               END-IF
           END-IF.

       LOG-ONE-STATEMENT.

           MOVE DB-STATEMENT-YEAR TO COR-DOC-REF
           MOVE DB-POLICY-ID      TO COR-POLICY-ID
           MOVE DB-CUSTOMER-ID    TO COR-CUSTOMER-ID

           CALL "CORRLOG"
                USING COR-DOC-TYPE
                      COR-SOURCE-PROGRAM
                      COR-DOC-REF
                      COR-POLICY-ID
                      COR-CUSTOMER-ID
                      COR-AGENT-ID
                      COR-RESULT
                      COR-CORR-ID.

       GATHER-STATEMENT-FIGURES.

           MOVE SPACES TO DB-CUSTOMER-NAME
                      IFNULL(APPROVED_AMOUNT, 0)
               FROM CLAIM_HISTORY
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND STATUS IN ('APPROVED', 'PAID', 'IN-PAYMENT',
                                'REJECTED')
                 AND CLAIM_TYPE <> 'SURRENDER'
               ORDER BY CLAIM_DATE
           END-EXEC.

