       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRCHANGE.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Address and contact changes keyed ahead of their effective
      * date sit PENDING on CUSTOMER_ADDRESS_HISTORY. Early in the
      * night, before billing and the notice runs, every pending
      * change whose day has come is put into force through
      * ADDRAPPLY - oldest effective date first, so a customer with
      * two changes queued ends up on the later one. From then on
      * tonight's invoices are taxed, and tonight's paper addressed,
      * on the new details.

       01 TODAY-DATE               PIC 9(08).

       01 CHANGES-APPLIED          PIC 9(9) COMP VALUE ZERO.
       01 CHANGES-FAILED           PIC 9(9) COMP VALUE ZERO.
       01 INVOICES-RETAXED-TOTAL   PIC 9(9) COMP VALUE ZERO.

       01 ADA-HISTORY-ID           PIC 9(09).
       01 ADA-USER                 PIC X(20) VALUE "ADDRCHANGE".
       01 ADA-INVOICES-RETAXED     PIC 9(05).
       01 ADA-RESULT               PIC X(01).
           88 ADA-APPLIED                    VALUE "A".

      * The night's counts go to the step-metrics table as well as
      * the console, so the window performance report can compare
      * tonight against the recent average.

       01 MET-STEP-NAME        PIC X(20) VALUE "ADDRESS-CHANGE".
       01 MET-METRIC-NAME      PIC X(20).
       01 MET-METRIC-VALUE     PIC 9(11).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-HISTORY-ID            PIC 9(09).
       01 DB-CUSTOMER-ID           PIC 9(06).
       01 DB-EFFECTIVE-DATE        PIC 9(08).
       01 DB-TODAY-DATE            PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-ADDRESS-CHANGE.

           DISPLAY "--- ADDRESS CHANGE APPLY START ---"

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE TO DB-TODAY-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE pending_addr_cursor CURSOR FOR
               SELECT HISTORY_ID, CUSTOMER_ID, EFFECTIVE_DATE
               FROM CUSTOMER_ADDRESS_HISTORY
               WHERE STATUS = 'PENDING'
                 AND EFFECTIVE_DATE <= :DB-TODAY-DATE
               ORDER BY EFFECTIVE_DATE, HISTORY_ID
           END-EXEC

           EXEC SQL OPEN pending_addr_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH pending_addr_cursor
                   INTO :DB-HISTORY-ID, :DB-CUSTOMER-ID,
                        :DB-EFFECTIVE-DATE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM APPLY-ONE-PENDING-CHANGE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE pending_addr_cursor END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           DISPLAY "ADDRESS CHANGES APPLIED: " CHANGES-APPLIED
           DISPLAY "ADDRESS CHANGES NOT APPLIED: " CHANGES-FAILED
           DISPLAY "INVOICES RE-TAXED: " INVOICES-RETAXED-TOTAL
           PERFORM RECORD-STEP-METRICS

           DISPLAY "--- ADDRESS CHANGE APPLY FINISHED ---"

           IF CHANGES-FAILED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       APPLY-ONE-PENDING-CHANGE.

           MOVE DB-HISTORY-ID TO ADA-HISTORY-ID

           CALL "ADDRAPPLY"
                USING ADA-HISTORY-ID
                      ADA-USER
                      ADA-INVOICES-RETAXED
                      ADA-RESULT

           IF ADA-APPLIED
               ADD 1 TO CHANGES-APPLIED
               ADD ADA-INVOICES-RETAXED TO INVOICES-RETAXED-TOTAL
               DISPLAY "CUSTOMER " DB-CUSTOMER-ID
                       " ADDRESS CHANGE EFFECTIVE "
                       DB-EFFECTIVE-DATE " APPLIED, INVOICES "
                       "RE-TAXED: " ADA-INVOICES-RETAXED
           ELSE
               ADD 1 TO CHANGES-FAILED
           END-IF.

       RECORD-STEP-METRICS.

           MOVE "CHANGES-APPLIED" TO MET-METRIC-NAME
           MOVE CHANGES-APPLIED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "INVOICES-RETAXED" TO MET-METRIC-NAME
           MOVE INVOICES-RETAXED-TOTAL TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE.
