       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHRESCREEN.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * A customer screened clean the day they were added can be
      * listed next month. Once a week, if any watch list load since
      * the last rescreen added or changed an entry, every customer
      * (bar those merged away) and every beneficiary on file is put
      * through WATCHSCREEN again. A new hit lands in the compliance
      * review queue like any other; one already open or confirmed
      * is only counted. The load rows are then stamped so next week
      * does not repeat the work unless the list moves again.

       01 TODAY-DATE               PIC 9(08).

       01 CUSTOMERS-SCREENED       PIC 9(9) COMP VALUE ZERO.
       01 BENEFICIARIES-SCREENED   PIC 9(9) COMP VALUE ZERO.
       01 PARTIES-HELD             PIC 9(9) COMP VALUE ZERO.

       01 SCREEN-PARTY-TYPE        PIC X(12).
       01 SCREEN-PARTY-KEY         PIC X(20).
       01 SCREEN-PARTY-NAME        PIC X(30).
       01 SCREEN-SOURCE            PIC X(14) VALUE "WATCHRESCREEN".
       01 SCREEN-RESULT            PIC X(01).
           88 SCREEN-HELD                    VALUE "H".
       01 SCREEN-REVIEW-ID         PIC 9(09).

      * The night's counts go to the step-metrics table as well as
      * the console, so the window performance report can compare
      * tonight against the recent average.

       01 MET-STEP-NAME        PIC X(20) VALUE "WATCH-RESCREEN".
       01 MET-METRIC-NAME      PIC X(20).
       01 MET-METRIC-VALUE     PIC 9(11).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-PENDING-LOADS         PIC 9(05).
       01 DB-CUSTOMER-ID           PIC 9(06).
       01 DB-CUSTOMER-NAME         PIC X(30).
       01 DB-POLICY-ID             PIC 9(06).
       01 DB-BEN-NAME              PIC X(30).
       01 DB-RESCREEN-DATE         PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-WATCH-RESCREEN.

           DISPLAY "--- WATCH LIST RESCREEN START ---"

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           MOVE ZERO TO DB-PENDING-LOADS

           EXEC SQL
               SELECT COUNT(*) INTO :DB-PENDING-LOADS
               FROM WATCH_LIST_LOAD
               WHERE RESCREEN_DATE = '00000000'
                 AND ENTRIES_ADDED + ENTRIES_CHANGED > 0
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-PENDING-LOADS
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-PENDING-LOADS = ZERO
               DISPLAY "WATCH LIST UNCHANGED SINCE LAST RESCREEN"
               EXEC SQL DISCONNECT CURRENT END-EXEC
               DISPLAY "--- WATCH LIST RESCREEN FINISHED ---"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM RESCREEN-CUSTOMERS

           MOVE ZERO TO SQLCODE
           PERFORM RESCREEN-BENEFICIARIES

           MOVE ZERO TO SQLCODE
           MOVE TODAY-DATE TO DB-RESCREEN-DATE

           EXEC SQL
               UPDATE WATCH_LIST_LOAD
               SET RESCREEN_DATE = :DB-RESCREEN-DATE
               WHERE RESCREEN_DATE = '00000000'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR STAMPING WATCH LIST LOADS, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           DISPLAY "CUSTOMERS RESCREENED: " CUSTOMERS-SCREENED
           DISPLAY "BENEFICIARIES RESCREENED: " BENEFICIARIES-SCREENED
           DISPLAY "PARTIES HELD FOR COMPLIANCE REVIEW: "
                   PARTIES-HELD
           PERFORM RECORD-STEP-METRICS

           DISPLAY "--- WATCH LIST RESCREEN FINISHED ---"

      * Anything held is worth a warning on the night's run sheet -
      * the compliance queue has work in it.

           IF PARTIES-HELD > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       RESCREEN-CUSTOMERS.

           MOVE "CUSTOMER" TO SCREEN-PARTY-TYPE

           EXEC SQL
               DECLARE rescreen_cust_cursor CURSOR FOR
               SELECT CUSTOMER_ID, IFNULL(CUSTOMER_NAME, ' ')
               FROM CUSTOMER
               WHERE IFNULL(STATUS, 'ACTIVE')
                     NOT IN ('MERGED', 'ANONYMISED')
               ORDER BY CUSTOMER_ID
           END-EXEC

           EXEC SQL OPEN rescreen_cust_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH rescreen_cust_cursor
                   INTO :DB-CUSTOMER-ID, :DB-CUSTOMER-NAME
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO CUSTOMERS-SCREENED
                   MOVE DB-CUSTOMER-ID   TO SCREEN-PARTY-KEY
                   MOVE DB-CUSTOMER-NAME TO SCREEN-PARTY-NAME
                   PERFORM SCREEN-ONE-PARTY
               END-IF
           END-PERFORM

           EXEC SQL CLOSE rescreen_cust_cursor END-EXEC.

       RESCREEN-BENEFICIARIES.

           MOVE "BENEFICIARY" TO SCREEN-PARTY-TYPE

           EXEC SQL
               DECLARE rescreen_ben_cursor CURSOR FOR
               SELECT POLICY_ID, BENEFICIARY_NAME
               FROM BENEFICIARY
               ORDER BY POLICY_ID, BENEFICIARY_NAME
           END-EXEC

           EXEC SQL OPEN rescreen_ben_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH rescreen_ben_cursor
                   INTO :DB-POLICY-ID, :DB-BEN-NAME
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO BENEFICIARIES-SCREENED
                   MOVE DB-POLICY-ID TO SCREEN-PARTY-KEY
                   MOVE DB-BEN-NAME  TO SCREEN-PARTY-NAME
                   PERFORM SCREEN-ONE-PARTY
               END-IF
           END-PERFORM

           EXEC SQL CLOSE rescreen_ben_cursor END-EXEC.

       SCREEN-ONE-PARTY.

           CALL "WATCHSCREEN"
                USING SCREEN-PARTY-TYPE
                      SCREEN-PARTY-KEY
                      SCREEN-PARTY-NAME
                      SCREEN-SOURCE
                      SCREEN-RESULT
                      SCREEN-REVIEW-ID

           IF SCREEN-HELD
               ADD 1 TO PARTIES-HELD
               DISPLAY SCREEN-PARTY-TYPE " " SCREEN-PARTY-KEY " "
                       SCREEN-PARTY-NAME " HELD, COMPLIANCE REVIEW "
                       SCREEN-REVIEW-ID
           END-IF.

       RECORD-STEP-METRICS.

           MOVE "PARTIES-SCREENED" TO MET-METRIC-NAME
           COMPUTE MET-METRIC-VALUE =
                   CUSTOMERS-SCREENED + BENEFICIARIES-SCREENED
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "PARTIES-HELD" TO MET-METRIC-NAME
           MOVE PARTIES-HELD TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE.
