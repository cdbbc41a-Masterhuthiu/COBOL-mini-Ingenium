       01 WINDOW-BLOCKED-SWITCH PIC X(01) VALUE "N".
           88 BATCH-WINDOW-IN-PROGRESS    VALUE "Y".

      * A bank holding the policy as collateral has first call on
      * the death benefit - the beneficiaries cannot be replaced
      * behind its back while its assignment is in force.

       01 CONSENT-MISSING-SWITCH PIC X(01) VALUE "N".
           88 ASSIGNEE-CONSENT-MISSING    VALUE "Y".

       01 CHANGE-DATE          PIC 9(08).
       01 CHANGE-TIME          PIC 9(06).

      * Every name in a new set is screened against the regulator's
      * watch list before anything is changed - one possible match
      * and the whole set waits for compliance, the old set stays.

       01 SCREEN-PARTY-TYPE    PIC X(12) VALUE "BENEFICIARY".
       01 SCREEN-PARTY-KEY     PIC X(20).
       01 SCREEN-PARTY-NAME    PIC X(30).
       01 SCREEN-SOURCE        PIC X(14) VALUE "BENEFMAINT".
       01 SCREEN-RESULT        PIC X(01).
           88 SCREEN-HELD                VALUE "H".
       01 SCREEN-REVIEW-ID     PIC 9(09).
       01 SCREEN-HELD-COUNT    PIC 9(02).


      * Shared sign-on: every session starts with a verified user
      * id from the user master - free-typed names no longer drive
       01 DB-CHANGED-DATE      PIC 9(08).
       01 DB-CHANGED-TIME      PIC 9(06).
       01 DB-WINDOW-STATUS     PIC X(10).
       01 DB-CONSENT-ACTION    PIC X(12) VALUE "BENEFICIARY".
       01 DB-CONSENT-TODAY     PIC 9(08).
       01 DB-UNCONSENTED-COUNT PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

           IF NOT POLICY-FOUND
               DISPLAY "POLICY NOT FOUND: " POLICY-ID
           ELSE
               PERFORM CHECK-ASSIGNEE-CONSENT

               IF ASSIGNEE-CONSENT-MISSING
                   DISPLAY "POLICY IS ASSIGNED AS COLLATERAL - NO "
                           "ASSIGNEE CONSENT TO A BENEFICIARY CHANGE "
                           "ON FILE"
               ELSE
                   PERFORM REPLACE-BENEFICIARY-SET
               END-IF
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       REPLACE-BENEFICIARY-SET.

           PERFORM CAPTURE-NEW-BENEFICIARY-SET

           MOVE ZERO TO SCREEN-HELD-COUNT

           PERFORM SCREEN-ONE-BENEFICIARY
               VARYING BENEFICIARY-IDX FROM 1 BY 1
               UNTIL BENEFICIARY-IDX > BENEFICIARY-COUNT

           IF BENEFICIARY-COUNT > ZERO
               IF SCREEN-HELD-COUNT > ZERO
                   DISPLAY SCREEN-HELD-COUNT " BENEFICIARY NAME(S) "
                           "REFERRED TO COMPLIANCE - NOTHING CHANGED"
               ELSE
                   PERFORM RETIRE-OLD-BENEFICIARIES
                   PERFORM SAVE-ONE-BENEFICIARY
                       VARYING BENEFICIARY-IDX FROM 1 BY 1
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY "BENEFICIARIES REPLACED FOR POLICY "
                           POLICY-ID
               END-IF
           ELSE
               DISPLAY "NO BENEFICIARIES ENTERED, NOTHING CHANGED"
           END-IF.

       SCREEN-ONE-BENEFICIARY.

           MOVE POLICY-ID TO SCREEN-PARTY-KEY
           MOVE BEN-NAME (BENEFICIARY-IDX) TO SCREEN-PARTY-NAME

           CALL "WATCHSCREEN"
                USING SCREEN-PARTY-TYPE
                      SCREEN-PARTY-KEY
                      SCREEN-PARTY-NAME
                      SCREEN-SOURCE
                      SCREEN-RESULT
                      SCREEN-REVIEW-ID

           IF SCREEN-HELD
               ADD 1 TO SCREEN-HELD-COUNT
               DISPLAY "POSSIBLE WATCH LIST MATCH: "
                       BEN-NAME (BENEFICIARY-IDX)
                       " - COMPLIANCE REVIEW " SCREEN-REVIEW-ID
           END-IF.

       CHECK-ASSIGNEE-CONSENT.

           MOVE "N" TO CONSENT-MISSING-SWITCH
           MOVE ZERO TO DB-UNCONSENTED-COUNT
           ACCEPT DB-CONSENT-TODAY FROM DATE YYYYMMDD

           EXEC SQL
               SELECT COUNT(*) INTO :DB-UNCONSENTED-COUNT
               FROM POLICY_ASSIGNMENT A
               WHERE A.POLICY_ID = :DB-POLICY-ID
                 AND A.STATUS = 'ACTIVE'
                 AND (A.RELEASE_DATE = '00000000'
                      OR A.RELEASE_DATE > :DB-CONSENT-TODAY)
                 AND NOT EXISTS
                     (SELECT 1 FROM ASSIGNEE_CONSENT C
                      WHERE C.POLICY_ID = A.POLICY_ID
                        AND C.ASSIGNMENT_NO = A.ASSIGNMENT_NO
                        AND C.CONSENT_ACTION = :DB-CONSENT-ACTION)
           END-EXEC

           IF SQLCODE = 0 AND DB-UNCONSENTED-COUNT > ZERO
               SET ASSIGNEE-CONSENT-MISSING TO TRUE
           END-IF

           MOVE ZERO TO SQLCODE.

       CAPTURE-NEW-BENEFICIARY-SET.

