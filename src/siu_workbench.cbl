       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIUWORKBENCH.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 MENU-CHOICE          PIC 9(01).

       01 CLAIM-ID             PIC 9(10).
       01 DECISION-NOTE        PIC X(60).
       01 INVESTIGATOR-ID      PIC X(20).

       01 TODAY-DATE           PIC 9(08).

      * Claims CLAIMENGINE's fraud screen scored at or over the
      * referral score sit at SIU-REVIEW with a case reserve until
      * special investigations decides them here:
      *
      *   CLEAR   - the claim goes to SIU-CLEARED and is resumed
      *             through CLAIMENGINE REOPEN, which takes it on to
      *             approval or the supervisor queue as normal
      *             without screening it a second time.
      *   DECLINE - the claim is REJECTED and its reserve released,
      *             the same as a supervisor rejection.
      *
      * Either way the decision, who made it and why stay on the
      * SIU_QUEUE row next to the score and the red flags behind it.

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".

       01 WINDOW-BLOCKED-SWITCH PIC X(01) VALUE "N".
           88 BATCH-WINDOW-IN-PROGRESS    VALUE "Y".
       01 CLAIM-FOUND-SWITCH   PIC X(01) VALUE "N".
           88 SIU-CLAIM-FOUND            VALUE "Y".
       01 LISTED-ANY-SWITCH    PIC X(01) VALUE "N".
           88 LISTED-ANY                 VALUE "Y".


      * Shared sign-on: every session starts with a verified user
      * id from the user master - free-typed names no longer drive
      * anything sensitive.

       01 SIGNON-ROLE-REQUIRED PIC X(10) VALUE "SIU".
       01 SIGNON-USER-ID       PIC X(20).
       01 SIGNON-OK-FLAG       PIC X(01).
           88 SIGNED-ON                  VALUE "Y".

      * Opening and releasing a case reserve is journaled through
      * CLAIMRSVGL, so the ledger's reserve account moves with
      * CLAIM_RESERVE.

       01 RSV-ACTION           PIC X(10).
       01 RSV-CLAIM-ID         PIC 9(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-CLAIM-ID          PIC 9(10).
       01 DB-POLICY-ID         PIC 9(06).
       01 DB-CLAIM-TYPE        PIC X(20).
       01 DB-CLAIM-AMOUNT      PIC 9(7)V99.
       01 DB-APPROVED-AMOUNT   PIC 9(7)V99.
       01 DB-FRAUD-SCORE       PIC 9(05).
       01 DB-QUEUED-DATE       PIC 9(08).
       01 DB-FLAG-CODE         PIC X(12).
       01 DB-FLAG-POINTS       PIC 9(03).
       01 DB-FLAG-DETAIL       PIC X(40).
       01 DB-INVESTIGATOR-ID   PIC X(20).
       01 DB-DECISION-NOTE     PIC X(60).
       01 DB-TODAY-DATE        PIC 9(08).
       01 DB-WINDOW-STATUS     PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-SIU-WORKBENCH.

           DISPLAY "=============================="
           DISPLAY " MINI INGENIUM SIU WORKBENCH"
           DISPLAY "=============================="

           PERFORM SIGN-ON-USER

           IF NOT SIGNED-ON
               STOP RUN
           END-IF

           PERFORM SHOW-MENU UNTIL DONE

           STOP RUN.

       SHOW-MENU.

           DISPLAY "1. LIST CLAIMS UNDER INVESTIGATION"
           DISPLAY "2. SHOW RED FLAGS FOR A CLAIM"
           DISPLAY "3. CLEAR CLAIM"
           DISPLAY "4. DECLINE CLAIM"
           DISPLAY "5. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

           EVALUATE MENU-CHOICE
               WHEN 1
                   PERFORM LIST-SIU-QUEUE
               WHEN 2
                   PERFORM SHOW-RED-FLAGS
               WHEN 3
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM CLEAR-CLAIM
                   END-IF
               WHEN 4
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM DECLINE-CLAIM
                   END-IF
               WHEN 5
                   SET DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.


       CHECK-BATCH-WINDOW.

      * No update goes through while BATCHDRIVER's window is closed
      * - an interactive change landing between the night's
      * checkpoint commits is how data gets quietly corrupted. A
      * missing status row is treated as an open window.

           MOVE "N" TO WINDOW-BLOCKED-SWITCH

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT WINDOW_STATUS INTO :DB-WINDOW-STATUS
               FROM SYSTEM_STATUS
               WHERE STATUS_KEY = 'ONLINE'
           END-EXEC

           IF SQLCODE = 0 AND DB-WINDOW-STATUS = "CLOSED"
               SET BATCH-WINDOW-IN-PROGRESS TO TRUE
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       LIST-SIU-QUEUE.

      * Highest score first, oldest first within a score - the
      * likeliest cases at the top of the pile.

           MOVE "N" TO LISTED-ANY-SWITCH

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE siu_cursor CURSOR FOR
               SELECT CLAIM_ID, POLICY_ID, CLAIM_TYPE,
                      IFNULL(APPROVED_AMOUNT, 0),
                      IFNULL(FRAUD_SCORE, 0), QUEUED_DATE
               FROM SIU_QUEUE
               WHERE STATUS = 'PENDING'
               ORDER BY FRAUD_SCORE DESC, QUEUED_DATE
           END-EXEC.

           EXEC SQL OPEN siu_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH siu_cursor
                   INTO :DB-CLAIM-ID, :DB-POLICY-ID, :DB-CLAIM-TYPE,
                        :DB-APPROVED-AMOUNT, :DB-FRAUD-SCORE,
                        :DB-QUEUED-DATE
               END-EXEC
               IF SQLCODE = 0
                   SET LISTED-ANY TO TRUE
                   DISPLAY "CLAIM " DB-CLAIM-ID " POLICY "
                           DB-POLICY-ID " TYPE " DB-CLAIM-TYPE
                   DISPLAY "    AMOUNT " DB-APPROVED-AMOUNT
                           " SCORE " DB-FRAUD-SCORE
                           " QUEUED " DB-QUEUED-DATE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE siu_cursor END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF NOT LISTED-ANY
               DISPLAY "NO CLAIMS UNDER INVESTIGATION"
           END-IF.

       SHOW-RED-FLAGS.

           DISPLAY "ENTER CLAIM ID:"
           ACCEPT CLAIM-ID

           MOVE CLAIM-ID TO DB-CLAIM-ID
           MOVE "N" TO LISTED-ANY-SWITCH

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE flag_cursor CURSOR FOR
               SELECT FLAG_CODE, POINTS, FLAG_DETAIL
               FROM CLAIM_FRAUD_FLAG
               WHERE CLAIM_ID = :DB-CLAIM-ID
               ORDER BY POINTS DESC
           END-EXEC.

           EXEC SQL OPEN flag_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH flag_cursor
                   INTO :DB-FLAG-CODE, :DB-FLAG-POINTS,
                        :DB-FLAG-DETAIL
               END-EXEC
               IF SQLCODE = 0
                   SET LISTED-ANY TO TRUE
                   DISPLAY DB-FLAG-CODE " " DB-FLAG-POINTS " "
                           DB-FLAG-DETAIL
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE flag_cursor END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF NOT LISTED-ANY
               DISPLAY "NO RED FLAGS ON FILE FOR CLAIM " CLAIM-ID
           END-IF.

       CLEAR-CLAIM.

           DISPLAY "ENTER CLAIM ID TO CLEAR:"
           ACCEPT CLAIM-ID

           DISPLAY "ENTER FINDINGS:"
           ACCEPT DECISION-NOTE

           MOVE SIGNON-USER-ID TO INVESTIGATOR-ID
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-SIU-CLAIM

           IF NOT SIU-CLAIM-FOUND
               DISPLAY "NO CLAIM UNDER INVESTIGATION WITH ID: "
                       CLAIM-ID
           ELSE
               PERFORM APPLY-CLEARANCE
                   THRU APPLY-CLEARANCE-EXIT
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       DECLINE-CLAIM.

           DISPLAY "ENTER CLAIM ID TO DECLINE:"
           ACCEPT CLAIM-ID

           DISPLAY "ENTER FINDINGS:"
           ACCEPT DECISION-NOTE

           MOVE SIGNON-USER-ID TO INVESTIGATOR-ID
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-SIU-CLAIM

           IF NOT SIU-CLAIM-FOUND
               DISPLAY "NO CLAIM UNDER INVESTIGATION WITH ID: "
                       CLAIM-ID
           ELSE
               PERFORM APPLY-DECLINE
                   THRU APPLY-DECLINE-EXIT
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       LOOKUP-SIU-CLAIM.

           MOVE "N" TO CLAIM-FOUND-SWITCH
           MOVE CLAIM-ID TO DB-CLAIM-ID

           EXEC SQL
               SELECT POLICY_ID, IFNULL(FRAUD_SCORE, 0)
               INTO :DB-POLICY-ID, :DB-FRAUD-SCORE
               FROM SIU_QUEUE
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND STATUS = 'PENDING'
           END-EXEC

           IF SQLCODE = 0
               SET SIU-CLAIM-FOUND TO TRUE
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

       APPLY-CLEARANCE.

      * The reserve stays open - a cleared claim is still owed
      * until the reopen run settles it.

           MOVE INVESTIGATOR-ID TO DB-INVESTIGATOR-ID
           MOVE DECISION-NOTE   TO DB-DECISION-NOTE
           MOVE TODAY-DATE      TO DB-TODAY-DATE

           EXEC SQL
               UPDATE SIU_QUEUE
               SET STATUS = 'CLEARED',
                   DECIDED_BY = :DB-INVESTIGATOR-ID,
                   DECIDED_DATE = :DB-TODAY-DATE,
                   DECISION_NOTE = :DB-DECISION-NOTE
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND STATUS = 'PENDING'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR CLEARING CLAIM, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               GO TO APPLY-CLEARANCE-EXIT
           END-IF

           EXEC SQL
               UPDATE CLAIM_HISTORY
               SET STATUS = 'SIU-CLEARED'
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND STATUS = 'SIU-REVIEW'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR UPDATING CLAIM, SQLCODE: " SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO APPLY-CLEARANCE-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC

           DISPLAY "CLAIM " CLAIM-ID " CLEARED - RESUME IT WITH "
                   "CLAIMENGINE REOPEN".

       APPLY-CLEARANCE-EXIT.
           EXIT.

       APPLY-DECLINE.

      * Declined on investigation is a rejection like any other:
      * the claim is REJECTED with the investigator as its reviewer
      * and the case reserve is released, kept closed at zero so
      * the month-end report still shows it was held.

           MOVE INVESTIGATOR-ID TO DB-INVESTIGATOR-ID
           MOVE DECISION-NOTE   TO DB-DECISION-NOTE
           MOVE TODAY-DATE      TO DB-TODAY-DATE

           EXEC SQL
               UPDATE SIU_QUEUE
               SET STATUS = 'DECLINED',
                   DECIDED_BY = :DB-INVESTIGATOR-ID,
                   DECIDED_DATE = :DB-TODAY-DATE,
                   DECISION_NOTE = :DB-DECISION-NOTE
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND STATUS = 'PENDING'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR DECLINING CLAIM, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               GO TO APPLY-DECLINE-EXIT
           END-IF

           EXEC SQL
               UPDATE CLAIM_HISTORY
               SET STATUS = 'REJECTED',
                   APPROVED_AMOUNT = 0,
                   REVIEWED_BY = :DB-INVESTIGATOR-ID
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND STATUS = 'SIU-REVIEW'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR UPDATING CLAIM, SQLCODE: " SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO APPLY-DECLINE-EXIT
           END-IF

           MOVE "RELEASE"   TO RSV-ACTION
           MOVE DB-CLAIM-ID TO RSV-CLAIM-ID
           PERFORM JOURNAL-CASE-RESERVE

           EXEC SQL
               UPDATE CLAIM_RESERVE
               SET STATUS = 'CLOSED',
                   RESERVE_AMOUNT = 0,
                   CLOSED_DATE = :DB-TODAY-DATE
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND STATUS = 'OPEN'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RELEASING CASE RESERVE, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC

           DISPLAY "CLAIM " CLAIM-ID " DECLINED".

       APPLY-DECLINE-EXIT.
           EXIT.

       SIGN-ON-USER.

           CALL "USERSIGNON"
                USING SIGNON-ROLE-REQUIRED
                      SIGNON-USER-ID
                      SIGNON-OK-FLAG.

       JOURNAL-CASE-RESERVE.

           CALL "CLAIMRSVGL"
                USING RSV-ACTION
                      RSV-CLAIM-ID.
