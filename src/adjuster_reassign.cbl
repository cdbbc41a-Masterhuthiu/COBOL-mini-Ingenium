       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJREASSIGN.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 MENU-CHOICE          PIC 9(01).

       01 CLAIM-ID             PIC 9(10).
       01 CLAIM-TYPE           PIC X(20).
       01 NEW-ADJUSTER-ID      PIC X(20).
       01 OLD-ADJUSTER-ID      PIC X(20).
       01 ADJUSTER-ID          PIC X(20).
       01 LEAD-ID              PIC X(20).

       01 TODAY-DATE           PIC 9(08).
       01 CLAIMS-ASSIGNED      PIC 9(05) VALUE ZERO.

      * The team lead's side of the adjuster desks: the open claim
      * count and overdue follow-ups per adjuster, any one desk's
      * list, moving a claim from one adjuster to another, sweeping
      * unassigned open claims through ADJASSIGN, and the claim-type
      * routing ADJASSIGN works from. Every move is written to the
      * claim's diary so the hand-offs stay on record.

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".

       01 WINDOW-BLOCKED-SWITCH PIC X(01) VALUE "N".
           88 BATCH-WINDOW-IN-PROGRESS    VALUE "Y".
       01 CLAIM-FOUND-SWITCH   PIC X(01) VALUE "N".
           88 OPEN-CLAIM-FOUND           VALUE "Y".
       01 USER-OK-SWITCH       PIC X(01) VALUE "N".
           88 ADJUSTER-OK                VALUE "Y".
       01 LISTED-ANY-SWITCH    PIC X(01) VALUE "N".
           88 LISTED-ANY                 VALUE "Y".
       01 SWEEP-DONE-SWITCH    PIC X(01) VALUE "N".
           88 SWEEP-DONE                 VALUE "Y".


      * Shared sign-on: every session starts with a verified user
      * id from the user master - free-typed names no longer drive
      * anything sensitive.

       01 SIGNON-ROLE-REQUIRED PIC X(10) VALUE "SUPERVISOR".
       01 SIGNON-USER-ID       PIC X(20).
       01 SIGNON-OK-FLAG       PIC X(01).
           88 SIGNED-ON                  VALUE "Y".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-CLAIM-ID          PIC 9(10).
       01 DB-POLICY-ID         PIC 9(06).
       01 DB-CLAIM-TYPE        PIC X(20).
       01 DB-CLAIM-STATUS      PIC X(16).
       01 DB-CLAIM-DATE        PIC 9(08).
       01 DB-ADJUSTER-ID       PIC X(20).
       01 DB-USER-ROLE         PIC X(10).
       01 DB-USER-STATUS       PIC X(10).
       01 DB-OPEN-COUNT        PIC 9(05).
       01 DB-OVERDUE-COUNT     PIC 9(05).
       01 DB-NEXT-FOLLOW-UP    PIC 9(08).
       01 DB-ENTRY-NO          PIC 9(05).
       01 DB-NOTE-TEXT         PIC X(60).
       01 DB-ENTERED-BY        PIC X(20).
       01 DB-TODAY-DATE        PIC 9(08).
       01 DB-WINDOW-STATUS     PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-ADJUSTER-REASSIGN.

           DISPLAY "=============================="
           DISPLAY " MINI INGENIUM CLAIM TEAM LEAD"
           DISPLAY "=============================="

           PERFORM SIGN-ON-USER

           IF NOT SIGNED-ON
               STOP RUN
           END-IF

           PERFORM SHOW-MENU UNTIL DONE

           STOP RUN.

       SHOW-MENU.

           DISPLAY "1. TEAM WORK-LOAD"
           DISPLAY "2. LIST AN ADJUSTER'S CLAIMS (BLANK = UNASSIGNED)"
           DISPLAY "3. REASSIGN CLAIM"
           DISPLAY "4. ASSIGN ALL UNASSIGNED OPEN CLAIMS"
           DISPLAY "5. ROUTE CLAIM TYPE TO ADJUSTER"
           DISPLAY "6. REMOVE CLAIM TYPE ROUTING"
           DISPLAY "7. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

           EVALUATE MENU-CHOICE
               WHEN 1
                   PERFORM LIST-TEAM-WORKLOAD
               WHEN 2
                   PERFORM LIST-ADJUSTER-CLAIMS
               WHEN 3
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM REASSIGN-CLAIM
                   END-IF
               WHEN 4
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM ASSIGN-UNASSIGNED-CLAIMS
                   END-IF
               WHEN 5
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM ADD-ROUTING
                   END-IF
               WHEN 6
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM REMOVE-ROUTING
                   END-IF
               WHEN 7
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

       LIST-TEAM-WORKLOAD.

      * One line per desk - unassigned open claims show against a
      * blank adjuster so they cannot hide.

           MOVE "N" TO LISTED-ANY-SWITCH

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE TO DB-TODAY-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE load_cursor CURSOR FOR
               SELECT IFNULL(H.ADJUSTER_ID, ' '), COUNT(*),
                      SUM(CASE WHEN EXISTS
                              (SELECT 1 FROM CLAIM_DIARY D
                               WHERE D.CLAIM_ID = H.CLAIM_ID
                                 AND D.FOLLOW_UP_STATUS = 'OPEN'
                                 AND D.FOLLOW_UP_DATE < :DB-TODAY-DATE)
                          THEN 1 ELSE 0 END)
               FROM CLAIM_HISTORY H
               WHERE H.STATUS IN ('PENDING-REVIEW', 'DUPLICATE-REVIEW',
                                  'PENDING-PAYEE', 'AWAITING-DOCS',
                                  'SIU-REVIEW')
               GROUP BY IFNULL(H.ADJUSTER_ID, ' ')
               ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN load_cursor END-EXEC.

           DISPLAY "ADJUSTER             OPEN  OVERDUE"
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH load_cursor
                   INTO :DB-ADJUSTER-ID, :DB-OPEN-COUNT,
                        :DB-OVERDUE-COUNT
               END-EXEC
               IF SQLCODE = 0
                   SET LISTED-ANY TO TRUE
                   IF DB-ADJUSTER-ID = SPACES
                       MOVE "(UNASSIGNED)" TO DB-ADJUSTER-ID
                   END-IF
                   DISPLAY DB-ADJUSTER-ID " " DB-OPEN-COUNT "  "
                           DB-OVERDUE-COUNT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE load_cursor END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF NOT LISTED-ANY
               DISPLAY "NO OPEN CLAIMS"
           END-IF.

       LIST-ADJUSTER-CLAIMS.

           DISPLAY "ENTER ADJUSTER ID (BLANK FOR UNASSIGNED):"
           ACCEPT ADJUSTER-ID

           MOVE "N" TO LISTED-ANY-SWITCH
           MOVE ADJUSTER-ID TO DB-ADJUSTER-ID

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE desk_cursor CURSOR FOR
               SELECT H.CLAIM_ID, H.POLICY_ID, H.CLAIM_TYPE,
                      H.STATUS, H.CLAIM_DATE,
                      (SELECT IFNULL(MIN(D.FOLLOW_UP_DATE), 0)
                       FROM CLAIM_DIARY D
                       WHERE D.CLAIM_ID = H.CLAIM_ID
                         AND D.FOLLOW_UP_STATUS = 'OPEN')
               FROM CLAIM_HISTORY H
               WHERE IFNULL(H.ADJUSTER_ID, ' ') = :DB-ADJUSTER-ID
                 AND H.STATUS IN ('PENDING-REVIEW', 'DUPLICATE-REVIEW',
                                  'PENDING-PAYEE', 'AWAITING-DOCS',
                                  'SIU-REVIEW')
               ORDER BY H.CLAIM_DATE, H.CLAIM_ID
           END-EXEC.

           EXEC SQL OPEN desk_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH desk_cursor
                   INTO :DB-CLAIM-ID, :DB-POLICY-ID, :DB-CLAIM-TYPE,
                        :DB-CLAIM-STATUS, :DB-CLAIM-DATE,
                        :DB-NEXT-FOLLOW-UP
               END-EXEC
               IF SQLCODE = 0
                   SET LISTED-ANY TO TRUE
                   DISPLAY DB-CLAIM-ID " " DB-CLAIM-DATE " "
                           DB-CLAIM-STATUS " " DB-CLAIM-TYPE
                   IF DB-NEXT-FOLLOW-UP NOT = ZERO
                      AND DB-NEXT-FOLLOW-UP < TODAY-DATE
                       DISPLAY "           FOLLOW-UP "
                               DB-NEXT-FOLLOW-UP " OVERDUE"
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE desk_cursor END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF NOT LISTED-ANY
               DISPLAY "NO OPEN CLAIMS ON THAT DESK"
           END-IF.

       REASSIGN-CLAIM.

           DISPLAY "ENTER CLAIM ID TO REASSIGN:"
           ACCEPT CLAIM-ID

           DISPLAY "ENTER NEW ADJUSTER ID:"
           ACCEPT NEW-ADJUSTER-ID

           MOVE SIGNON-USER-ID TO LEAD-ID
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-OPEN-CLAIM
           PERFORM CHECK-NEW-ADJUSTER

           IF NOT OPEN-CLAIM-FOUND
               DISPLAY "NO OPEN CLAIM WITH ID: " CLAIM-ID
           ELSE
               IF NOT ADJUSTER-OK
                   DISPLAY "USER " NEW-ADJUSTER-ID
                           " IS NOT AN ACTIVE ADJUSTER"
               ELSE
                   PERFORM APPLY-REASSIGNMENT
                       THRU APPLY-REASSIGNMENT-EXIT
               END-IF
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       LOOKUP-OPEN-CLAIM.

           MOVE "N" TO CLAIM-FOUND-SWITCH
           MOVE CLAIM-ID TO DB-CLAIM-ID

           EXEC SQL
               SELECT IFNULL(ADJUSTER_ID, ' ')
               INTO :DB-ADJUSTER-ID
               FROM CLAIM_HISTORY
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND STATUS IN ('PENDING-REVIEW', 'DUPLICATE-REVIEW',
                                'PENDING-PAYEE', 'AWAITING-DOCS',
                                'SIU-REVIEW')
           END-EXEC

           IF SQLCODE = 0
               SET OPEN-CLAIM-FOUND TO TRUE
               MOVE DB-ADJUSTER-ID TO OLD-ADJUSTER-ID
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

       CHECK-NEW-ADJUSTER.

      * A claim can go to an adjuster, or to a team lead who wants
      * to work it personally - either way an ACTIVE user.

           MOVE "N" TO USER-OK-SWITCH
           MOVE NEW-ADJUSTER-ID TO DB-ADJUSTER-ID

           EXEC SQL
               SELECT USER_ROLE, IFNULL(STATUS, 'ACTIVE')
               INTO :DB-USER-ROLE, :DB-USER-STATUS
               FROM APP_USER
               WHERE USER_ID = :DB-ADJUSTER-ID
           END-EXEC

           IF SQLCODE = 0
              AND DB-USER-STATUS = "ACTIVE"
              AND (DB-USER-ROLE = "ADJUSTER"
                   OR DB-USER-ROLE = "SUPERVISOR")
               SET ADJUSTER-OK TO TRUE
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

       APPLY-REASSIGNMENT.

           MOVE TODAY-DATE TO DB-TODAY-DATE
           MOVE NEW-ADJUSTER-ID TO DB-ADJUSTER-ID

           EXEC SQL
               UPDATE CLAIM_HISTORY
               SET ADJUSTER_ID = :DB-ADJUSTER-ID,
                   ASSIGNED_DATE = :DB-TODAY-DATE
               WHERE CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR REASSIGNING CLAIM, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               GO TO APPLY-REASSIGNMENT-EXIT
           END-IF

           IF OLD-ADJUSTER-ID = SPACES
               MOVE "(UNASSIGNED)" TO OLD-ADJUSTER-ID
           END-IF

           MOVE SPACES TO DB-NOTE-TEXT
           STRING "REASSIGNED FROM " DELIMITED BY SIZE
                  OLD-ADJUSTER-ID DELIMITED BY SPACE
                  " TO " DELIMITED BY SIZE
                  NEW-ADJUSTER-ID DELIMITED BY SPACE
                  INTO DB-NOTE-TEXT

           MOVE LEAD-ID TO DB-ENTERED-BY

           EXEC SQL
               SELECT IFNULL(MAX(ENTRY_NO), 0) + 1
               INTO :DB-ENTRY-NO
               FROM CLAIM_DIARY
               WHERE CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

           EXEC SQL
               INSERT INTO CLAIM_DIARY
                   (CLAIM_ID, ENTRY_NO, ENTRY_DATE, ENTERED_BY,
                    NOTE_TEXT, FOLLOW_UP_DATE, FOLLOW_UP_STATUS)
               VALUES
                   (:DB-CLAIM-ID, :DB-ENTRY-NO, :DB-TODAY-DATE,
                    :DB-ENTERED-BY, :DB-NOTE-TEXT, '00000000', ' ')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING CLAIM DIARY, SQLCODE: " SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO APPLY-REASSIGNMENT-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC

           DISPLAY "CLAIM " CLAIM-ID " REASSIGNED TO "
                   NEW-ADJUSTER-ID.

       APPLY-REASSIGNMENT-EXIT.
           EXIT.

       ASSIGN-UNASSIGNED-CLAIMS.

      * Open claims from before desks were kept, or held while no
      * adjuster was set up, go through ADJASSIGN one at a time. The
      * sweep stops early if ADJASSIGN has nobody to give them to.

           MOVE ZERO TO CLAIMS-ASSIGNED
           MOVE "N" TO SWEEP-DONE-SWITCH

           PERFORM ASSIGN-NEXT-UNASSIGNED UNTIL SWEEP-DONE

           DISPLAY "CLAIMS ASSIGNED: " CLAIMS-ASSIGNED.

       ASSIGN-NEXT-UNASSIGNED.

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT CLAIM_ID, CLAIM_TYPE
               INTO :DB-CLAIM-ID, :DB-CLAIM-TYPE
               FROM CLAIM_HISTORY
               WHERE IFNULL(ADJUSTER_ID, ' ') = ' '
                 AND STATUS IN ('PENDING-REVIEW', 'DUPLICATE-REVIEW',
                                'PENDING-PAYEE', 'AWAITING-DOCS',
                                'SIU-REVIEW')
               ORDER BY CLAIM_DATE, CLAIM_ID
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               SET SWEEP-DONE TO TRUE
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF NOT SWEEP-DONE
               MOVE DB-CLAIM-ID   TO CLAIM-ID
               MOVE DB-CLAIM-TYPE TO CLAIM-TYPE

               CALL "ADJASSIGN"
                    USING CLAIM-ID
                          CLAIM-TYPE
                          ADJUSTER-ID

               IF ADJUSTER-ID = SPACES
                   SET SWEEP-DONE TO TRUE
               ELSE
                   ADD 1 TO CLAIMS-ASSIGNED
               END-IF
           END-IF.

       ADD-ROUTING.

      * Once a claim type has any routing row, only the users routed
      * for it get that type - the rest of the team stops getting
      * it from the general rotation.

           DISPLAY "ENTER CLAIM TYPE:"
           ACCEPT CLAIM-TYPE

           DISPLAY "ENTER ADJUSTER ID:"
           ACCEPT NEW-ADJUSTER-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM CHECK-NEW-ADJUSTER

           IF NOT ADJUSTER-OK
               DISPLAY "USER " NEW-ADJUSTER-ID
                       " IS NOT AN ACTIVE ADJUSTER"
           ELSE
               MOVE CLAIM-TYPE TO DB-CLAIM-TYPE

               EXEC SQL
                   INSERT INTO ADJUSTER_ROUTING
                       (CLAIM_TYPE, USER_ID)
                   VALUES
                       (:DB-CLAIM-TYPE, :DB-ADJUSTER-ID)
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY CLAIM-TYPE " CLAIMS NOW ROUTE TO "
                           NEW-ADJUSTER-ID
               ELSE
                   DISPLAY "ROUTING ALREADY ON FILE OR ERROR, "
                           "SQLCODE: " SQLCODE
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       REMOVE-ROUTING.

           DISPLAY "ENTER CLAIM TYPE:"
           ACCEPT CLAIM-TYPE

           DISPLAY "ENTER ADJUSTER ID:"
           ACCEPT NEW-ADJUSTER-ID

           MOVE CLAIM-TYPE      TO DB-CLAIM-TYPE
           MOVE NEW-ADJUSTER-ID TO DB-ADJUSTER-ID
           MOVE ZERO TO DB-OPEN-COUNT

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :DB-OPEN-COUNT
               FROM ADJUSTER_ROUTING
               WHERE CLAIM_TYPE = :DB-CLAIM-TYPE
                 AND USER_ID = :DB-ADJUSTER-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR DB-OPEN-COUNT = ZERO
               DISPLAY "NO SUCH ROUTING ON FILE"
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL
                   DELETE FROM ADJUSTER_ROUTING
                   WHERE CLAIM_TYPE = :DB-CLAIM-TYPE
                     AND USER_ID = :DB-ADJUSTER-ID
               END-EXEC

               EXEC SQL COMMIT END-EXEC

               DISPLAY "ROUTING REMOVED - CLAIMS ALREADY ON THAT "
                       "DESK STAY THERE UNTIL REASSIGNED"
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       SIGN-ON-USER.

           CALL "USERSIGNON"
                USING SIGNON-ROLE-REQUIRED
                      SIGNON-USER-ID
                      SIGNON-OK-FLAG.
