       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJWORKLIST.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 MENU-CHOICE          PIC 9(01).

       01 CLAIM-ID             PIC 9(10).
       01 ENTRY-NO             PIC 9(05).
       01 NOTE-TEXT            PIC X(60).
       01 FOLLOW-UP-DATE       PIC 9(08).

       01 TODAY-DATE           PIC 9(08).
       01 TODAY-INTEGER        PIC 9(09).
       01 CLAIM-INTEGER        PIC 9(09).
       01 CLAIM-AGE-DAYS       PIC S9(09).
       01 CLAIM-AGE-DISPLAY    PIC Z(04)9.
       01 OVERDUE-MARKER       PIC X(08).
       01 WORKLIST-COUNT       PIC 9(05) VALUE ZERO.
       01 OVERDUE-COUNT        PIC 9(05) VALUE ZERO.

      * The adjuster's desk: every claim assigned to the signed-on
      * user that is still held open, oldest first, with the next
      * open follow-up from the claim diary and OVERDUE against any
      * claim whose follow-up date has already gone by. The diary
      * is where the notes on a claim live - who called whom, what
      * was asked for, and when to chase it.

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".

       01 WINDOW-BLOCKED-SWITCH PIC X(01) VALUE "N".
           88 BATCH-WINDOW-IN-PROGRESS    VALUE "Y".
       01 CLAIM-FOUND-SWITCH   PIC X(01) VALUE "N".
           88 CLAIM-FOUND                VALUE "Y".
       01 LISTED-ANY-SWITCH    PIC X(01) VALUE "N".
           88 LISTED-ANY                 VALUE "Y".


      * Shared sign-on: every session starts with a verified user
      * id from the user master - free-typed names no longer drive
      * anything sensitive.

       01 SIGNON-ROLE-REQUIRED PIC X(10) VALUE "ADJUSTER".
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
       01 DB-NEXT-FOLLOW-UP    PIC 9(08).
       01 DB-ENTRY-NO          PIC 9(05).
       01 DB-ENTRY-DATE        PIC 9(08).
       01 DB-ENTERED-BY        PIC X(20).
       01 DB-NOTE-TEXT         PIC X(60).
       01 DB-FOLLOW-UP-DATE    PIC 9(08).
       01 DB-FOLLOW-UP-STATUS  PIC X(06).
       01 DB-TODAY-DATE        PIC 9(08).
       01 DB-WINDOW-STATUS     PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-ADJUSTER-WORKLIST.

           DISPLAY "=============================="
           DISPLAY " MINI INGENIUM ADJUSTER DESK  "
           DISPLAY "=============================="

           PERFORM SIGN-ON-USER

           IF NOT SIGNED-ON
               STOP RUN
           END-IF

           PERFORM SHOW-MENU UNTIL DONE

           STOP RUN.

       SHOW-MENU.

           DISPLAY "1. MY WORK-LIST"
           DISPLAY "2. SHOW CLAIM DIARY"
           DISPLAY "3. ADD DIARY NOTE / FOLLOW-UP"
           DISPLAY "4. COMPLETE FOLLOW-UP"
           DISPLAY "5. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

           EVALUATE MENU-CHOICE
               WHEN 1
                   PERFORM LIST-WORKLIST
               WHEN 2
                   PERFORM SHOW-CLAIM-DIARY
               WHEN 3
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM ADD-DIARY-NOTE
                   END-IF
               WHEN 4
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM COMPLETE-FOLLOW-UP
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

       LIST-WORKLIST.

           MOVE "N" TO LISTED-ANY-SWITCH
           MOVE ZERO TO WORKLIST-COUNT
           MOVE ZERO TO OVERDUE-COUNT

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE (TODAY-DATE)

           MOVE SIGNON-USER-ID TO DB-ADJUSTER-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE work_cursor CURSOR FOR
               SELECT H.CLAIM_ID, H.POLICY_ID, H.CLAIM_TYPE,
                      H.STATUS, H.CLAIM_DATE,
                      (SELECT IFNULL(MIN(D.FOLLOW_UP_DATE), 0)
                       FROM CLAIM_DIARY D
                       WHERE D.CLAIM_ID = H.CLAIM_ID
                         AND D.FOLLOW_UP_STATUS = 'OPEN')
               FROM CLAIM_HISTORY H
               WHERE H.ADJUSTER_ID = :DB-ADJUSTER-ID
                 AND H.STATUS IN ('PENDING-REVIEW', 'DUPLICATE-REVIEW',
                                  'PENDING-PAYEE', 'AWAITING-DOCS',
                                  'SIU-REVIEW')
               ORDER BY H.CLAIM_DATE, H.CLAIM_ID
           END-EXEC.

           EXEC SQL OPEN work_cursor END-EXEC.

           DISPLAY "CLAIM       AGE  STATUS           NEXT DIARY"
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH work_cursor
                   INTO :DB-CLAIM-ID, :DB-POLICY-ID, :DB-CLAIM-TYPE,
                        :DB-CLAIM-STATUS, :DB-CLAIM-DATE,
                        :DB-NEXT-FOLLOW-UP
               END-EXEC
               IF SQLCODE = 0
                   SET LISTED-ANY TO TRUE
                   PERFORM SHOW-WORKLIST-LINE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE work_cursor END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF NOT LISTED-ANY
               DISPLAY "NO OPEN CLAIMS ASSIGNED TO " SIGNON-USER-ID
           ELSE
               DISPLAY "OPEN CLAIMS: " WORKLIST-COUNT
                       "  OVERDUE: " OVERDUE-COUNT
           END-IF.

       SHOW-WORKLIST-LINE.

           ADD 1 TO WORKLIST-COUNT

           COMPUTE CLAIM-INTEGER =
                   FUNCTION INTEGER-OF-DATE (DB-CLAIM-DATE)
           COMPUTE CLAIM-AGE-DAYS = TODAY-INTEGER - CLAIM-INTEGER
           MOVE CLAIM-AGE-DAYS TO CLAIM-AGE-DISPLAY

           MOVE SPACES TO OVERDUE-MARKER
           IF DB-NEXT-FOLLOW-UP NOT = ZERO
              AND DB-NEXT-FOLLOW-UP < TODAY-DATE
               MOVE "OVERDUE" TO OVERDUE-MARKER
               ADD 1 TO OVERDUE-COUNT
           END-IF

           DISPLAY DB-CLAIM-ID " " CLAIM-AGE-DISPLAY "  "
                   DB-CLAIM-STATUS " " DB-NEXT-FOLLOW-UP " "
                   OVERDUE-MARKER
           DISPLAY "           POLICY " DB-POLICY-ID
                   " TYPE " DB-CLAIM-TYPE.

       SHOW-CLAIM-DIARY.

           DISPLAY "ENTER CLAIM ID:"
           ACCEPT CLAIM-ID

           MOVE CLAIM-ID TO DB-CLAIM-ID
           MOVE "N" TO LISTED-ANY-SWITCH

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE diary_cursor CURSOR FOR
               SELECT ENTRY_NO, ENTRY_DATE, ENTERED_BY, NOTE_TEXT,
                      IFNULL(FOLLOW_UP_DATE, 0),
                      IFNULL(FOLLOW_UP_STATUS, ' ')
               FROM CLAIM_DIARY
               WHERE CLAIM_ID = :DB-CLAIM-ID
               ORDER BY ENTRY_NO
           END-EXEC.

           EXEC SQL OPEN diary_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH diary_cursor
                   INTO :DB-ENTRY-NO, :DB-ENTRY-DATE, :DB-ENTERED-BY,
                        :DB-NOTE-TEXT, :DB-FOLLOW-UP-DATE,
                        :DB-FOLLOW-UP-STATUS
               END-EXEC
               IF SQLCODE = 0
                   SET LISTED-ANY TO TRUE
                   DISPLAY DB-ENTRY-NO " " DB-ENTRY-DATE " "
                           DB-ENTERED-BY
                   DISPLAY "      " DB-NOTE-TEXT
                   IF DB-FOLLOW-UP-DATE NOT = ZERO
                       DISPLAY "      FOLLOW UP " DB-FOLLOW-UP-DATE
                               " " DB-FOLLOW-UP-STATUS
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE diary_cursor END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF NOT LISTED-ANY
               DISPLAY "NO DIARY ENTRIES FOR CLAIM " CLAIM-ID
           END-IF.

       ADD-DIARY-NOTE.

      * A note with a follow-up date is a diary item to chase - it
      * stays OPEN on the work-list until it is completed. A date of
      * zero makes it a plain note.

           DISPLAY "ENTER CLAIM ID:"
           ACCEPT CLAIM-ID

           DISPLAY "ENTER NOTE:"
           ACCEPT NOTE-TEXT

           DISPLAY "ENTER FOLLOW-UP DATE (YYYYMMDD, 0 FOR NONE):"
           ACCEPT FOLLOW-UP-DATE

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           IF FOLLOW-UP-DATE NOT = ZERO
              AND FUNCTION TEST-DATE-YYYYMMDD (FOLLOW-UP-DATE)
                  NOT = ZERO
               DISPLAY "INVALID FOLLOW-UP DATE: " FOLLOW-UP-DATE
           ELSE
               EXEC SQL CONNECT TO 'db/database.db' END-EXEC

               PERFORM LOOKUP-CLAIM

               IF NOT CLAIM-FOUND
                   DISPLAY "NO CLAIM ON FILE WITH ID: " CLAIM-ID
               ELSE
                   PERFORM INSERT-DIARY-NOTE
               END-IF

               EXEC SQL DISCONNECT CURRENT END-EXEC
           END-IF.

       LOOKUP-CLAIM.

           MOVE "N" TO CLAIM-FOUND-SWITCH
           MOVE CLAIM-ID TO DB-CLAIM-ID

           EXEC SQL
               SELECT STATUS INTO :DB-CLAIM-STATUS
               FROM CLAIM_HISTORY
               WHERE CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

           IF SQLCODE = 0
               SET CLAIM-FOUND TO TRUE
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

       INSERT-DIARY-NOTE.

           MOVE TODAY-DATE     TO DB-TODAY-DATE
           MOVE SIGNON-USER-ID TO DB-ENTERED-BY
           MOVE NOTE-TEXT      TO DB-NOTE-TEXT
           MOVE FOLLOW-UP-DATE TO DB-FOLLOW-UP-DATE

           IF FOLLOW-UP-DATE = ZERO
               MOVE SPACES TO DB-FOLLOW-UP-STATUS
           ELSE
               MOVE "OPEN" TO DB-FOLLOW-UP-STATUS
           END-IF

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
                    :DB-ENTERED-BY, :DB-NOTE-TEXT,
                    :DB-FOLLOW-UP-DATE, :DB-FOLLOW-UP-STATUS)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY "DIARY ENTRY " DB-ENTRY-NO " ADDED TO CLAIM "
                       CLAIM-ID
           ELSE
               DISPLAY "ERROR ADDING DIARY ENTRY, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       COMPLETE-FOLLOW-UP.

           DISPLAY "ENTER CLAIM ID:"
           ACCEPT CLAIM-ID

           DISPLAY "ENTER DIARY ENTRY NUMBER:"
           ACCEPT ENTRY-NO

           MOVE CLAIM-ID TO DB-CLAIM-ID
           MOVE ENTRY-NO TO DB-ENTRY-NO

           MOVE SPACES TO DB-FOLLOW-UP-STATUS

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT IFNULL(FOLLOW_UP_STATUS, ' ')
               INTO :DB-FOLLOW-UP-STATUS
               FROM CLAIM_DIARY
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND ENTRY_NO = :DB-ENTRY-NO
           END-EXEC

           IF SQLCODE NOT = 0 OR DB-FOLLOW-UP-STATUS NOT = "OPEN"
               DISPLAY "NO OPEN FOLLOW-UP " ENTRY-NO
                       " ON CLAIM " CLAIM-ID
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL
                   UPDATE CLAIM_DIARY
                   SET FOLLOW_UP_STATUS = 'DONE'
                   WHERE CLAIM_ID = :DB-CLAIM-ID
                     AND ENTRY_NO = :DB-ENTRY-NO
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY "FOLLOW-UP " ENTRY-NO " ON CLAIM " CLAIM-ID
                           " COMPLETED"
               ELSE
                   DISPLAY "ERROR COMPLETING FOLLOW-UP, SQLCODE: "
                           SQLCODE
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       SIGN-ON-USER.

           CALL "USERSIGNON"
                USING SIGNON-ROLE-REQUIRED
                      SIGNON-USER-ID
                      SIGNON-OK-FLAG.
