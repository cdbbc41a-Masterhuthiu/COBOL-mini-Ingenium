       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLIANCEREVIEW.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 MENU-CHOICE          PIC 9(01).

       01 REVIEW-ID            PIC 9(09).
       01 DECISION-NOTE        PIC X(40).
       01 OFFICER-ID           PIC X(20).

       01 TODAY-DATE           PIC 9(08).

      * Possible watch-list matches raised by WATCHSCREEN sit OPEN in
      * SCREENING_REVIEW, and whatever raised them has been stopped,
      * until a compliance officer decides them here:
      *
      *   FALSE POSITIVE - the party is not the listed person. The
      *             same party is let through against that entry from
      *             now on, unless the regulator changes the entry.
      *             The stopped transaction is simply done again: the
      *             customer re-added, the beneficiaries re-entered,
      *             the application resubmitted from the repair
      *             workbench; a held claim pays on the next run.
      *   CONFIRMED - the party is the listed person. It stays held
      *             everywhere it is screened, for good.
      *
      * Who decided, when and why stay on the review row.

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".

       01 WINDOW-BLOCKED-SWITCH PIC X(01) VALUE "N".
           88 BATCH-WINDOW-IN-PROGRESS    VALUE "Y".
       01 REVIEW-FOUND-SWITCH  PIC X(01) VALUE "N".
           88 OPEN-REVIEW-FOUND          VALUE "Y".
       01 LISTED-ANY-SWITCH    PIC X(01) VALUE "N".
           88 LISTED-ANY                 VALUE "Y".


      * Shared sign-on: every session starts with a verified user
      * id from the user master - free-typed names no longer drive
      * anything sensitive.

       01 SIGNON-ROLE-REQUIRED PIC X(10) VALUE "COMPLIANCE".
       01 SIGNON-USER-ID       PIC X(20).
       01 SIGNON-OK-FLAG       PIC X(01).
           88 SIGNED-ON                  VALUE "Y".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-REVIEW-ID         PIC 9(09).
       01 DB-PARTY-TYPE        PIC X(12).
       01 DB-PARTY-KEY         PIC X(20).
       01 DB-PARTY-NAME        PIC X(30).
       01 DB-ENTRY-ID          PIC X(20).
       01 DB-SOURCE-PROGRAM    PIC X(14).
       01 DB-RAISED-DATE       PIC 9(08).
       01 DB-LIST-NAME         PIC X(10).
       01 DB-FULL-NAME         PIC X(60).
       01 DB-DATE-OF-BIRTH     PIC X(08).
       01 DB-COUNTRY           PIC X(03).
       01 DB-NEW-STATUS        PIC X(10).
       01 DB-OFFICER-ID        PIC X(20).
       01 DB-DECISION-NOTE     PIC X(40).
       01 DB-TODAY-DATE        PIC 9(08).
       01 DB-WINDOW-STATUS     PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-COMPLIANCE-REVIEW.

           DISPLAY "================================="
           DISPLAY " MINI INGENIUM COMPLIANCE REVIEW"
           DISPLAY "================================="

           PERFORM SIGN-ON-USER

           IF NOT SIGNED-ON
               STOP RUN
           END-IF

           PERFORM SHOW-MENU UNTIL DONE

           STOP RUN.

       SHOW-MENU.

           DISPLAY "1. LIST OPEN WATCH LIST MATCHES"
           DISPLAY "2. SHOW A MATCH AGAINST THE LIST ENTRY"
           DISPLAY "3. MARK MATCH FALSE POSITIVE"
           DISPLAY "4. MARK MATCH CONFIRMED"
           DISPLAY "5. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

           EVALUATE MENU-CHOICE
               WHEN 1
                   PERFORM LIST-OPEN-REVIEWS
               WHEN 2
                   PERFORM SHOW-REVIEW-DETAIL
               WHEN 3
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       MOVE "FALSE-POS" TO DB-NEW-STATUS
                       PERFORM DECIDE-REVIEW
                   END-IF
               WHEN 4
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       MOVE "CONFIRMED" TO DB-NEW-STATUS
                       PERFORM DECIDE-REVIEW
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

       LIST-OPEN-REVIEWS.

      * Oldest first - the longest-stopped business at the top.

           MOVE "N" TO LISTED-ANY-SWITCH

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE review_cursor CURSOR FOR
               SELECT REVIEW_ID, PARTY_TYPE, PARTY_KEY, PARTY_NAME,
                      ENTRY_ID, SOURCE_PROGRAM, RAISED_DATE
               FROM SCREENING_REVIEW
               WHERE STATUS = 'OPEN'
               ORDER BY RAISED_DATE, REVIEW_ID
           END-EXEC.

           EXEC SQL OPEN review_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH review_cursor
                   INTO :DB-REVIEW-ID, :DB-PARTY-TYPE, :DB-PARTY-KEY,
                        :DB-PARTY-NAME, :DB-ENTRY-ID,
                        :DB-SOURCE-PROGRAM, :DB-RAISED-DATE
               END-EXEC
               IF SQLCODE = 0
                   SET LISTED-ANY TO TRUE
                   DISPLAY "REVIEW " DB-REVIEW-ID " " DB-PARTY-TYPE
                           " " DB-PARTY-KEY " " DB-PARTY-NAME
                   DISPLAY "    LIST ENTRY " DB-ENTRY-ID
                           " RAISED BY " DB-SOURCE-PROGRAM
                           " ON " DB-RAISED-DATE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE review_cursor END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF NOT LISTED-ANY
               DISPLAY "NO OPEN WATCH LIST MATCHES"
           END-IF.

       SHOW-REVIEW-DETAIL.

           DISPLAY "ENTER REVIEW ID:"
           ACCEPT REVIEW-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-OPEN-REVIEW

           IF NOT OPEN-REVIEW-FOUND
               DISPLAY "NO OPEN MATCH WITH REVIEW ID: " REVIEW-ID
           ELSE
               PERFORM SHOW-LIST-ENTRY
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       SHOW-LIST-ENTRY.

      * An entry the regulator has since taken off the list is shown
      * as such - the match can still be decided either way.

           MOVE SPACES TO DB-LIST-NAME
           MOVE SPACES TO DB-FULL-NAME
           MOVE SPACES TO DB-DATE-OF-BIRTH
           MOVE SPACES TO DB-COUNTRY

           EXEC SQL
               SELECT IFNULL(LIST_NAME, ' '), IFNULL(FULL_NAME, ' '),
                      IFNULL(DATE_OF_BIRTH, ' '),
                      IFNULL(COUNTRY, ' ')
               INTO :DB-LIST-NAME, :DB-FULL-NAME,
                    :DB-DATE-OF-BIRTH, :DB-COUNTRY
               FROM WATCH_LIST
               WHERE ENTRY_ID = :DB-ENTRY-ID
           END-EXEC

           DISPLAY "------------------------------"
           DISPLAY "PARTY:      " DB-PARTY-TYPE " " DB-PARTY-KEY
           DISPLAY "NAME:       " DB-PARTY-NAME
           DISPLAY "RAISED BY:  " DB-SOURCE-PROGRAM
                   " ON " DB-RAISED-DATE

           IF SQLCODE = 0
               DISPLAY "LIST ENTRY: " DB-ENTRY-ID " " DB-LIST-NAME
               DISPLAY "LISTED AS:  " DB-FULL-NAME
               DISPLAY "BORN:       " DB-DATE-OF-BIRTH
                       "  COUNTRY: " DB-COUNTRY
           ELSE
               DISPLAY "LIST ENTRY: " DB-ENTRY-ID
                       " NO LONGER ON THE WATCH LIST"
               MOVE ZERO TO SQLCODE
           END-IF
           DISPLAY "------------------------------".

       DECIDE-REVIEW.

           DISPLAY "ENTER REVIEW ID:"
           ACCEPT REVIEW-ID

           DISPLAY "ENTER REASON FOR THE DECISION:"
           ACCEPT DECISION-NOTE

           MOVE SIGNON-USER-ID TO OFFICER-ID
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM LOOKUP-OPEN-REVIEW

           IF NOT OPEN-REVIEW-FOUND
               DISPLAY "NO OPEN MATCH WITH REVIEW ID: " REVIEW-ID
           ELSE
               PERFORM APPLY-DECISION
                   THRU APPLY-DECISION-EXIT
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       LOOKUP-OPEN-REVIEW.

           MOVE "N" TO REVIEW-FOUND-SWITCH
           MOVE REVIEW-ID TO DB-REVIEW-ID

           EXEC SQL
               SELECT PARTY_TYPE, PARTY_KEY, PARTY_NAME, ENTRY_ID,
                      SOURCE_PROGRAM, RAISED_DATE
               INTO :DB-PARTY-TYPE, :DB-PARTY-KEY, :DB-PARTY-NAME,
                    :DB-ENTRY-ID, :DB-SOURCE-PROGRAM, :DB-RAISED-DATE
               FROM SCREENING_REVIEW
               WHERE REVIEW_ID = :DB-REVIEW-ID
                 AND STATUS = 'OPEN'
           END-EXEC

           IF SQLCODE = 0
               SET OPEN-REVIEW-FOUND TO TRUE
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

       APPLY-DECISION.

           MOVE OFFICER-ID    TO DB-OFFICER-ID
           MOVE DECISION-NOTE TO DB-DECISION-NOTE
           MOVE TODAY-DATE    TO DB-TODAY-DATE

           EXEC SQL
               UPDATE SCREENING_REVIEW
               SET STATUS = :DB-NEW-STATUS,
                   DECIDED_BY = :DB-OFFICER-ID,
                   DECIDED_DATE = :DB-TODAY-DATE,
                   DECISION_NOTE = :DB-DECISION-NOTE
               WHERE REVIEW_ID = :DB-REVIEW-ID
                 AND STATUS = 'OPEN'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RECORDING DECISION, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               GO TO APPLY-DECISION-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC

           IF DB-NEW-STATUS = "FALSE-POS"
               DISPLAY "REVIEW " REVIEW-ID " CLEARED AS A FALSE "
                       "POSITIVE - " DB-PARTY-NAME
                       " MAY NOW PROCEED"
           ELSE
               DISPLAY "REVIEW " REVIEW-ID " CONFIRMED - "
                       DB-PARTY-NAME " STAYS HELD"
           END-IF.

       APPLY-DECISION-EXIT.
           EXIT.

       SIGN-ON-USER.

           CALL "USERSIGNON"
                USING SIGNON-ROLE-REQUIRED
                      SIGNON-USER-ID
                      SIGNON-OK-FLAG.
