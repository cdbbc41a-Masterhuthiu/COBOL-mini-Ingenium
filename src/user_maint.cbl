       01 USER-PASSWORD        PIC X(20).
       01 USER-ROLE            PIC X(10).
       01 USER-STATUS          PIC X(10).
       01 TODAY-DATE           PIC 9(08).

      * Passwords are hashed (PWHASH) before they are saved - the
      * user master never holds one as typed. A password set here
      * is only good for the next sign-on, where USERSIGNON makes
      * the user choose their own.

       01 USER-PASSWORD-HASH   PIC X(20).

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-USER-ID           PIC X(20).
       01 DB-USER-NAME         PIC X(30).
       01 DB-PASSWORD-HASH     PIC X(20).
       01 DB-FAILED-ATTEMPTS   PIC 9(03).
       01 DB-LOCKED-FLAG       PIC X(01).
       01 DB-LAST-SIGNON-DATE  PIC 9(08).
       01 DB-TODAY-DATE        PIC 9(08).
       01 DB-SIGNON-DATE       PIC 9(08).
       01 DB-SIGNON-TIME       PIC 9(06).
       01 DB-ROLE-REQUIRED     PIC X(10).
       01 DB-OUTCOME           PIC X(10).
       01 DB-USER-ROLE         PIC X(10).
       01 DB-USER-STATUS       PIC X(10).
       01 DB-WINDOW-STATUS     PIC X(10).
           DISPLAY "2. ADD USER"
           DISPLAY "3. RESET PASSWORD"
           DISPLAY "4. CHANGE ROLE / STATUS"
           DISPLAY "5. UNLOCK USER"
           DISPLAY "6. SIGN-ON LOG FOR A USER"
           DISPLAY "7. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

                       PERFORM CHANGE-ROLE-STATUS
                   END-IF
               WHEN 5
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM UNLOCK-USER
                   END-IF
               WHEN 6
                   PERFORM LIST-SIGNON-LOG
               WHEN 7
                   SET DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           EXEC SQL
               DECLARE user_cursor CURSOR FOR
               SELECT USER_ID, USER_NAME, USER_ROLE,
                      IFNULL(STATUS, 'ACTIVE'),
                      IFNULL(LOCKED_FLAG, 'N'),
                      IFNULL(LAST_SIGNON_DATE, '00000000')
               FROM APP_USER
               ORDER BY USER_ID
           END-EXEC.
               EXEC SQL
                   FETCH user_cursor
                   INTO :DB-USER-ID, :DB-USER-NAME, :DB-USER-ROLE,
                        :DB-USER-STATUS, :DB-LOCKED-FLAG,
                        :DB-LAST-SIGNON-DATE
               END-EXEC
               IF SQLCODE = 0
                   SET LISTED-ANY TO TRUE
                   DISPLAY "  " DB-USER-ID " " DB-USER-NAME
                           " [" DB-USER-ROLE "] " DB-USER-STATUS
                           " LAST SIGN-ON " DB-LAST-SIGNON-DATE
                   IF DB-LOCKED-FLAG = "Y"
                       DISPLAY "      ** LOCKED **"
                   END-IF
               END-IF
           END-PERFORM.

           ACCEPT USER-PASSWORD

           DISPLAY "ENTER ROLE "
                   "(OPERATOR/SUPERVISOR/UNDERWRITE/SIU/ADJUSTER/"
                   "COMPLIANCE/ADMIN):"
           ACCEPT USER-ROLE

           PERFORM HASH-USER-PASSWORD
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           MOVE USER-ID            TO DB-USER-ID
           MOVE USER-NAME          TO DB-USER-NAME
           MOVE USER-PASSWORD-HASH TO DB-PASSWORD-HASH
           MOVE USER-ROLE          TO DB-USER-ROLE
           MOVE TODAY-DATE         TO DB-TODAY-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               INSERT INTO APP_USER
                   (USER_ID, USER_NAME, PASSWORD_HASH, USER_ROLE,
                    STATUS, FAILED_ATTEMPTS, LOCKED_FLAG, MUST_CHANGE,
                    PASSWORD_CHANGED)
               VALUES
                   (:DB-USER-ID, :DB-USER-NAME, :DB-PASSWORD-HASH,
                    :DB-USER-ROLE, 'ACTIVE', 0, 'N', 'Y',
                    :DB-TODAY-DATE)
           END-EXEC

           IF SQLCODE = 0
           DISPLAY "ENTER NEW PASSWORD:"
           ACCEPT USER-PASSWORD

           PERFORM HASH-USER-PASSWORD
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           MOVE USER-ID            TO DB-USER-ID
           MOVE USER-PASSWORD-HASH TO DB-PASSWORD-HASH
           MOVE TODAY-DATE         TO DB-TODAY-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

      * A reset does not unlock - that is a separate, deliberate
      * step - but it does clear the failure count.

           EXEC SQL
               UPDATE APP_USER
               SET PASSWORD_HASH = :DB-PASSWORD-HASH,
                   MUST_CHANGE = 'Y',
                   FAILED_ATTEMPTS = 0,
                   PASSWORD_CHANGED = :DB-TODAY-DATE
               WHERE USER_ID = :DB-USER-ID
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "PASSWORD RESET FOR " USER-ID
                       " - TO BE CHANGED AT NEXT SIGN-ON"
           ELSE
               DISPLAY "ERROR RESETTING PASSWORD, SQLCODE: " SQLCODE
           END-IF
           ACCEPT USER-ID

           DISPLAY "ENTER ROLE "
                   "(OPERATOR/SUPERVISOR/UNDERWRITE/SIU/ADJUSTER/"
                   "COMPLIANCE/ADMIN):"
           ACCEPT USER-ROLE

           DISPLAY "ENTER STATUS (ACTIVE/DISABLED):"

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

       HASH-USER-PASSWORD.

           CALL "PWHASH"
                USING USER-ID
                      USER-PASSWORD
                      USER-PASSWORD-HASH.

       UNLOCK-USER.

      * Unlocking lets the user try again with the password they
      * have; if they have forgotten it, reset it as well.

           DISPLAY "ENTER USER ID TO UNLOCK:"
           ACCEPT USER-ID

           MOVE USER-ID TO DB-USER-ID

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               UPDATE APP_USER
               SET LOCKED_FLAG = 'N',
                   FAILED_ATTEMPTS = 0
               WHERE USER_ID = :DB-USER-ID
                 AND LOCKED_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "USER " USER-ID " UNLOCKED"
           ELSE
               DISPLAY "USER " USER-ID " IS NOT LOCKED OR NOT ON FILE"
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

       LIST-SIGNON-LOG.

           DISPLAY "ENTER USER ID:"
           ACCEPT USER-ID

           MOVE USER-ID TO DB-USER-ID
           MOVE "N" TO LISTED-ANY-SWITCH

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE signon_log_cursor CURSOR FOR
               SELECT SIGNON_DATE, SIGNON_TIME,
                      IFNULL(ROLE_REQUIRED, ' '), OUTCOME
               FROM SIGNON_LOG
               WHERE USER_ID = :DB-USER-ID
               ORDER BY LOG_ID DESC
               LIMIT 50
           END-EXEC.

           EXEC SQL OPEN signon_log_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH signon_log_cursor
                   INTO :DB-SIGNON-DATE, :DB-SIGNON-TIME,
                        :DB-ROLE-REQUIRED, :DB-OUTCOME
               END-EXEC
               IF SQLCODE = 0
                   SET LISTED-ANY TO TRUE
                   DISPLAY "  " DB-SIGNON-DATE " " DB-SIGNON-TIME
                           " " DB-OUTCOME " ROLE " DB-ROLE-REQUIRED
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE signon_log_cursor END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF NOT LISTED-ANY
               DISPLAY "NO SIGN-ON ATTEMPTS ON FILE FOR " USER-ID
           END-IF.
