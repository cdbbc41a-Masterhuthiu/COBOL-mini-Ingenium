      * on the user master, and when the caller names a required
      * role the user has to hold it - ADMIN passes every role
      * gate. Three tries, then the caller is told no.
      *
      * Only a one-way digest of the password is held (PWHASH), so
      * what was typed is hashed and the digests compared. Wrong
      * passwords count against the user across sessions; at
      * SIGNON-MAX-FAILURES in a row the user is locked until an
      * administrator unlocks them in USERMAINT. A new or reset
      * password, or one older than PASSWORD-EXPIRY-DAYS, has to be
      * changed before the sign-on completes. Every attempt, good or
      * bad, is written to SIGNON_LOG.

       01 SIGNON-TRIES         PIC 9(01) VALUE ZERO.
       01 ENTERED-USER-ID      PIC X(20).
       01 ENTERED-PASSWORD     PIC X(20).
       01 ENTERED-HASH         PIC X(20).
       01 NEW-PASSWORD         PIC X(20).
       01 CONFIRM-PASSWORD     PIC X(20).
       01 NEW-HASH             PIC X(20).
       01 NEW-PASSWORD-LENGTH  PIC 9(02).

       01 SIGNON-OUTCOME       PIC X(10).
       01 TODAY-DATE           PIC 9(08).
       01 NOW-TIME             PIC 9(08).
       01 PASSWORD-AGE-DAYS    PIC S9(09).

       01 SIGNON-MAX-FAILURES  PIC 9(03) VALUE 5.
       01 PASSWORD-EXPIRY-DAYS PIC 9(05) VALUE 90.
       01 PASSWORD-MIN-LENGTH  PIC 9(02) VALUE 8.

       01 CHANGE-DUE-SWITCH    PIC X(01) VALUE "N".
           88 PASSWORD-CHANGE-DUE        VALUE "Y".
       01 PARAM-FOUND-SWITCH   PIC X(01) VALUE "N".
           88 PARAM-FOUND                VALUE "Y".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-USER-ID           PIC X(20).
       01 DB-PASSWORD-HASH     PIC X(20).
       01 DB-NEW-HASH          PIC X(20).
       01 DB-USER-ROLE         PIC X(10).
       01 DB-USER-STATUS       PIC X(10).
       01 DB-FAILED-ATTEMPTS   PIC 9(03).
       01 DB-LOCKED-FLAG       PIC X(01).
       01 DB-LOCKED-DATE       PIC 9(08).
       01 DB-MUST-CHANGE       PIC X(01).
       01 DB-PASSWORD-CHANGED  PIC 9(08).
       01 DB-LAST-SIGNON-DATE  PIC 9(08).
       01 DB-LOG-ID            PIC 9(09).
       01 DB-ROLE-REQUIRED     PIC X(10).
       01 DB-OUTCOME           PIC X(10).
       01 DB-TODAY-DATE        PIC 9(08).
       01 DB-NOW-TIME          PIC 9(06).
       01 DB-PARAM-KEY         PIC X(20).
       01 DB-PARAM-VALUE       PIC 9(9)V99.
       01 DB-PARAM-DATE        PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

           MOVE SPACES TO SIGNON-USER-ID
           MOVE ZERO TO SIGNON-TRIES

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-SIGNON-PARAMETERS

           PERFORM ATTEMPT-SIGNON
               UNTIL SIGNON-OK-FLAG = "Y" OR SIGNON-TRIES >= 3


           GOBACK.

       LOAD-SIGNON-PARAMETERS.

      * The value in force today applies - a key with no row on
      * file keeps its compiled default.

           MOVE TODAY-DATE TO DB-PARAM-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           MOVE "SIGNON-MAX-FAILURES" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO SIGNON-MAX-FAILURES
           END-IF

           MOVE "PASSWORD-EXPIRY-DAYS" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO PASSWORD-EXPIRY-DAYS
           END-IF

           MOVE "PASSWORD-MIN-LENGTH" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO PASSWORD-MIN-LENGTH
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       FETCH-ONE-PARAMETER.

           MOVE "N" TO PARAM-FOUND-SWITCH

           EXEC SQL
               SELECT PARAM_VALUE INTO :DB-PARAM-VALUE
               FROM SYSTEM_PARAMETER
               WHERE PARAM_KEY = :DB-PARAM-KEY
                 AND EFFECTIVE_DATE <= :DB-PARAM-DATE
               ORDER BY EFFECTIVE_DATE DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE = 0
               SET PARAM-FOUND TO TRUE
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

       ATTEMPT-SIGNON.

           ADD 1 TO SIGNON-TRIES
           DISPLAY "ENTER PASSWORD:"
           ACCEPT ENTERED-PASSWORD

           PERFORM HASH-ENTERED-PASSWORD

           MOVE SPACES TO SIGNON-OUTCOME
           MOVE ENTERED-USER-ID TO DB-USER-ID
           MOVE SPACES TO DB-PASSWORD-HASH
           MOVE SPACES TO DB-USER-ROLE
           MOVE SPACES TO DB-USER-STATUS

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT IFNULL(PASSWORD_HASH, ' '), USER_ROLE,
                      IFNULL(STATUS, 'ACTIVE'),
                      IFNULL(FAILED_ATTEMPTS, 0),
                      IFNULL(LOCKED_FLAG, 'N'),
                      IFNULL(MUST_CHANGE, 'N'),
                      IFNULL(PASSWORD_CHANGED, '00000000'),
                      IFNULL(LAST_SIGNON_DATE, '00000000')
               INTO :DB-PASSWORD-HASH, :DB-USER-ROLE,
                    :DB-USER-STATUS, :DB-FAILED-ATTEMPTS,
                    :DB-LOCKED-FLAG, :DB-MUST-CHANGE,
                    :DB-PASSWORD-CHANGED, :DB-LAST-SIGNON-DATE
               FROM APP_USER
               WHERE USER_ID = :DB-USER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "USER NOT ON FILE"
               MOVE "NOUSER" TO SIGNON-OUTCOME
               MOVE ZERO TO SQLCODE
           ELSE
               IF DB-USER-STATUS NOT = "ACTIVE"
                   DISPLAY "USER IS NOT ACTIVE"
                   MOVE "INACTIVE" TO SIGNON-OUTCOME
               ELSE
                   IF DB-LOCKED-FLAG = "Y"
                       DISPLAY "USER IS LOCKED AFTER REPEATED "
                               "FAILURES - AN ADMINISTRATOR MUST "
                               "UNLOCK IT"
                       MOVE "LOCKED" TO SIGNON-OUTCOME
                   ELSE
                       IF DB-PASSWORD-HASH NOT = ENTERED-HASH
                           PERFORM RECORD-FAILED-PASSWORD
                       ELSE
                           PERFORM ACCEPT-GOOD-PASSWORD
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM WRITE-SIGNON-LOG

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

       HASH-ENTERED-PASSWORD.

           CALL "PWHASH"
                USING ENTERED-USER-ID
                      ENTERED-PASSWORD
                      ENTERED-HASH.

       RECORD-FAILED-PASSWORD.

      * The count runs across sessions, not just the three tries of
      * this one - starting a fresh session does not reset it. Only
      * a good password or an administrator's unlock does.

           ADD 1 TO DB-FAILED-ATTEMPTS
           MOVE ZERO TO DB-LOCKED-DATE

           IF DB-FAILED-ATTEMPTS >= SIGNON-MAX-FAILURES
               MOVE "Y" TO DB-LOCKED-FLAG
               MOVE TODAY-DATE TO DB-LOCKED-DATE
               MOVE "LOCKOUT" TO SIGNON-OUTCOME
               DISPLAY "PASSWORD DOES NOT MATCH - USER IS NOW LOCKED"
           ELSE
               MOVE "BADPASS" TO SIGNON-OUTCOME
               DISPLAY "PASSWORD DOES NOT MATCH"
           END-IF

           EXEC SQL
               UPDATE APP_USER
               SET FAILED_ATTEMPTS = :DB-FAILED-ATTEMPTS,
                   LOCKED_FLAG = :DB-LOCKED-FLAG,
                   LOCKED_DATE = :DB-LOCKED-DATE
               WHERE USER_ID = :DB-USER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RECORDING FAILED SIGN-ON, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       ACCEPT-GOOD-PASSWORD.

           PERFORM CHECK-PASSWORD-EXPIRY

           IF PASSWORD-CHANGE-DUE
               PERFORM CHANGE-OWN-PASSWORD
                   THRU CHANGE-OWN-PASSWORD-EXIT
           END-IF

           IF PASSWORD-CHANGE-DUE
               DISPLAY "PASSWORD NOT CHANGED - SIGN-ON REFUSED"
               MOVE "NOCHANGE" TO SIGNON-OUTCOME
           ELSE
               PERFORM CHECK-REQUIRED-ROLE
           END-IF

      * A good password clears the failure count whatever happens
      * next; the last sign-on date moves only on a full sign-on.

           MOVE ZERO TO DB-FAILED-ATTEMPTS

           IF SIGNON-OUTCOME = "SUCCESS"
               MOVE TODAY-DATE TO DB-LAST-SIGNON-DATE
           END-IF

           EXEC SQL
               UPDATE APP_USER
               SET FAILED_ATTEMPTS = :DB-FAILED-ATTEMPTS,
                   LAST_SIGNON_DATE = :DB-LAST-SIGNON-DATE
               WHERE USER_ID = :DB-USER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR UPDATING USER, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       CHECK-PASSWORD-EXPIRY.

      * A password the administrator set (new user, reset) is only
      * good for getting in to choose one's own. A zero expiry
      * setting switches ageing off.

           MOVE "N" TO CHANGE-DUE-SWITCH

           IF DB-MUST-CHANGE = "Y"
               SET PASSWORD-CHANGE-DUE TO TRUE
               DISPLAY "PASSWORD MUST BE CHANGED BEFORE FIRST USE"
           ELSE
               IF PASSWORD-EXPIRY-DAYS > ZERO
                   IF FUNCTION TEST-DATE-YYYYMMDD
                          (DB-PASSWORD-CHANGED) NOT = 0
                       SET PASSWORD-CHANGE-DUE TO TRUE
                   ELSE
                       COMPUTE PASSWORD-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE (TODAY-DATE)
                         - FUNCTION INTEGER-OF-DATE
                               (DB-PASSWORD-CHANGED)
                       IF PASSWORD-AGE-DAYS >= PASSWORD-EXPIRY-DAYS
                           SET PASSWORD-CHANGE-DUE TO TRUE
                       END-IF
                   END-IF
                   IF PASSWORD-CHANGE-DUE
                       DISPLAY "PASSWORD HAS EXPIRED - IT MUST BE "
                               "CHANGED NOW"
                   END-IF
               END-IF
           END-IF.

       CHANGE-OWN-PASSWORD.

           DISPLAY "ENTER NEW PASSWORD:"
           ACCEPT NEW-PASSWORD

           DISPLAY "RE-ENTER NEW PASSWORD:"
           ACCEPT CONFIRM-PASSWORD

           IF NEW-PASSWORD NOT = CONFIRM-PASSWORD
               DISPLAY "NEW PASSWORDS DO NOT MATCH"
               GO TO CHANGE-OWN-PASSWORD-EXIT
           END-IF

           MOVE ZERO TO NEW-PASSWORD-LENGTH
           INSPECT NEW-PASSWORD TALLYING NEW-PASSWORD-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE

           IF NEW-PASSWORD-LENGTH < PASSWORD-MIN-LENGTH
               DISPLAY "NEW PASSWORD MUST BE AT LEAST "
                       PASSWORD-MIN-LENGTH " CHARACTERS, NO SPACES"
               GO TO CHANGE-OWN-PASSWORD-EXIT
           END-IF

           IF NEW-PASSWORD = ENTERED-USER-ID
               DISPLAY "PASSWORD CANNOT BE THE USER ID"
               GO TO CHANGE-OWN-PASSWORD-EXIT
           END-IF

           PERFORM HASH-NEW-PASSWORD

           IF NEW-HASH = DB-PASSWORD-HASH
               DISPLAY "NEW PASSWORD MUST DIFFER FROM THE OLD ONE"
               GO TO CHANGE-OWN-PASSWORD-EXIT
           END-IF

           MOVE NEW-HASH   TO DB-NEW-HASH
           MOVE TODAY-DATE TO DB-TODAY-DATE

           EXEC SQL
               UPDATE APP_USER
               SET PASSWORD_HASH = :DB-NEW-HASH,
                   MUST_CHANGE = 'N',
                   PASSWORD_CHANGED = :DB-TODAY-DATE
               WHERE USER_ID = :DB-USER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR CHANGING PASSWORD, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               GO TO CHANGE-OWN-PASSWORD-EXIT
           END-IF

           MOVE "N" TO CHANGE-DUE-SWITCH
           DISPLAY "PASSWORD CHANGED".

       CHANGE-OWN-PASSWORD-EXIT.
           EXIT.

       HASH-NEW-PASSWORD.

           CALL "PWHASH"
                USING ENTERED-USER-ID
                      NEW-PASSWORD
                      NEW-HASH.

       CHECK-REQUIRED-ROLE.

           IF SIGNON-ROLE-REQUIRED = SPACES
              OR DB-USER-ROLE = "ADMIN"
               MOVE "Y" TO SIGNON-OK-FLAG
               MOVE ENTERED-USER-ID TO SIGNON-USER-ID
               MOVE "SUCCESS" TO SIGNON-OUTCOME
               DISPLAY "SIGNED ON AS " ENTERED-USER-ID
           ELSE
               MOVE "NOROLE" TO SIGNON-OUTCOME
               DISPLAY "ROLE " SIGNON-ROLE-REQUIRED
                       " REQUIRED - ACCESS DENIED"
           END-IF.

       WRITE-SIGNON-LOG.

           ACCEPT NOW-TIME FROM TIME

           MOVE ENTERED-USER-ID      TO DB-USER-ID
           MOVE TODAY-DATE           TO DB-TODAY-DATE
           MOVE NOW-TIME (1:6)       TO DB-NOW-TIME
           MOVE SIGNON-ROLE-REQUIRED TO DB-ROLE-REQUIRED
           MOVE SIGNON-OUTCOME       TO DB-OUTCOME

           EXEC SQL
               SELECT IFNULL(MAX(LOG_ID), 0) + 1
               INTO :DB-LOG-ID
               FROM SIGNON_LOG
           END-EXEC

           EXEC SQL
               INSERT INTO SIGNON_LOG
                   (LOG_ID, USER_ID, SIGNON_DATE, SIGNON_TIME,
                    ROLE_REQUIRED, OUTCOME)
               VALUES
                   (:DB-LOG-ID, :DB-USER-ID, :DB-TODAY-DATE,
                    :DB-NOW-TIME, :DB-ROLE-REQUIRED, :DB-OUTCOME)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING SIGN-ON LOG, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.
