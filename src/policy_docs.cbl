       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLICYDOCS.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 MENU-CHOICE          PIC 9(01).
       01 POLICY-ID            PIC 9(06).
       01 DOCUMENTS-LISTED     PIC 9(05) VALUE ZERO.

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".

       01 WINDOW-BLOCKED-SWITCH PIC X(01) VALUE "N".
           88 BATCH-WINDOW-IN-PROGRESS    VALUE "Y".

      * Every policy schedule sent is on POLICY_DOCUMENT. A customer
      * who has lost theirs, or a dispute over what terms were sent,
      * is answered with an exact reprint of that schedule - the
      * same policy version and the same riders, beneficiaries and
      * installments, logged as a new document that points back to
      * the original.

       01 PDC-POLICY-ID        PIC 9(06) VALUE ZERO.
       01 PDC-DOC-REASON       PIC X(10) VALUE "REPRINT".
       01 PDC-REPRINT-OF       PIC 9(09).
       01 PDC-USER             PIC X(20).
       01 PDC-DOC-ID           PIC 9(09).


      * Shared sign-on: every session starts with a verified user
      * id from the user master - free-typed names no longer drive
      * anything sensitive.

       01 SIGNON-ROLE-REQUIRED PIC X(10) VALUE SPACES.
       01 SIGNON-USER-ID       PIC X(20).
       01 SIGNON-OK-FLAG       PIC X(01).
           88 SIGNED-ON                  VALUE "Y".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-POLICY-ID         PIC 9(06).
       01 DB-DOC-ID            PIC 9(09).
       01 DB-VERSION-NO        PIC 9(05).
       01 DB-DOC-REASON        PIC X(10).
       01 DB-REPRINT-OF        PIC 9(09).
       01 DB-PRINT-STATUS      PIC X(10).
       01 DB-ISSUED-DATE       PIC 9(08).
       01 DB-ISSUED-BY         PIC X(20).
       01 DB-WINDOW-STATUS     PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-POLICY-DOCUMENTS.

           DISPLAY "=============================="
           DISPLAY " MINI INGENIUM POLICY DOCUMENTS"
           DISPLAY "=============================="

           PERFORM SIGN-ON-USER

           IF NOT SIGNED-ON
               STOP RUN
           END-IF

           PERFORM SHOW-MENU UNTIL DONE

           STOP RUN.

       SHOW-MENU.

           DISPLAY "1. LIST DOCUMENTS FOR A POLICY"
           DISPLAY "2. REPRINT A DOCUMENT"
           DISPLAY "3. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

           EVALUATE MENU-CHOICE
               WHEN 1
                   PERFORM LIST-POLICY-DOCUMENTS
               WHEN 2
                   PERFORM CHECK-BATCH-WINDOW
                   IF BATCH-WINDOW-IN-PROGRESS
                       DISPLAY "BATCH WINDOW IN PROGRESS, "
                               "PLEASE TRY AGAIN LATER"
                   ELSE
                       PERFORM REPRINT-DOCUMENT
                   END-IF
               WHEN 3
                   SET DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.

       LIST-POLICY-DOCUMENTS.

           DISPLAY "ENTER POLICY ID:"
           ACCEPT POLICY-ID

           MOVE POLICY-ID TO DB-POLICY-ID
           MOVE ZERO TO DOCUMENTS-LISTED

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE pdoc_cursor CURSOR FOR
               SELECT DOC_ID, VERSION_NO, IFNULL(DOC_REASON, ' '),
                      IFNULL(REPRINT_OF, 0),
                      IFNULL(PRINT_STATUS, ' '), ISSUED_DATE,
                      IFNULL(ISSUED_BY, ' ')
               FROM POLICY_DOCUMENT
               WHERE POLICY_ID = :DB-POLICY-ID
               ORDER BY DOC_ID
           END-EXEC.

           EXEC SQL OPEN pdoc_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH pdoc_cursor
                   INTO :DB-DOC-ID, :DB-VERSION-NO, :DB-DOC-REASON,
                        :DB-REPRINT-OF, :DB-PRINT-STATUS,
                        :DB-ISSUED-DATE, :DB-ISSUED-BY
               END-EXEC
               IF SQLCODE = 0
                   PERFORM SHOW-ONE-DOCUMENT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE pdoc_cursor END-EXEC.
           MOVE ZERO TO SQLCODE

           EXEC SQL DISCONNECT CURRENT END-EXEC.

           IF DOCUMENTS-LISTED = ZERO
               DISPLAY "NO DOCUMENTS ISSUED FOR POLICY " POLICY-ID
           END-IF.

       SHOW-ONE-DOCUMENT.

           ADD 1 TO DOCUMENTS-LISTED

           IF DB-REPRINT-OF = ZERO
               DISPLAY "DOC " DB-DOC-ID
                       " VERSION " DB-VERSION-NO
                       " " DB-DOC-REASON
                       " " DB-ISSUED-DATE
                       " " DB-PRINT-STATUS
                       " BY " DB-ISSUED-BY
           ELSE
               DISPLAY "DOC " DB-DOC-ID
                       " VERSION " DB-VERSION-NO
                       " REPRINT OF " DB-REPRINT-OF
                       " " DB-ISSUED-DATE
                       " " DB-PRINT-STATUS
                       " BY " DB-ISSUED-BY
           END-IF.

       REPRINT-DOCUMENT.

           DISPLAY "ENTER DOCUMENT NO TO REPRINT:"
           ACCEPT PDC-REPRINT-OF

           MOVE SIGNON-USER-ID TO PDC-USER

           PERFORM ISSUE-REPRINT

           IF PDC-DOC-ID = ZERO
               DISPLAY "DOCUMENT NOT REPRINTED"
           END-IF.

       ISSUE-REPRINT.

           CALL "POLICYDOC"
                USING PDC-POLICY-ID
                      PDC-DOC-REASON
                      PDC-REPRINT-OF
                      PDC-USER
                      PDC-DOC-ID.

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

       SIGN-ON-USER.

           CALL "USERSIGNON"
                USING SIGNON-ROLE-REQUIRED
                      SIGNON-USER-ID
                      SIGNON-OK-FLAG.
