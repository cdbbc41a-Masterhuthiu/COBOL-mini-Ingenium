
       01 GL-PERIOD            PIC X(06).

      * A month does not close on claims until CLAIMGLREC's latest
      * run for it came out BALANCED. CLMREC-CLOSE-BLOCK set to 0 in
      * SYSTEM_PARAMETER turns the stop into a warning for the
      * months before the claims journals went live.

       01 RECON-CLOSE-BLOCK    PIC 9(01) VALUE 1.
       01 CLOSE-BLOCKED-SWITCH PIC X(01) VALUE "N".
           88 CLOSE-BLOCKED              VALUE "Y".

      * Shared sign-on: every session starts with a verified user
      * id from the user master - free-typed names no longer drive
       01 DB-CHANGED-TIME      PIC 9(06).
       01 DB-GL-PERIOD         PIC X(06).
       01 DB-PERIOD-STATUS     PIC X(10).
       01 DB-RECON-RESULT      PIC X(10).
       01 DB-PARAM-KEY         PIC X(20).
       01 DB-PARAM-VALUE       PIC 9(9)V99.
       01 DB-PARAM-DATE        PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

               WHEN 4
                   MOVE "CLOSED" TO DB-PERIOD-STATUS
                   PERFORM SET-GL-PERIOD-STATUS
                       THRU SET-GL-PERIOD-STATUS-EXIT
               WHEN 5
                   MOVE "OPEN" TO DB-PERIOD-STATUS
                   PERFORM SET-GL-PERIOD-STATUS
                       THRU SET-GL-PERIOD-STATUS-EXIT
               WHEN 6
                   SET DONE TO TRUE
               WHEN OTHER

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           MOVE "N" TO CLOSE-BLOCKED-SWITCH

           IF DB-PERIOD-STATUS = "CLOSED"
               PERFORM CHECK-CLAIM-RECONCILIATION
           END-IF

           IF CLOSE-BLOCKED
               DISPLAY "GL PERIOD " GL-PERIOD " NOT CLOSED - RUN "
                       "CLAIMGLREC AND CLEAR ITS BREAKS FIRST"
               EXEC SQL DISCONNECT CURRENT END-EXEC
               GO TO SET-GL-PERIOD-STATUS-EXIT
           END-IF

      * Setting a period replaces whatever state it was in - the
      * GL_PERIOD row is the single word on whether the month takes
      * postings.
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

       SET-GL-PERIOD-STATUS-EXIT.
           EXIT.

       CHECK-CLAIM-RECONCILIATION.

           MOVE 1 TO RECON-CLOSE-BLOCK
           MOVE "CLMREC-CLOSE-BLOCK" TO DB-PARAM-KEY
           MOVE STATUS-DATE          TO DB-PARAM-DATE

           EXEC SQL
               SELECT PARAM_VALUE INTO :DB-PARAM-VALUE
               FROM SYSTEM_PARAMETER
               WHERE PARAM_KEY = :DB-PARAM-KEY
                 AND EFFECTIVE_DATE <= :DB-PARAM-DATE
               ORDER BY EFFECTIVE_DATE DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE = 0
               MOVE DB-PARAM-VALUE TO RECON-CLOSE-BLOCK
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL
               SELECT RESULT INTO :DB-RECON-RESULT
               FROM CLAIM_RECON_RUN
               WHERE PERIOD = :DB-GL-PERIOD
               ORDER BY RUN_NO DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "NONE" TO DB-RECON-RESULT
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-RECON-RESULT NOT = "BALANCED"
               DISPLAY "CLAIMS RECONCILIATION FOR " GL-PERIOD ": "
                       DB-RECON-RESULT
               IF RECON-CLOSE-BLOCK = 1
                   SET CLOSE-BLOCKED TO TRUE
               ELSE
                   DISPLAY "WARNING: CLOSING WITHOUT A BALANCED "
                           "CLAIMS RECONCILIATION"
               END-IF
           END-IF.

       SHOW-WINDOW-STATUS.

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
