       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJASSIGN.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Every claim held open - PENDING-REVIEW, DUPLICATE-REVIEW,
      * PENDING-PAYEE, AWAITING-DOCS, SIU-REVIEW - gets an owner.
      * A claim type with ADJUSTER_ROUTING rows goes round-robin to
      * the ACTIVE users routed for it; any other type goes
      * round-robin to every ACTIVE user with the ADJUSTER role. The
      * rotation is the ADJUSTER counter in NUMBER_CONTROL, so it
      * carries on where it left off from one run to the next. A
      * claim that already has an adjuster keeps them - a claim
      * re-held after a reopen stays on the same desk. With nobody
      * to give it to, the claim is left unassigned and shows up on
      * the team lead's unassigned list.

       01 TODAY-DATE           PIC 9(08).
       01 ROUTE-BASIS          PIC X(12).
       01 ROUTE-QUOTIENT       PIC 9(09).

       01 ROUTED-SWITCH        PIC X(01) VALUE "N".
           88 ROUTED-BY-TYPE             VALUE "Y".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-CLAIM-ID          PIC 9(10).
       01 DB-CLAIM-TYPE        PIC X(20).
       01 DB-ADJUSTER-ID       PIC X(20).
       01 DB-POOL-COUNT        PIC 9(05).
       01 DB-POOL-OFFSET       PIC 9(05).
       01 DB-LAST-NUMBER       PIC 9(09).
       01 DB-ENTRY-NO          PIC 9(05).
       01 DB-NOTE-TEXT         PIC X(60).
       01 DB-TODAY-DATE        PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01 ASSIGN-CLAIM-ID      PIC 9(10).
       01 ASSIGN-CLAIM-TYPE    PIC X(20).
       01 ASSIGN-ADJUSTER-ID   PIC X(20).

       PROCEDURE DIVISION USING ASSIGN-CLAIM-ID
                                 ASSIGN-CLAIM-TYPE
                                 ASSIGN-ADJUSTER-ID.

       MAIN-ADJUSTER-ASSIGN.

           MOVE SPACES TO ASSIGN-ADJUSTER-ID
           MOVE ASSIGN-CLAIM-ID   TO DB-CLAIM-ID
           MOVE ASSIGN-CLAIM-TYPE TO DB-CLAIM-TYPE

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE TO DB-TODAY-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           PERFORM ASSIGN-ONE-CLAIM THRU ASSIGN-ONE-CLAIM-EXIT

           EXEC SQL DISCONNECT CURRENT END-EXEC.

           GOBACK.

       ASSIGN-ONE-CLAIM.

           MOVE SPACES TO DB-ADJUSTER-ID

           EXEC SQL
               SELECT IFNULL(ADJUSTER_ID, ' ')
               INTO :DB-ADJUSTER-ID
               FROM CLAIM_HISTORY
               WHERE CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "CLAIM " ASSIGN-CLAIM-ID
                       " NOT ON FILE, NOT ASSIGNED"
               MOVE ZERO TO SQLCODE
               GO TO ASSIGN-ONE-CLAIM-EXIT
           END-IF

           IF DB-ADJUSTER-ID NOT = SPACES
               MOVE DB-ADJUSTER-ID TO ASSIGN-ADJUSTER-ID
               GO TO ASSIGN-ONE-CLAIM-EXIT
           END-IF

           PERFORM COUNT-ADJUSTER-POOL

           IF DB-POOL-COUNT = ZERO
               DISPLAY "NO ACTIVE ADJUSTER FOR CLAIM TYPE "
                       ASSIGN-CLAIM-TYPE " - CLAIM LEFT UNASSIGNED"
               GO TO ASSIGN-ONE-CLAIM-EXIT
           END-IF

           PERFORM NEXT-IN-ROTATION

           IF SQLCODE NOT = 0
               DISPLAY "ERROR ADVANCING ADJUSTER ROTATION, SQLCODE: "
                       SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO ASSIGN-ONE-CLAIM-EXIT
           END-IF

           PERFORM PICK-POOL-MEMBER

           IF SQLCODE NOT = 0
               DISPLAY "ERROR PICKING ADJUSTER, SQLCODE: " SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO ASSIGN-ONE-CLAIM-EXIT
           END-IF

           EXEC SQL
               UPDATE CLAIM_HISTORY
               SET ADJUSTER_ID = :DB-ADJUSTER-ID,
                   ASSIGNED_DATE = :DB-TODAY-DATE
               WHERE CLAIM_ID = :DB-CLAIM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR ASSIGNING CLAIM, SQLCODE: " SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO ASSIGN-ONE-CLAIM-EXIT
           END-IF

           MOVE SPACES TO DB-NOTE-TEXT
           STRING "ASSIGNED TO " DELIMITED BY SIZE
                  DB-ADJUSTER-ID DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  ROUTE-BASIS DELIMITED BY SIZE
                  INTO DB-NOTE-TEXT

           PERFORM WRITE-ASSIGNMENT-DIARY

           EXEC SQL COMMIT END-EXEC

           MOVE DB-ADJUSTER-ID TO ASSIGN-ADJUSTER-ID

           DISPLAY "CLAIM " ASSIGN-CLAIM-ID " ASSIGNED TO ADJUSTER "
                   DB-ADJUSTER-ID.

       ASSIGN-ONE-CLAIM-EXIT.
           EXIT.

       COUNT-ADJUSTER-POOL.

           MOVE "N" TO ROUTED-SWITCH
           MOVE ZERO TO DB-POOL-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-POOL-COUNT
               FROM ADJUSTER_ROUTING R, APP_USER U
               WHERE R.CLAIM_TYPE = :DB-CLAIM-TYPE
                 AND U.USER_ID = R.USER_ID
                 AND IFNULL(U.STATUS, 'ACTIVE') = 'ACTIVE'
           END-EXEC

           IF SQLCODE = 0 AND DB-POOL-COUNT > ZERO
               SET ROUTED-BY-TYPE TO TRUE
               MOVE "BY TYPE" TO ROUTE-BASIS
           ELSE
               MOVE ZERO TO SQLCODE
               MOVE ZERO TO DB-POOL-COUNT
               MOVE "ROUND-ROBIN" TO ROUTE-BASIS

               EXEC SQL
                   SELECT COUNT(*) INTO :DB-POOL-COUNT
                   FROM APP_USER
                   WHERE USER_ROLE = 'ADJUSTER'
                     AND IFNULL(STATUS, 'ACTIVE') = 'ACTIVE'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE ZERO TO DB-POOL-COUNT
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF.

       NEXT-IN-ROTATION.

           EXEC SQL
               UPDATE NUMBER_CONTROL
               SET LAST_NUMBER = LAST_NUMBER + 1
               WHERE CONTROL_KEY = 'ADJUSTER'
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT LAST_NUMBER INTO :DB-LAST-NUMBER
                   FROM NUMBER_CONTROL
                   WHERE CONTROL_KEY = 'ADJUSTER'
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DIVIDE DB-LAST-NUMBER BY DB-POOL-COUNT
                   GIVING ROUTE-QUOTIENT
                   REMAINDER DB-POOL-OFFSET
           END-IF.

       PICK-POOL-MEMBER.

           IF ROUTED-BY-TYPE
               EXEC SQL
                   SELECT R.USER_ID INTO :DB-ADJUSTER-ID
                   FROM ADJUSTER_ROUTING R, APP_USER U
                   WHERE R.CLAIM_TYPE = :DB-CLAIM-TYPE
                     AND U.USER_ID = R.USER_ID
                     AND IFNULL(U.STATUS, 'ACTIVE') = 'ACTIVE'
                   ORDER BY R.USER_ID
                   LIMIT 1 OFFSET :DB-POOL-OFFSET
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT USER_ID INTO :DB-ADJUSTER-ID
                   FROM APP_USER
                   WHERE USER_ROLE = 'ADJUSTER'
                     AND IFNULL(STATUS, 'ACTIVE') = 'ACTIVE'
                   ORDER BY USER_ID
                   LIMIT 1 OFFSET :DB-POOL-OFFSET
               END-EXEC
           END-IF.

       WRITE-ASSIGNMENT-DIARY.

      * The assignment is the first line of the claim's diary, so
      * the diary always shows whose desk the claim has been on.

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
                    'ADJASSIGN', :DB-NOTE-TEXT, '00000000', ' ')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING CLAIM DIARY, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.
