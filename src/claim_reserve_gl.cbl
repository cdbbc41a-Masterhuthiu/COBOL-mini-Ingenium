       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIMRSVGL.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * A case reserve is a liability the day it is put up, not just
      * a row on CLAIM_RESERVE. Every program that opens or releases
      * one calls through here - ESTABLISH right after the open row
      * is committed, RELEASE just before the open row is zeroed or
      * cleared - and the movement is journaled under source RESERVE
      * keyed by the claim id: the reserve liability against the
      * change-in-reserve expense. Both sides convert at the rate in
      * force on the day the reserve was established, so a release
      * takes off exactly what went on and CLAIMGLREC can hold
      * CLAIM_RESERVE against account 2200 claim by claim.

       01 GL-ACCOUNT-CLAIM-RESERVE PIC X(04) VALUE "2200".
       01 GL-ACCOUNT-RESERVE-MOVE  PIC X(04) VALUE "5300".

       01 HOUSE-CURRENCY-CODE  PIC X(03) VALUE "USD".
       01 EXCHANGE-RATE-USED   PIC 9(3)V9(6).
       01 HOUSE-AMOUNT         PIC 9(9)V99.

       01 TODAY-DATE           PIC 9(08).

       01 RESERVE-FOUND-SWITCH PIC X(01) VALUE "N".
           88 RESERVE-FOUND              VALUE "Y".

       01 JRN-SOURCE-CODE      PIC X(10) VALUE "RESERVE".
       01 JRN-POLICY-ID        PIC 9(06).
       01 JRN-INVOICE-ID       PIC 9(10).
       01 JRN-ACCOUNT-CODE     PIC X(04).
       01 JRN-DEBIT-CREDIT     PIC X(01).
       01 JRN-AMOUNT           PIC 9(9)V99.
       01 JRN-ENTRY-DATE       PIC 9(08).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-CLAIM-ID          PIC 9(10).
       01 DB-POLICY-ID         PIC 9(06).
       01 DB-RESERVE-AMOUNT    PIC 9(7)V99.
       01 DB-CURRENCY-CODE     PIC X(03).
       01 DB-ESTABLISHED-DATE  PIC 9(08).
       01 DB-EXCHANGE-RATE     PIC 9(3)V9(6).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01 RSV-ACTION           PIC X(10).
       01 RSV-CLAIM-ID         PIC 9(10).

       PROCEDURE DIVISION USING RSV-ACTION
                                 RSV-CLAIM-ID.

       MAIN-CLAIM-RESERVE-GL.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           MOVE RSV-CLAIM-ID TO DB-CLAIM-ID
           MOVE "N" TO RESERVE-FOUND-SWITCH

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT POLICY_ID, RESERVE_AMOUNT,
                      IFNULL(CURRENCY_CODE, 'USD'), ESTABLISHED_DATE
               INTO :DB-POLICY-ID, :DB-RESERVE-AMOUNT,
                    :DB-CURRENCY-CODE, :DB-ESTABLISHED-DATE
               FROM CLAIM_RESERVE
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND STATUS = 'OPEN'
           END-EXEC

           IF SQLCODE = 0 AND DB-RESERVE-AMOUNT > ZERO
               SET RESERVE-FOUND TO TRUE
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF

           IF RESERVE-FOUND
               PERFORM CONVERT-TO-HOUSE-CURRENCY
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

      * No open reserve, or one carried at nothing, has nothing on
      * the ledger to move.

           IF RESERVE-FOUND
               PERFORM WRITE-RESERVE-GL-ENTRIES
           END-IF

           GOBACK.

       WRITE-RESERVE-GL-ENTRIES.

           MOVE DB-POLICY-ID       TO JRN-POLICY-ID
           MOVE DB-CLAIM-ID        TO JRN-INVOICE-ID
           MOVE TODAY-DATE         TO JRN-ENTRY-DATE
           MOVE HOUSE-AMOUNT       TO JRN-AMOUNT

           IF RSV-ACTION = "ESTABLISH"
               MOVE GL-ACCOUNT-RESERVE-MOVE  TO JRN-ACCOUNT-CODE
               MOVE "D"                      TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
               MOVE GL-ACCOUNT-CLAIM-RESERVE TO JRN-ACCOUNT-CODE
               MOVE "C"                      TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           ELSE
               MOVE GL-ACCOUNT-CLAIM-RESERVE TO JRN-ACCOUNT-CODE
               MOVE "D"                      TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
               MOVE GL-ACCOUNT-RESERVE-MOVE  TO JRN-ACCOUNT-CODE
               MOVE "C"                      TO JRN-DEBIT-CREDIT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

       CONVERT-TO-HOUSE-CURRENCY.

           MOVE 1.000000 TO EXCHANGE-RATE-USED

           IF DB-CURRENCY-CODE NOT = HOUSE-CURRENCY-CODE
              AND DB-CURRENCY-CODE NOT = SPACES
               EXEC SQL
                   SELECT RATE_TO_HOUSE INTO :DB-EXCHANGE-RATE
                   FROM EXCHANGE_RATE
                   WHERE CURRENCY_CODE = :DB-CURRENCY-CODE
                     AND EFFECTIVE_DATE <= :DB-ESTABLISHED-DATE
                   ORDER BY EFFECTIVE_DATE DESC
                   LIMIT 1
               END-EXEC

               IF SQLCODE = 0
                   MOVE DB-EXCHANGE-RATE TO EXCHANGE-RATE-USED
               ELSE
                   DISPLAY "WARNING: NO EXCHANGE RATE FOR "
                           DB-CURRENCY-CODE ", TAKEN AT PAR"
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF

           COMPUTE HOUSE-AMOUNT ROUNDED =
                   DB-RESERVE-AMOUNT * EXCHANGE-RATE-USED.

       WRITE-ONE-JOURNAL.

           CALL "GLJOURNAL"
                USING JRN-SOURCE-CODE
                      JRN-POLICY-ID
                      JRN-INVOICE-ID
                      JRN-ACCOUNT-CODE
                      JRN-DEBIT-CREDIT
                      JRN-AMOUNT
                      JRN-ENTRY-DATE.
