       01 EXCHANGE-RATE-USED         PIC 9(3)V9(6).
       01 HOUSE-CEDED-AMOUNT         PIC 9(9)V99.

      * A cession booked as a receivable is journaled the same night
      * under source REINSREC, keyed by the claim id - the amount
      * due from the reinsurer against reinsurance recoveries, at
      * the cession-date rate already used above. REINSREMIT takes
      * the receivable off as the reinsurer pays, so CLAIMGLREC can
      * hold REINSURANCE_RECEIVABLE against account 1500.

       01 GL-ACCOUNT-REINS-RECEIVABLE PIC X(04) VALUE "1500".
       01 GL-ACCOUNT-REINS-RECOVERIES PIC X(04) VALUE "5400".

       01 JRN-SOURCE-CODE      PIC X(10) VALUE "REINSREC".
       01 JRN-POLICY-ID        PIC 9(06).
       01 JRN-INVOICE-ID       PIC 9(10).
       01 JRN-ACCOUNT-CODE     PIC X(04).
       01 JRN-DEBIT-CREDIT     PIC X(01).
       01 JRN-AMOUNT           PIC 9(9)V99.
       01 JRN-ENTRY-DATE       PIC 9(08).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-CLAIM-ID                PIC 9(10).
       01 DB-POLICY-ID               PIC 9(06).

           IF SQLCODE = 0
               ADD 1 TO CESSIONS-RECORDED
               PERFORM WRITE-CESSION-GL-ENTRIES
           ELSE
               ADD 1 TO CESSIONS-ALREADY-ON-FILE
               MOVE ZERO TO SQLCODE
           END-IF.

       WRITE-CESSION-GL-ENTRIES.

           MOVE DB-POLICY-ID       TO JRN-POLICY-ID
           MOVE DB-CLAIM-ID        TO JRN-INVOICE-ID
           MOVE DB-CESSION-DATE    TO JRN-ENTRY-DATE
           MOVE HOUSE-CEDED-AMOUNT TO JRN-AMOUNT

           MOVE GL-ACCOUNT-REINS-RECEIVABLE TO JRN-ACCOUNT-CODE
           MOVE "D"                         TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL
           MOVE GL-ACCOUNT-REINS-RECOVERIES TO JRN-ACCOUNT-CODE
           MOVE "C"                         TO JRN-DEBIT-CREDIT
           PERFORM WRITE-ONE-JOURNAL.

       WRITE-ONE-JOURNAL.

           CALL "GLJOURNAL"
                USING JRN-SOURCE-CODE
                      JRN-POLICY-ID
                      JRN-INVOICE-ID
                      JRN-ACCOUNT-CODE
                      JRN-DEBIT-CREDIT
                      JRN-AMOUNT
                      JRN-ENTRY-DATE.
