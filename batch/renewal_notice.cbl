       01 POLICY-ID                PIC 9(06).
       01 NOTICES-WRITTEN          PIC 9(9) COMP VALUE ZERO.
       01 FOLLOWUPS-WRITTEN        PIC 9(9) COMP VALUE ZERO.
       01 NOTICES-SUPPRESSED       PIC 9(9) COMP VALUE ZERO.

      * Each invitation is logged on the correspondence register
      * before it is printed; the policy owner's address is the one
      * used. An owner whose mail has been coming back is not sent
      * one - the invite is still recorded so the renewal goes ahead
      * and the run does not pick the policy up again, but the paper
      * is held and the owner goes on the address trace list.

       01 COR-DOC-TYPE             PIC X(12) VALUE "RENEWAL".
       01 COR-SOURCE-PROGRAM       PIC X(14) VALUE "RENEWALNOTICE".
       01 COR-DOC-REF              PIC X(12).
       01 COR-POLICY-ID            PIC 9(06).
       01 COR-CUSTOMER-ID          PIC 9(06) VALUE ZERO.
       01 COR-AGENT-ID             PIC 9(06) VALUE ZERO.
       01 COR-RESULT               PIC X(01).
           88 COR-SUPPRESSED                 VALUE "X".
       01 COR-CORR-ID              PIC 9(09).

       01 RIDER-PREMIUM-TOTAL      PIC 9(7)V99.
       01 TOTAL-PREMIUM            PIC 9(7)V99.
       01 NO-RIDER-TYPE            PIC X(10) VALUE SPACES.

       01 INSURED-AGE              PIC 9(03).
       01 SECOND-INSURED-AGE       PIC 9(03).
       01 DOB-INTEGER              PIC 9(09).
       01 RATING-DATE-INTEGER      PIC 9(09).
       01 AGE-EDIT-RESULT          PIC S9(04) COMP.
           CLOSE INVITATION-FILE

           DISPLAY "NOTICES GENERATED: " NOTICES-WRITTEN
           DISPLAY "NOTICES SUPPRESSED, BAD ADDRESS: "
                   NOTICES-SUPPRESSED
           DISPLAY "--- RENEWAL INVITATION PASS FINISHED ---"
           MOVE ZERO TO RETURN-CODE.

           PERFORM LOOKUP-OLD-TERM-PREMIUM
           PERFORM SUM-RIDER-PREMIUMS-FOR-POLICY
           PERFORM LOOKUP-INSURED-AGE
           PERFORM LOOKUP-SECOND-INSURED-AGE
           PERFORM LOOKUP-PRODUCT-TERM

           CALL "RATINGENGINE"
                      DB-BASE-PREMIUM
                      RIDER-PREMIUM-TOTAL
                      INSURED-AGE
                      SECOND-INSURED-AGE
                      DB-EXPIRY-DATE
                      DB-POLICY-ID
                      TOTAL-PREMIUM
           COMPUTE DB-NEW-PREMIUM =
                   TOTAL-PREMIUM * TERM-BILL-YEARS

           MOVE DB-POLICY-ID     TO COR-POLICY-ID
           MOVE DB-EXPIRY-DATE   TO COR-DOC-REF
           PERFORM LOG-ONE-INVITATION

           IF NOT COR-SUPPRESSED
               MOVE DB-POLICY-ID     TO INV-POLICY-ID
               MOVE DB-CUSTOMER-NAME TO INV-CUSTOMER-NAME
               MOVE DB-EXPIRY-DATE   TO INV-EXPIRY-DATE
               MOVE DB-OLD-PREMIUM   TO INV-OLD-PREMIUM
               MOVE DB-NEW-PREMIUM   TO INV-NEW-PREMIUM
               WRITE INVITATION-RECORD
           END-IF

           EXEC SQL
               INSERT INTO RENEWAL_INVITE
                       DB-POLICY-ID ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           ELSE
               IF COR-SUPPRESSED
                   ADD 1 TO NOTICES-SUPPRESSED
               ELSE
                   ADD 1 TO NOTICES-WRITTEN
               END-IF
           END-IF.

       LOG-ONE-INVITATION.

           CALL "CORRLOG"
                USING COR-DOC-TYPE
                      COR-SOURCE-PROGRAM
                      COR-DOC-REF
                      COR-POLICY-ID
                      COR-CUSTOMER-ID
                      COR-AGENT-ID
                      COR-RESULT
                      COR-CORR-ID.

       LOOKUP-OLD-TERM-PREMIUM.

           MOVE ZERO TO DB-OLD-PREMIUM
               END-IF
           END-IF.

       LOOKUP-SECOND-INSURED-AGE.

      * A joint-life policy's second insured is aged the same way.
      * A single-life policy has no second customer and comes
      * back zero.

           MOVE ZERO TO SECOND-INSURED-AGE
           MOVE ZERO TO DB-CUSTOMER-DOB

           EXEC SQL
               SELECT IFNULL(C.DATE_OF_BIRTH, 0)
               INTO :DB-CUSTOMER-DOB
               FROM CUSTOMER C, POLICY P
               WHERE P.POLICY_ID = :DB-POLICY-ID
                 AND C.CUSTOMER_ID = P.SECOND_CUSTOMER_ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-CUSTOMER-DOB
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-CUSTOMER-DOB NOT = ZERO
               COMPUTE AGE-EDIT-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD (DB-CUSTOMER-DOB)
               IF AGE-EDIT-RESULT = ZERO
                   COMPUTE DOB-INTEGER =
                           FUNCTION INTEGER-OF-DATE (DB-CUSTOMER-DOB)
                   COMPUTE RATING-DATE-INTEGER =
                           FUNCTION INTEGER-OF-DATE (DB-EXPIRY-DATE)
                   COMPUTE SECOND-INSURED-AGE =
                           (RATING-DATE-INTEGER - DOB-INTEGER)
                           / 365.25
               END-IF
           END-IF.

       RECORD-CUSTOMER-DECLINE.

           DISPLAY "ENTER POLICY ID:"
