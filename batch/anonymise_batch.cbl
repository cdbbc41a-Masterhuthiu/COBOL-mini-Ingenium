       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONBATCH.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Personal data is only kept while we need it. At month-end,
      * after ARCHIVEPURGE, every customer with no policy still on
      * the books is looked at - including a prospect who only ever
      * had a quote and a duplicate record merged into another. One
      * with no open claim, no open money item, and nothing
      * happening on them or any of their policies for the
      * retention period has their personal details masked:
      *
      *   - the customer master loses name, address, contact details
      *     and bank details. The date of birth keeps only the year,
      *     so the experience and valuation figures still age them.
      *     The status becomes ANONYMISED.
      *   - address history keeps the jurisdiction and dates only.
      *   - the name carried on POLICY and POLICY_VERSION is masked.
      *   - on the policies they held, beneficiaries, claim payees,
      *     cheque and refund payees, and disbursement payees lose
      *     their names and bank details. A name that is part of a
      *     key becomes a numbered ANONYMISED name, changed the same
      *     way wherever that key is carried, so the rows still join.
      *   - direct debit mandates lose the bank details, the
      *     correspondence register the name and address used, the
      *     unclaimed property register and screening reviews the
      *     name.
      *
      * Amounts, dates, statuses and ids are left exactly as they
      * were, so every financial and statistical report still adds
      * up. The archive files carry no names, addresses or bank
      * details, so nothing there needs changing. Each customer
      * masked is written to PRIVACY_LOG.

       01 PRIVACY-RETAIN-DAYS      PIC 9(05) VALUE 2557.

       01 TODAY-DATE               PIC 9(08).
       01 TODAY-INTEGER            PIC 9(09).
       01 CUTOFF-INTEGER           PIC 9(09).

       01 CUSTOMERS-EXAMINED       PIC 9(9) COMP VALUE ZERO.
       01 CUSTOMERS-ANONYMISED     PIC 9(9) COMP VALUE ZERO.
       01 HELD-OPEN-CLAIM          PIC 9(9) COMP VALUE ZERO.
       01 HELD-OPEN-MONEY          PIC 9(9) COMP VALUE ZERO.
       01 HELD-RETENTION           PIC 9(9) COMP VALUE ZERO.

       01 MASK-SEQUENCE            PIC 9(03).

      * Run-start values for the business parameters this program
      * uses come from SYSTEM_PARAMETER, so a change staged for
      * month-start lands on its effective date - the compiled
      * figures above are only the fallback when no row is on file.

       01 PARAM-FOUND-SWITCH       PIC X(01) VALUE "N".
           88 PARAM-FOUND                    VALUE "Y".

      * The night's counts go to the step-metrics table as well as
      * the console, so the window performance report can compare
      * tonight against the recent average.

       01 MET-STEP-NAME        PIC X(20) VALUE "ANONYMISE".
       01 MET-METRIC-NAME      PIC X(20).
       01 MET-METRIC-VALUE     PIC 9(11).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-CUSTOMER-ID           PIC 9(06).
       01 DB-TODAY-DATE            PIC 9(08).
       01 DB-TODAY-TIME            PIC 9(06).
       01 DB-RETAIN-CUTOFF         PIC 9(08).
       01 DB-LAST-ACTIVITY         PIC X(08).
       01 DB-OPEN-COUNT            PIC 9(07).
       01 DB-POLICY-COUNT          PIC 9(07).
       01 DB-POLICY-ID             PIC 9(06).
       01 DB-CLAIM-ID              PIC 9(10).
       01 DB-OLD-NAME              PIC X(30).
       01 DB-NEW-NAME              PIC X(30).
       01 DB-LOG-ID                PIC 9(09).
       01 DB-AUDIT-USER            PIC X(20) VALUE "ANONBATCH".
       01 DB-PARAM-KEY             PIC X(20).
       01 DB-PARAM-DATE            PIC 9(08).
       01 DB-PARAM-VALUE           PIC 9(9)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-ANONYMISE-BATCH.

           DISPLAY "--- CUSTOMER ANONYMISATION START ---"

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT DB-TODAY-TIME FROM TIME
           MOVE TODAY-DATE TO DB-TODAY-DATE

           PERFORM LOAD-RUN-PARAMETERS

           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE (TODAY-DATE)
           COMPUTE CUTOFF-INTEGER =
                   TODAY-INTEGER - PRIVACY-RETAIN-DAYS
           COMPUTE DB-RETAIN-CUTOFF =
                   FUNCTION DATE-OF-INTEGER (CUTOFF-INTEGER)

           DISPLAY "RETENTION CUTOFF DATE: " DB-RETAIN-CUTOFF

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

      * Candidates are customers not yet anonymised where no policy
      * they are on, in any role, is still on the books. That takes
      * in a customer never on a policy at all - a prospect or a
      * quote that was not taken up - and a duplicate merged into
      * another, whose policies moved to the survivor.

           EXEC SQL
               DECLARE anon_cand_cursor CURSOR FOR
               SELECT C.CUSTOMER_ID
               FROM CUSTOMER C
               WHERE IFNULL(C.STATUS, 'ACTIVE') <> 'ANONYMISED'
                 AND NOT EXISTS
                     (SELECT 1 FROM POLICY P
                      WHERE (P.CUSTOMER_ID = C.CUSTOMER_ID
                             OR P.OWNER_CUSTOMER_ID = C.CUSTOMER_ID
                             OR P.SECOND_CUSTOMER_ID = C.CUSTOMER_ID)
                        AND IFNULL(P.STATUS, ' ')
                            NOT IN ('LAPSED', 'SURRENDER', 'CANCELLED',
                                    'EXPIRED', 'TERMINATED'))
               ORDER BY C.CUSTOMER_ID
           END-EXEC

           EXEC SQL OPEN anon_cand_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH anon_cand_cursor
                   INTO :DB-CUSTOMER-ID
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO CUSTOMERS-EXAMINED
                   PERFORM CHECK-ONE-CUSTOMER
                       THRU CHECK-ONE-CUSTOMER-EXIT
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE anon_cand_cursor END-EXEC.

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           DISPLAY "CUSTOMERS WITH NOTHING ON THE BOOKS EXAMINED: "
                   CUSTOMERS-EXAMINED
           DISPLAY "CUSTOMERS ANONYMISED: " CUSTOMERS-ANONYMISED
           DISPLAY "HELD - OPEN CLAIM: " HELD-OPEN-CLAIM
           DISPLAY "HELD - OPEN MONEY ITEM: " HELD-OPEN-MONEY
           DISPLAY "HELD - WITHIN RETENTION PERIOD: " HELD-RETENTION
           PERFORM RECORD-STEP-METRICS

           DISPLAY "--- CUSTOMER ANONYMISATION FINISHED ---"
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       CHECK-ONE-CUSTOMER.

      * Any claim on any of their policies still being worked, or
      * naming them as the deceased, holds them.

           MOVE ZERO TO DB-OPEN-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-OPEN-COUNT
               FROM CLAIM_HISTORY H
               WHERE H.STATUS NOT IN ('PAID', 'REJECTED')
                 AND (H.DECEASED_CUSTOMER_ID = :DB-CUSTOMER-ID
                      OR H.POLICY_ID IN
                         (SELECT P.POLICY_ID FROM POLICY P
                          WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                             OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                             OR P.SECOND_CUSTOMER_ID =
                                :DB-CUSTOMER-ID))
           END-EXEC

           IF DB-OPEN-COUNT > ZERO
               ADD 1 TO HELD-OPEN-CLAIM
               GO TO CHECK-ONE-CUSTOMER-EXIT
           END-IF

      * Money still owed either way: unpaid invoices and credit
      * notes, open suspense, a loan balance, a payout not yet
      * made, a returned or uncashed payment, a benefit instalment
      * still due, a collection in flight, a recovery still being
      * pursued, or an unclaimed property item not yet settled.

           MOVE ZERO TO DB-OPEN-COUNT

           EXEC SQL
               SELECT
                 (SELECT COUNT(*) FROM INVOICE I
                  WHERE I.STATUS = 'UNPAID'
                    AND I.POLICY_ID IN
                        (SELECT P.POLICY_ID FROM POLICY P
                         WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.SECOND_CUSTOMER_ID =
                               :DB-CUSTOMER-ID))
               + (SELECT COUNT(*) FROM PAYMENT_SUSPENSE S
                  WHERE S.STATUS = 'OPEN'
                    AND S.POLICY_ID IN
                        (SELECT P.POLICY_ID FROM POLICY P
                         WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.SECOND_CUSTOMER_ID =
                               :DB-CUSTOMER-ID))
               + (SELECT COUNT(*) FROM POLICY_LOAN L
                  WHERE IFNULL(L.BALANCE, 0) > 0
                    AND L.POLICY_ID IN
                        (SELECT P.POLICY_ID FROM POLICY P
                         WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.SECOND_CUSTOMER_ID =
                               :DB-CUSTOMER-ID))
               + (SELECT COUNT(*) FROM DISBURSEMENT_REQUEST D
                  WHERE D.PAYMENT_STATUS = 'UNPAID'
                    AND D.APPROVAL_STATUS <> 'REJECTED'
                    AND D.POLICY_ID IN
                        (SELECT P.POLICY_ID FROM POLICY P
                         WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.SECOND_CUSTOMER_ID =
                               :DB-CUSTOMER-ID))
               + (SELECT COUNT(*) FROM CLAIM_PAYMENT CP
                  WHERE CP.PAYMENT_STATUS = 'RETURNED'
                    AND CP.POLICY_ID IN
                        (SELECT P.POLICY_ID FROM POLICY P
                         WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.SECOND_CUSTOMER_ID =
                               :DB-CUSTOMER-ID))
               + (SELECT COUNT(*) FROM CHEQUE_REGISTER Q
                  WHERE Q.STATUS = 'ISSUED'
                    AND Q.POLICY_ID IN
                        (SELECT P.POLICY_ID FROM POLICY P
                         WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.SECOND_CUSTOMER_ID =
                               :DB-CUSTOMER-ID))
               + (SELECT COUNT(*) FROM BENEFIT_PAYMENT B
                  WHERE B.STATUS = 'DUE'
                    AND B.CLAIM_ID IN
                        (SELECT H.CLAIM_ID FROM CLAIM_HISTORY H
                         WHERE H.POLICY_ID IN
                           (SELECT P.POLICY_ID FROM POLICY P
                            WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                               OR P.OWNER_CUSTOMER_ID =
                                  :DB-CUSTOMER-ID
                               OR P.SECOND_CUSTOMER_ID =
                                  :DB-CUSTOMER-ID)))
               + (SELECT COUNT(*) FROM DD_COLLECTION DC
                  WHERE DC.STATUS = 'SUBMITTED'
                    AND DC.POLICY_ID IN
                        (SELECT P.POLICY_ID FROM POLICY P
                         WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.SECOND_CUSTOMER_ID =
                               :DB-CUSTOMER-ID))
               + (SELECT COUNT(*) FROM CLAIM_RECOVERY R
                  WHERE R.STATUS = 'OPEN'
                    AND R.CLAIM_ID IN
                        (SELECT H.CLAIM_ID FROM CLAIM_HISTORY H
                         WHERE H.POLICY_ID IN
                           (SELECT P.POLICY_ID FROM POLICY P
                            WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                               OR P.OWNER_CUSTOMER_ID =
                                  :DB-CUSTOMER-ID
                               OR P.SECOND_CUSTOMER_ID =
                                  :DB-CUSTOMER-ID)))
               + (SELECT COUNT(*) FROM UNCLAIMED_PROPERTY U
                  WHERE U.STATUS IN ('OPEN', 'LETTER-SENT',
                                     'NO-ADDRESS')
                    AND (U.CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR U.POLICY_ID IN
                         (SELECT P.POLICY_ID FROM POLICY P
                          WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                             OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                             OR P.SECOND_CUSTOMER_ID =
                                :DB-CUSTOMER-ID)))
               INTO :DB-OPEN-COUNT
           END-EXEC

           IF DB-OPEN-COUNT > ZERO
               ADD 1 TO HELD-OPEN-MONEY
               GO TO CHECK-ONE-CUSTOMER-EXIT
           END-IF

           PERFORM FIND-LAST-ACTIVITY

           IF DB-LAST-ACTIVITY > DB-RETAIN-CUTOFF
               ADD 1 TO HELD-RETENTION
               GO TO CHECK-ONE-CUSTOMER-EXIT
           END-IF

           PERFORM ANONYMISE-ONE-CUSTOMER.

       CHECK-ONE-CUSTOMER-EXIT.
           EXIT.

       FIND-LAST-ACTIVITY.

      * The retention clock starts from the last thing that
      * happened on the customer or any of their policies - a
      * status change, a bill, a payment, a claim, a quote, a
      * letter, an address change, a merge, or the day the customer
      * was set up. Rows already archived are older than the
      * archive horizon, so they cannot move the date.

           MOVE "00000000" TO DB-LAST-ACTIVITY

           EXEC SQL
               SELECT IFNULL(MAX(D), '00000000')
               INTO :DB-LAST-ACTIVITY
               FROM
                 (SELECT MAX(P.EFFECTIVE_DATE) AS D FROM POLICY P
                  WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                     OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                     OR P.SECOND_CUSTOMER_ID = :DB-CUSTOMER-ID
                  UNION ALL
                  SELECT MAX(A.CHANGED_DATE) FROM POLICY_AUDIT A
                  WHERE A.POLICY_ID IN
                        (SELECT P.POLICY_ID FROM POLICY P
                         WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.SECOND_CUSTOMER_ID =
                               :DB-CUSTOMER-ID)
                  UNION ALL
                  SELECT MAX(IFNULL(I.PAID_DATE, I.DUE_DATE))
                  FROM INVOICE I
                  WHERE I.POLICY_ID IN
                        (SELECT P.POLICY_ID FROM POLICY P
                         WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.SECOND_CUSTOMER_ID =
                               :DB-CUSTOMER-ID)
                  UNION ALL
                  SELECT MAX(H.CLAIM_DATE) FROM CLAIM_HISTORY H
                  WHERE H.DECEASED_CUSTOMER_ID = :DB-CUSTOMER-ID
                     OR H.POLICY_ID IN
                        (SELECT P.POLICY_ID FROM POLICY P
                         WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.SECOND_CUSTOMER_ID =
                               :DB-CUSTOMER-ID)
                  UNION ALL
                  SELECT MAX(CP.PAYMENT_DATE) FROM CLAIM_PAYMENT CP
                  WHERE CP.POLICY_ID IN
                        (SELECT P.POLICY_ID FROM POLICY P
                         WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                            OR P.SECOND_CUSTOMER_ID =
                               :DB-CUSTOMER-ID)
                  UNION ALL
                  SELECT MAX(R.SENT_DATE) FROM CORRESPONDENCE R
                  WHERE R.CUSTOMER_ID = :DB-CUSTOMER-ID
                  UNION ALL
                  SELECT MAX(AH.CHANGED_DATE)
                  FROM CUSTOMER_ADDRESS_HISTORY AH
                  WHERE AH.CUSTOMER_ID = :DB-CUSTOMER-ID
                  UNION ALL
                  SELECT MAX(Q.QUOTE_DATE) FROM QUOTE Q
                  WHERE Q.CUSTOMER_ID = :DB-CUSTOMER-ID
                     OR Q.SECOND_CUSTOMER_ID = :DB-CUSTOMER-ID
                  UNION ALL
                  SELECT MAX(M.MERGED_DATE)
                  FROM CUSTOMER_MERGE_AUDIT M
                  WHERE M.MERGED_ID = :DB-CUSTOMER-ID
                     OR M.SURVIVOR_ID = :DB-CUSTOMER-ID
                  UNION ALL
                  SELECT C.CREATED_DATE FROM CUSTOMER C
                  WHERE C.CUSTOMER_ID = :DB-CUSTOMER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "99999999" TO DB-LAST-ACTIVITY
               MOVE ZERO TO SQLCODE
           END-IF.

       ANONYMISE-ONE-CUSTOMER.

           PERFORM MASK-CUSTOMER-MASTER
           PERFORM MASK-POLICY-NAMES
           PERFORM MASK-BENEFICIARIES
           PERFORM MASK-CLAIM-PAYEES
           PERFORM MASK-OTHER-PAYEES
           PERFORM MASK-CUSTOMER-REGISTERS
           PERFORM WRITE-PRIVACY-LOG

           ADD 1 TO CUSTOMERS-ANONYMISED
           DISPLAY "CUSTOMER " DB-CUSTOMER-ID " ANONYMISED, LAST "
                   "ACTIVITY " DB-LAST-ACTIVITY.

       MASK-CUSTOMER-MASTER.

           EXEC SQL
               UPDATE CUSTOMER
               SET CUSTOMER_NAME = 'ANONYMISED',
                   ADDRESS = ' ',
                   CONTACT_INFO = ' ',
                   DATE_OF_BIRTH =
                       SUBSTR(IFNULL(DATE_OF_BIRTH, '0000'), 1, 4)
                       || '0101',
                   BANK_CODE = ' ',
                   BANK_ACCOUNT = ' ',
                   STATUS = 'ANONYMISED'
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           MOVE ZERO TO SQLCODE

           EXEC SQL
               UPDATE CUSTOMER_ADDRESS_HISTORY
               SET ADDRESS = ' ',
                   CONTACT_INFO = ' '
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           MOVE ZERO TO SQLCODE.

       MASK-POLICY-NAMES.

           MOVE ZERO TO DB-POLICY-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :DB-POLICY-COUNT
               FROM POLICY
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           EXEC SQL
               UPDATE POLICY
               SET CUSTOMER_NAME = 'ANONYMISED'
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           MOVE ZERO TO SQLCODE

           EXEC SQL
               UPDATE POLICY_VERSION
               SET CUSTOMER_NAME = 'ANONYMISED'
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           MOVE ZERO TO SQLCODE.

       MASK-BENEFICIARIES.

      * The beneficiary name is part of the key, so each one gets
      * its own numbered name, carried across to the change history
      * for the same policy. History rows for beneficiaries already
      * removed are masked last.

           MOVE ZERO TO MASK-SEQUENCE

           EXEC SQL
               DECLARE anon_benef_cursor CURSOR FOR
               SELECT B.POLICY_ID, B.BENEFICIARY_NAME
               FROM BENEFICIARY B
               WHERE B.POLICY_ID IN
                     (SELECT P.POLICY_ID FROM POLICY P
                      WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID)
                 AND B.BENEFICIARY_NAME NOT LIKE 'ANONYMISED%'
               ORDER BY B.POLICY_ID, B.BENEFICIARY_NAME
           END-EXEC

           EXEC SQL OPEN anon_benef_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH anon_benef_cursor
                   INTO :DB-POLICY-ID, :DB-OLD-NAME
               END-EXEC
               IF SQLCODE = 0
                   PERFORM MASK-ONE-BENEFICIARY
               END-IF
           END-PERFORM

           EXEC SQL CLOSE anon_benef_cursor END-EXEC

           EXEC SQL
               UPDATE BENEFICIARY_HISTORY
               SET BENEFICIARY_NAME = 'ANONYMISED'
               WHERE POLICY_ID IN
                     (SELECT P.POLICY_ID FROM POLICY P
                      WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID)
                 AND BENEFICIARY_NAME NOT LIKE 'ANONYMISED%'
           END-EXEC

           MOVE ZERO TO SQLCODE

           EXEC SQL
               UPDATE SCREENING_REVIEW
               SET PARTY_NAME = 'ANONYMISED'
               WHERE PARTY_TYPE = 'BENEFICIARY'
                 AND CAST(TRIM(PARTY_KEY) AS INTEGER) IN
                     (SELECT P.POLICY_ID FROM POLICY P
                      WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID)
           END-EXEC

           MOVE ZERO TO SQLCODE.

       MASK-ONE-BENEFICIARY.

           ADD 1 TO MASK-SEQUENCE
           MOVE SPACES TO DB-NEW-NAME
           STRING "ANONYMISED BENEFICIARY " DELIMITED BY SIZE
                  MASK-SEQUENCE DELIMITED BY SIZE
                  INTO DB-NEW-NAME

           EXEC SQL
               UPDATE BENEFICIARY
               SET BENEFICIARY_NAME = :DB-NEW-NAME,
                   BANK_CODE = ' ',
                   BANK_ACCOUNT = ' '
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND BENEFICIARY_NAME = :DB-OLD-NAME
           END-EXEC

           EXEC SQL
               UPDATE BENEFICIARY_HISTORY
               SET BENEFICIARY_NAME = :DB-NEW-NAME
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND BENEFICIARY_NAME = :DB-OLD-NAME
           END-EXEC

           MOVE ZERO TO SQLCODE.

       MASK-CLAIM-PAYEES.

      * A claim payee's name keys CLAIM_PAYMENT and is carried on
      * the cheque register and on any unclaimed property item
      * raised from a returned payment - all three are changed
      * together so the escheat and cheque reconciliation still
      * find their source row.

           MOVE ZERO TO MASK-SEQUENCE

           EXEC SQL
               DECLARE anon_payee_cursor CURSOR FOR
               SELECT DISTINCT CP.CLAIM_ID, CP.PAYEE_NAME
               FROM CLAIM_PAYMENT CP
               WHERE CP.POLICY_ID IN
                     (SELECT P.POLICY_ID FROM POLICY P
                      WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID)
                 AND CP.PAYEE_NAME NOT LIKE 'ANONYMISED%'
               ORDER BY CP.CLAIM_ID, CP.PAYEE_NAME
           END-EXEC

           EXEC SQL OPEN anon_payee_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH anon_payee_cursor
                   INTO :DB-CLAIM-ID, :DB-OLD-NAME
               END-EXEC
               IF SQLCODE = 0
                   PERFORM MASK-ONE-CLAIM-PAYEE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE anon_payee_cursor END-EXEC

           MOVE ZERO TO SQLCODE.

       MASK-ONE-CLAIM-PAYEE.

           ADD 1 TO MASK-SEQUENCE
           MOVE SPACES TO DB-NEW-NAME
           STRING "ANONYMISED PAYEE " DELIMITED BY SIZE
                  MASK-SEQUENCE DELIMITED BY SIZE
                  INTO DB-NEW-NAME

           EXEC SQL
               UPDATE CLAIM_PAYMENT
               SET PAYEE_NAME = :DB-NEW-NAME
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND PAYEE_NAME = :DB-OLD-NAME
           END-EXEC

           EXEC SQL
               UPDATE CHEQUE_REGISTER
               SET PAYEE_NAME = :DB-NEW-NAME
               WHERE CLAIM_ID = :DB-CLAIM-ID
                 AND PAYEE_NAME = :DB-OLD-NAME
           END-EXEC

           EXEC SQL
               UPDATE UNCLAIMED_PROPERTY
               SET SOURCE_PAYEE = :DB-NEW-NAME,
                   OWNER_NAME = :DB-NEW-NAME
               WHERE SOURCE_TYPE = 'CLAIMPAY'
                 AND SOURCE_ID = :DB-CLAIM-ID
                 AND SOURCE_PAYEE = :DB-OLD-NAME
           END-EXEC

           MOVE ZERO TO SQLCODE.

       MASK-OTHER-PAYEES.

      * Payees that are not part of any key are simply blanked to
      * the one ANONYMISED name.

           EXEC SQL
               UPDATE CHEQUE_REGISTER
               SET PAYEE_NAME = 'ANONYMISED'
               WHERE POLICY_ID IN
                     (SELECT P.POLICY_ID FROM POLICY P
                      WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID)
                 AND PAYEE_NAME NOT LIKE 'ANONYMISED%'
           END-EXEC

           MOVE ZERO TO SQLCODE

           EXEC SQL
               UPDATE PREMIUM_REFUND
               SET PAYEE_NAME = 'ANONYMISED'
               WHERE POLICY_ID IN
                     (SELECT P.POLICY_ID FROM POLICY P
                      WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID)
           END-EXEC

           MOVE ZERO TO SQLCODE

           EXEC SQL
               UPDATE DISBURSEMENT_REQUEST
               SET PAYEE_NAME = 'ANONYMISED',
                   BANK_CODE = ' ',
                   BANK_ACCOUNT = ' '
               WHERE POLICY_ID IN
                     (SELECT P.POLICY_ID FROM POLICY P
                      WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID)
           END-EXEC

           MOVE ZERO TO SQLCODE.

       MASK-CUSTOMER-REGISTERS.

           EXEC SQL
               UPDATE DD_MANDATE
               SET BANK_CODE = ' ',
                   BANK_ACCOUNT = ' '
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           MOVE ZERO TO SQLCODE

           EXEC SQL
               UPDATE CORRESPONDENCE
               SET RECIPIENT_NAME = 'ANONYMISED',
                   ADDRESS_USED = ' '
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           MOVE ZERO TO SQLCODE

           EXEC SQL
               UPDATE UNCLAIMED_PROPERTY
               SET OWNER_NAME = 'ANONYMISED'
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
                 AND OWNER_NAME NOT LIKE 'ANONYMISED%'
           END-EXEC

           MOVE ZERO TO SQLCODE

           EXEC SQL
               UPDATE SCREENING_REVIEW
               SET PARTY_NAME = 'ANONYMISED'
               WHERE PARTY_TYPE = 'CUSTOMER'
                 AND CAST(TRIM(PARTY_KEY) AS INTEGER) =
                     :DB-CUSTOMER-ID
           END-EXEC

           MOVE ZERO TO SQLCODE.

       WRITE-PRIVACY-LOG.

           EXEC SQL
               SELECT IFNULL(MAX(LOG_ID), 0) + 1
               INTO :DB-LOG-ID
               FROM PRIVACY_LOG
           END-EXEC

           EXEC SQL
               INSERT INTO PRIVACY_LOG
                   (LOG_ID, CUSTOMER_ID, ACTION, REQUEST_REF,
                    ITEM_COUNT, ACTION_BY, ACTION_DATE, ACTION_TIME)
               VALUES
                   (:DB-LOG-ID, :DB-CUSTOMER-ID, 'ANONYMISE',
                    'RETENTION', :DB-POLICY-COUNT, :DB-AUDIT-USER,
                    :DB-TODAY-DATE, :DB-TODAY-TIME)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR LOGGING ANONYMISATION, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       LOAD-RUN-PARAMETERS.

           MOVE TODAY-DATE TO DB-PARAM-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           MOVE "PRIVACY-RETAIN-DAYS" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO PRIVACY-RETAIN-DAYS
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

       RECORD-STEP-METRICS.

           MOVE "EXAMINED" TO MET-METRIC-NAME
           MOVE CUSTOMERS-EXAMINED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE

           MOVE "ANONYMISED" TO MET-METRIC-NAME
           MOVE CUSTOMERS-ANONYMISED TO MET-METRIC-VALUE
           CALL "STEPMETRIC"
                USING MET-STEP-NAME
                      MET-METRIC-NAME
                      MET-METRIC-VALUE.
