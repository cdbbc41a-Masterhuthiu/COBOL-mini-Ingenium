       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJACCESS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-REPORT ASSIGN TO "SARRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-CLAIM-FILE ASSIGN TO "ARCCLAIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT ARCHIVE-INVOICE-FILE ASSIGN TO "ARCINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT ARCHIVE-AUDIT-FILE ASSIGN TO "ARCAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT ARCHIVE-ENDORSE-FILE ASSIGN TO "ARCENDORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT ARCHIVE-VERSION-FILE ASSIGN TO "ARCPVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * SARRPT is the subject-access report - everything we hold on
      * one customer, section by section, ready to go out with the
      * covering letter. One line per row held, prefixed with what
      * the row is.

       FD  ACCESS-REPORT.
       01  SAR-TEXT-LINE              PIC X(132).
       01  SAR-DETAIL-LINE.
           05 FILLER                  PIC X(02).
           05 SDL-ITEM                PIC X(20).
           05 SDL-VALUE               PIC X(110).

      * These layouts mirror ARCHIVEPURGE's archive files exactly -
      * they are the published archive format. Operations copy the
      * dated archives to be searched back under these names before
      * the report is run; a file not present is reported as such.

       FD  ARCHIVE-CLAIM-FILE.
       01  ARCHIVE-CLAIM-RECORD.
           05 ARC-CLM-TYPE            PIC X(01).
           05 ARC-CLM-CLAIM-ID        PIC 9(10).
           05 ARC-CLM-POLICY-ID       PIC 9(06).
           05 ARC-CLM-CLAIM-TYPE      PIC X(20).
           05 ARC-CLM-CLAIM-AMOUNT    PIC 9(7)V99.
           05 ARC-CLM-APPROVED-AMOUNT PIC 9(7)V99.
           05 ARC-CLM-STATUS          PIC X(16).
           05 ARC-CLM-CLAIM-DATE      PIC X(08).
           05 ARC-CLM-CURRENCY-CODE   PIC X(03).
           05 ARC-CLM-NET-RETAINED    PIC 9(7)V99.
           05 ARC-CLM-CEDED           PIC 9(7)V99.
           05 ARC-CLM-REOPENED-BY     PIC X(20).
           05 ARC-CLM-REOPENED-DATE   PIC X(08).
           05 ARC-CLM-LOSS-DATE       PIC X(08).

       FD  ARCHIVE-INVOICE-FILE.
       01  ARCHIVE-INVOICE-RECORD.
           05 ARC-INV-TYPE            PIC X(01).
           05 ARC-INV-INVOICE-ID      PIC 9(09).
           05 ARC-INV-POLICY-ID       PIC 9(06).
           05 ARC-INV-AMOUNT          PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05 ARC-INV-DUE-DATE        PIC X(08).
           05 ARC-INV-STATUS          PIC X(10).
           05 ARC-INV-PAID-DATE       PIC X(08).
           05 ARC-INV-AGENT-ID        PIC 9(06).
           05 ARC-INV-COMMISSION-DUE  PIC 9(7)V99.
           05 ARC-INV-CURRENCY-CODE   PIC X(03).
           05 ARC-INV-INVOICE-TYPE    PIC X(10).

       FD  ARCHIVE-AUDIT-FILE.
       01  ARCHIVE-AUDIT-RECORD.
           05 ARC-AUD-TYPE            PIC X(01).
           05 ARC-AUD-POLICY-ID       PIC 9(06).
           05 ARC-AUD-OLD-STATUS      PIC X(10).
           05 ARC-AUD-NEW-STATUS      PIC X(10).
           05 ARC-AUD-CLAIM-ID        PIC 9(10).
           05 ARC-AUD-CHANGED-DATE    PIC X(08).
           05 ARC-AUD-CHANGED-TIME    PIC X(06).

       FD  ARCHIVE-ENDORSE-FILE.
       01  ARCHIVE-ENDORSE-RECORD.
           05 ARC-END-TYPE            PIC X(01).
           05 ARC-END-POLICY-ID       PIC 9(06).
           05 ARC-END-ENDORSE-TYPE    PIC X(10).
           05 ARC-END-OLD-PRODUCT     PIC X(10).
           05 ARC-END-NEW-PRODUCT     PIC X(10).
           05 ARC-END-OLD-BASE        PIC 9(7)V99.
           05 ARC-END-NEW-BASE        PIC 9(7)V99.
           05 ARC-END-OLD-TOTAL       PIC 9(7)V99.
           05 ARC-END-NEW-TOTAL       PIC 9(7)V99.
           05 ARC-END-ENDORSED-DATE   PIC X(08).
           05 ARC-END-ENDORSED-TIME   PIC X(06).

       FD  ARCHIVE-VERSION-FILE.
       01  ARCHIVE-VERSION-RECORD.
           05 ARC-VER-TYPE            PIC X(01).
           05 ARC-VER-POLICY-ID       PIC 9(06).
           05 ARC-VER-VERSION-NO      PIC 9(05).
           05 ARC-VER-STATUS          PIC X(10).
           05 ARC-VER-CUSTOMER-ID     PIC 9(06).
           05 ARC-VER-PRODUCT-CODE    PIC X(10).
           05 ARC-VER-BASE-PREMIUM    PIC 9(7)V99.
           05 ARC-VER-RIDER-PREMIUM   PIC 9(7)V99.
           05 ARC-VER-EFFECTIVE-DATE  PIC X(08).
           05 ARC-VER-EXPIRY-DATE     PIC X(08).
           05 ARC-VER-AGENT-ID        PIC 9(06).
           05 ARC-VER-CURRENCY-CODE   PIC X(03).
           05 ARC-VER-BILLING-FREQ    PIC X(10).
           05 ARC-VER-COVERAGE        PIC 9(9)V99.
           05 ARC-VER-SNAPPED-DATE    PIC X(08).
           05 ARC-VER-SOURCE          PIC X(12).

       WORKING-STORAGE SECTION.

      * A privacy request used to be answered by hand-running SQL
      * against whichever tables someone remembered. This report
      * goes through every table that carries a customer's personal
      * data - as the customer, or on the policies they are party
      * to - and then through the archive files. Each report run is
      * logged on PRIVACY_LOG against the customer's request
      * reference.

       01 MENU-CHOICE          PIC 9(01).

       01 CUSTOMER-ID          PIC 9(06).
       01 REQUEST-REF          PIC X(20).

       01 TODAY-DATE           PIC 9(08).
       01 ITEMS-REPORTED       PIC 9(07) VALUE ZERO.

       01 ID-EDIT              PIC Z(9)9.
       01 SECOND-ID-EDIT       PIC Z(9)9.
       01 AMOUNT-EDIT          PIC Z(9)9.99-.
       01 SECOND-AMOUNT-EDIT   PIC Z(9)9.99-.
       01 PERCENT-EDIT         PIC ZZ9.99.

      * The policies the customer is party to, kept so the archive
      * files - which carry only the policy id - can be searched.

       01 PARTY-POLICIES.
           05 PARTY-POLICY-COUNT   PIC 9(04) COMP VALUE ZERO.
           05 PARTY-POLICY-ENTRY OCCURS 500 TIMES.
              10 PARTY-POLICY-ID   PIC 9(06).
       01 PARTY-SUB            PIC 9(04) COMP.
       01 PARTY-OVERFLOW-SWITCH PIC X(01) VALUE "N".
           88 PARTY-TABLE-FULL           VALUE "Y".
       01 SEARCH-POLICY-ID     PIC 9(06).
       01 POLICY-MATCH-SWITCH  PIC X(01) VALUE "N".
           88 POLICY-IN-LIST             VALUE "Y".

       01 ARCHIVE-FILE-STATUS  PIC X(02).
           88 ARCHIVE-FILE-OK            VALUE "00".
       01 ARCHIVE-EOF-SWITCH   PIC X(01) VALUE "N".
           88 ARCHIVE-EOF                VALUE "Y".

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".
       01 CUSTOMER-FOUND-SWITCH PIC X(01) VALUE "N".
           88 CUSTOMER-FOUND             VALUE "Y".
       01 SECTION-FOUND-SWITCH PIC X(01) VALUE "N".
           88 SECTION-FOUND              VALUE "Y".


      * Shared sign-on: every session starts with a verified user
      * id from the user master - free-typed names no longer drive
      * anything sensitive.

       01 SIGNON-ROLE-REQUIRED PIC X(10) VALUE "COMPLIANCE".
       01 SIGNON-USER-ID       PIC X(20).
       01 SIGNON-OK-FLAG       PIC X(01).
           88 SIGNED-ON                  VALUE "Y".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-CUSTOMER-ID           PIC 9(06).
       01 DB-CUSTOMER-NAME         PIC X(30).
       01 DB-ADDRESS               PIC X(40).
       01 DB-DATE-OF-BIRTH         PIC X(08).
       01 DB-CONTACT-INFO          PIC X(20).
       01 DB-CUSTOMER-STATUS       PIC X(10).
       01 DB-BANK-CODE             PIC X(09).
       01 DB-BANK-ACCOUNT          PIC X(18).
       01 DB-BANK-CHANGED-DATE     PIC X(08).
       01 DB-JURISDICTION          PIC X(10).
       01 DB-ADDRESS-STATUS        PIC X(04).
       01 DB-ADDRESS-BAD-DATE      PIC X(08).
       01 DB-EFFECTIVE-DATE        PIC X(08).
       01 DB-EXPIRY-DATE           PIC X(08).
       01 DB-ROW-STATUS            PIC X(16).
       01 DB-CHANGE-SOURCE         PIC X(12).
       01 DB-CHANGED-BY            PIC X(20).
       01 DB-CHANGED-DATE          PIC X(08).
       01 DB-OTHER-ID              PIC 9(09).
       01 DB-POLICY-ID             PIC 9(06).
       01 DB-PARTY-ROLE            PIC X(10).
       01 DB-PRODUCT-CODE          PIC X(10).
       01 DB-COVERAGE              PIC 9(9)V99.
       01 DB-VERSION-NO            PIC 9(05).
       01 DB-ROW-COUNT             PIC 9(07).
       01 DB-AMOUNT                PIC S9(9)V99.
       01 DB-SECOND-AMOUNT         PIC S9(9)V99.
       01 DB-PERSON-NAME           PIC X(30).
       01 DB-RELATIONSHIP          PIC X(15).
       01 DB-SHARE-PERCENT         PIC 9(3)V99.
       01 DB-CLAIM-ID              PIC 9(10).
       01 DB-ROW-TYPE              PIC X(20).
       01 DB-ROW-DATE              PIC X(08).
       01 DB-SECOND-DATE           PIC X(08).
       01 DB-REFERENCE             PIC X(20).
       01 DB-NOTE                  PIC X(40).
       01 DB-LOG-ID                PIC 9(09).
       01 DB-REQUEST-REF           PIC X(20).
       01 DB-ITEM-COUNT            PIC 9(07).
       01 DB-AUDIT-USER            PIC X(20).
       01 DB-TODAY-DATE            PIC 9(08).
       01 DB-TODAY-TIME            PIC 9(06).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-SUBJECT-ACCESS.

           DISPLAY "=============================="
           DISPLAY " MINI INGENIUM SUBJECT ACCESS "
           DISPLAY "=============================="

           PERFORM SIGN-ON-USER

           IF NOT SIGNED-ON
               STOP RUN
           END-IF

           PERFORM SHOW-MENU UNTIL DONE

           STOP RUN.

       SHOW-MENU.

           DISPLAY "1. PRODUCE SUBJECT-ACCESS REPORT FOR A CUSTOMER"
           DISPLAY "2. EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT MENU-CHOICE

           EVALUATE MENU-CHOICE
               WHEN 1
                   PERFORM PRODUCE-ACCESS-REPORT
               WHEN 2
                   SET DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.

       PRODUCE-ACCESS-REPORT.

           DISPLAY "ENTER CUSTOMER ID:"
           ACCEPT CUSTOMER-ID

           DISPLAY "ENTER PRIVACY REQUEST REFERENCE:"
           ACCEPT REQUEST-REF

           IF REQUEST-REF = SPACES
               DISPLAY "A REQUEST REFERENCE IS REQUIRED"
           ELSE
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               ACCEPT DB-TODAY-TIME FROM TIME
               MOVE TODAY-DATE TO DB-TODAY-DATE
               MOVE CUSTOMER-ID TO DB-CUSTOMER-ID
               MOVE ZERO TO ITEMS-REPORTED
               MOVE ZERO TO PARTY-POLICY-COUNT
               MOVE "N" TO PARTY-OVERFLOW-SWITCH

               EXEC SQL CONNECT TO 'db/database.db' END-EXEC

               PERFORM LOOKUP-CUSTOMER

               IF NOT CUSTOMER-FOUND
                   DISPLAY "CUSTOMER NOT FOUND: " CUSTOMER-ID
               ELSE
                   PERFORM WRITE-ACCESS-REPORT
                   PERFORM WRITE-PRIVACY-LOG
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY "SUBJECT-ACCESS REPORT WRITTEN TO SARRPT, "
                           "ITEMS REPORTED: " ITEMS-REPORTED
                   IF PARTY-TABLE-FULL
                       DISPLAY "MORE THAN 500 POLICIES - ARCHIVES "
                               "SEARCHED FOR THE FIRST 500 ONLY"
                   END-IF
               END-IF

               EXEC SQL DISCONNECT CURRENT END-EXEC
           END-IF.

       LOOKUP-CUSTOMER.

           MOVE "N" TO CUSTOMER-FOUND-SWITCH

           EXEC SQL
               SELECT IFNULL(CUSTOMER_NAME, ' '), IFNULL(ADDRESS, ' '),
                      IFNULL(DATE_OF_BIRTH, ' '),
                      IFNULL(CONTACT_INFO, ' '),
                      IFNULL(STATUS, 'ACTIVE'),
                      IFNULL(BANK_CODE, ' '), IFNULL(BANK_ACCOUNT, ' '),
                      IFNULL(BANK_CHANGED_DATE, ' '),
                      IFNULL(JURISDICTION, ' '),
                      IFNULL(ADDRESS_STATUS, 'GOOD'),
                      IFNULL(ADDRESS_BAD_DATE, '00000000')
               INTO :DB-CUSTOMER-NAME, :DB-ADDRESS,
                    :DB-DATE-OF-BIRTH, :DB-CONTACT-INFO,
                    :DB-CUSTOMER-STATUS, :DB-BANK-CODE,
                    :DB-BANK-ACCOUNT, :DB-BANK-CHANGED-DATE,
                    :DB-JURISDICTION, :DB-ADDRESS-STATUS,
                    :DB-ADDRESS-BAD-DATE
               FROM CUSTOMER
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
           END-EXEC

           IF SQLCODE = 0
               SET CUSTOMER-FOUND TO TRUE
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

       WRITE-ACCESS-REPORT.

           OPEN OUTPUT ACCESS-REPORT

           MOVE SPACES TO SAR-TEXT-LINE
           STRING "SUBJECT-ACCESS REPORT - CUSTOMER " DELIMITED BY SIZE
                  CUSTOMER-ID DELIMITED BY SIZE
                  "  REQUEST " DELIMITED BY SIZE
                  REQUEST-REF DELIMITED BY "  "
                  "  PRODUCED " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  SIGNON-USER-ID DELIMITED BY "  "
                  INTO SAR-TEXT-LINE
           WRITE SAR-TEXT-LINE

           PERFORM REPORT-CUSTOMER-MASTER
           PERFORM REPORT-ADDRESS-HISTORY
           PERFORM REPORT-MERGE-AUDIT
           PERFORM REPORT-POLICIES
           PERFORM REPORT-POLICY-VERSIONS
           PERFORM REPORT-INVOICE-SUMMARY
           PERFORM REPORT-BENEFICIARIES
           PERFORM REPORT-ASSIGNMENTS
           PERFORM REPORT-CLAIMS
           PERFORM REPORT-CLAIM-PAYMENTS
           PERFORM REPORT-CHEQUES
           PERFORM REPORT-REFUNDS
           PERFORM REPORT-DISBURSEMENTS
           PERFORM REPORT-LOANS
           PERFORM REPORT-DD-MANDATES
           PERFORM REPORT-QUOTES
           PERFORM REPORT-CORRESPONDENCE
           PERFORM REPORT-UNCLAIMED-PROPERTY
           PERFORM REPORT-SCREENING-REVIEWS
           PERFORM REPORT-PRIVACY-LOG

           PERFORM REPORT-ARCHIVED-CLAIMS
           PERFORM REPORT-ARCHIVED-INVOICES
           PERFORM REPORT-ARCHIVED-AUDIT
           PERFORM REPORT-ARCHIVED-ENDORSEMENTS
           PERFORM REPORT-ARCHIVED-VERSIONS

           MOVE SPACES TO SAR-TEXT-LINE
           WRITE SAR-TEXT-LINE
           MOVE ITEMS-REPORTED TO ID-EDIT
           STRING "END OF REPORT - ITEMS REPORTED: " DELIMITED BY SIZE
                  ID-EDIT DELIMITED BY SIZE
                  INTO SAR-TEXT-LINE
           WRITE SAR-TEXT-LINE

           CLOSE ACCESS-REPORT.

       WRITE-SECTION-HEADING.

      * SAR-TEXT-LINE holds the heading text on the way in.

           MOVE SAR-TEXT-LINE TO DB-NOTE
           MOVE SPACES TO SAR-TEXT-LINE
           WRITE SAR-TEXT-LINE
           MOVE DB-NOTE TO SAR-TEXT-LINE
           WRITE SAR-TEXT-LINE
           MOVE "N" TO SECTION-FOUND-SWITCH.

       WRITE-DETAIL.

      * SDL-ITEM and SDL-VALUE are filled in on the way in.

           WRITE SAR-DETAIL-LINE
           ADD 1 TO ITEMS-REPORTED
           SET SECTION-FOUND TO TRUE.

       WRITE-SECTION-END.

           IF NOT SECTION-FOUND
               MOVE SPACES TO SAR-DETAIL-LINE
               MOVE "NONE HELD" TO SDL-ITEM
               WRITE SAR-DETAIL-LINE
           END-IF
           MOVE ZERO TO SQLCODE.

       REPORT-CUSTOMER-MASTER.

           MOVE "CUSTOMER RECORD" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           MOVE SPACES TO SAR-DETAIL-LINE
           MOVE "NAME" TO SDL-ITEM
           MOVE DB-CUSTOMER-NAME TO SDL-VALUE
           PERFORM WRITE-DETAIL

           MOVE SPACES TO SAR-DETAIL-LINE
           MOVE "ADDRESS" TO SDL-ITEM
           STRING DB-ADDRESS DELIMITED BY "  "
                  "  (ADDRESS STATUS " DELIMITED BY SIZE
                  DB-ADDRESS-STATUS DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO SDL-VALUE
           PERFORM WRITE-DETAIL

           MOVE SPACES TO SAR-DETAIL-LINE
           MOVE "DATE OF BIRTH" TO SDL-ITEM
           MOVE DB-DATE-OF-BIRTH TO SDL-VALUE
           PERFORM WRITE-DETAIL

           MOVE SPACES TO SAR-DETAIL-LINE
           MOVE "CONTACT DETAILS" TO SDL-ITEM
           MOVE DB-CONTACT-INFO TO SDL-VALUE
           PERFORM WRITE-DETAIL

           MOVE SPACES TO SAR-DETAIL-LINE
           MOVE "BANK DETAILS" TO SDL-ITEM
           STRING DB-BANK-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DB-BANK-ACCOUNT DELIMITED BY SIZE
                  "  CHANGED " DELIMITED BY SIZE
                  DB-BANK-CHANGED-DATE DELIMITED BY SIZE
                  INTO SDL-VALUE
           PERFORM WRITE-DETAIL

           MOVE SPACES TO SAR-DETAIL-LINE
           MOVE "TAX JURISDICTION" TO SDL-ITEM
           MOVE DB-JURISDICTION TO SDL-VALUE
           PERFORM WRITE-DETAIL

           MOVE SPACES TO SAR-DETAIL-LINE
           MOVE "CUSTOMER STATUS" TO SDL-ITEM
           MOVE DB-CUSTOMER-STATUS TO SDL-VALUE
           PERFORM WRITE-DETAIL.

       REPORT-ADDRESS-HISTORY.

           MOVE "ADDRESS AND CONTACT HISTORY" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_addr_cursor CURSOR FOR
               SELECT IFNULL(EFFECTIVE_DATE, ' '),
                      IFNULL(ADDRESS, ' '), IFNULL(CONTACT_INFO, ' '),
                      IFNULL(JURISDICTION, ' '), IFNULL(STATUS, ' '),
                      IFNULL(CHANGE_SOURCE, ' ')
               FROM CUSTOMER_ADDRESS_HISTORY
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
               ORDER BY EFFECTIVE_DATE, HISTORY_ID
           END-EXEC

           EXEC SQL OPEN sar_addr_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_addr_cursor
                   INTO :DB-EFFECTIVE-DATE, :DB-ADDRESS,
                        :DB-CONTACT-INFO, :DB-JURISDICTION,
                        :DB-ROW-STATUS, :DB-CHANGE-SOURCE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SAR-DETAIL-LINE
                   MOVE "ADDRESS HISTORY" TO SDL-ITEM
                   STRING "FROM " DELIMITED BY SIZE
                          DB-EFFECTIVE-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-ADDRESS DELIMITED BY "  "
                          " / " DELIMITED BY SIZE
                          DB-CONTACT-INFO DELIMITED BY "  "
                          " / " DELIMITED BY SIZE
                          DB-JURISDICTION DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          DB-ROW-STATUS DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          DB-CHANGE-SOURCE DELIMITED BY "  "
                          INTO SDL-VALUE
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_addr_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       REPORT-MERGE-AUDIT.

           MOVE "DUPLICATE RECORDS MERGED" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_merge_cursor CURSOR FOR
               SELECT CASE WHEN SURVIVOR_ID = :DB-CUSTOMER-ID
                           THEN MERGED_ID ELSE SURVIVOR_ID END,
                      CASE WHEN SURVIVOR_ID = :DB-CUSTOMER-ID
                           THEN 'MERGED IN' ELSE 'MERGED INTO' END,
                      IFNULL(MERGED_DATE, ' ')
               FROM CUSTOMER_MERGE_AUDIT
               WHERE SURVIVOR_ID = :DB-CUSTOMER-ID
                  OR MERGED_ID = :DB-CUSTOMER-ID
               ORDER BY MERGED_DATE
           END-EXEC

           EXEC SQL OPEN sar_merge_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_merge_cursor
                   INTO :DB-OTHER-ID, :DB-PARTY-ROLE, :DB-ROW-DATE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SAR-DETAIL-LINE
                   MOVE "CUSTOMER RECORD" TO SDL-ITEM
                   MOVE DB-OTHER-ID TO ID-EDIT
                   STRING DB-PARTY-ROLE DELIMITED BY "  "
                          " CUSTOMER " DELIMITED BY SIZE
                          ID-EDIT DELIMITED BY SIZE
                          " ON " DELIMITED BY SIZE
                          DB-ROW-DATE DELIMITED BY SIZE
                          INTO SDL-VALUE
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_merge_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       REPORT-POLICIES.

      * Every policy the customer is party to, in any role. These
      * are the policies the rest of the report - and the archive
      * search - works from.

           MOVE "POLICIES" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_policy_cursor CURSOR FOR
               SELECT POLICY_ID,
                      CASE WHEN CUSTOMER_ID = :DB-CUSTOMER-ID
                           THEN 'INSURED'
                           WHEN OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                           THEN 'OWNER'
                           ELSE 'JOINT LIFE' END,
                      IFNULL(STATUS, ' '), IFNULL(PRODUCT_CODE, ' '),
                      IFNULL(EFFECTIVE_DATE, ' '),
                      IFNULL(EXPIRY_DATE, ' '),
                      IFNULL(CUSTOMER_NAME, ' '),
                      IFNULL(COVERAGE_AMOUNT, 0)
               FROM POLICY
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
                  OR OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                  OR SECOND_CUSTOMER_ID = :DB-CUSTOMER-ID
               ORDER BY POLICY_ID
           END-EXEC

           EXEC SQL OPEN sar_policy_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_policy_cursor
                   INTO :DB-POLICY-ID, :DB-PARTY-ROLE,
                        :DB-ROW-STATUS, :DB-PRODUCT-CODE,
                        :DB-EFFECTIVE-DATE, :DB-EXPIRY-DATE,
                        :DB-PERSON-NAME, :DB-COVERAGE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM REPORT-ONE-POLICY
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_policy_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       REPORT-ONE-POLICY.

           IF PARTY-POLICY-COUNT < 500
               ADD 1 TO PARTY-POLICY-COUNT
               MOVE DB-POLICY-ID
                 TO PARTY-POLICY-ID (PARTY-POLICY-COUNT)
           ELSE
               SET PARTY-TABLE-FULL TO TRUE
           END-IF

           MOVE SPACES TO SAR-DETAIL-LINE
           MOVE "POLICY" TO SDL-ITEM
           MOVE DB-POLICY-ID TO ID-EDIT
           MOVE DB-COVERAGE TO AMOUNT-EDIT
           STRING ID-EDIT DELIMITED BY SIZE
                  " AS " DELIMITED BY SIZE
                  DB-PARTY-ROLE DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  DB-PRODUCT-CODE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  DB-ROW-STATUS DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  DB-EFFECTIVE-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  DB-EXPIRY-DATE DELIMITED BY SIZE
                  " COVER " DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
                  " NAME ON POLICY " DELIMITED BY SIZE
                  DB-PERSON-NAME DELIMITED BY "  "
                  INTO SDL-VALUE
           PERFORM WRITE-DETAIL.

       REPORT-POLICY-VERSIONS.

           MOVE "POLICY VERSION HISTORY" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_version_cursor CURSOR FOR
               SELECT POLICY_ID, VERSION_NO, IFNULL(STATUS, ' '),
                      IFNULL(SNAPPED_DATE, ' '),
                      IFNULL(CUSTOMER_NAME, ' ')
               FROM POLICY_VERSION
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
                  OR OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                  OR SECOND_CUSTOMER_ID = :DB-CUSTOMER-ID
               ORDER BY POLICY_ID, VERSION_NO
           END-EXEC

           EXEC SQL OPEN sar_version_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_version_cursor
                   INTO :DB-POLICY-ID, :DB-VERSION-NO,
                        :DB-ROW-STATUS, :DB-ROW-DATE,
                        :DB-PERSON-NAME
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SAR-DETAIL-LINE
                   MOVE "POLICY VERSION" TO SDL-ITEM
                   MOVE DB-POLICY-ID TO ID-EDIT
                   MOVE DB-VERSION-NO TO SECOND-ID-EDIT
                   STRING "POLICY " DELIMITED BY SIZE
                          ID-EDIT DELIMITED BY SIZE
                          " VERSION " DELIMITED BY SIZE
                          SECOND-ID-EDIT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-ROW-STATUS DELIMITED BY "  "
                          " AS AT " DELIMITED BY SIZE
                          DB-ROW-DATE DELIMITED BY SIZE
                          " NAME " DELIMITED BY SIZE
                          DB-PERSON-NAME DELIMITED BY "  "
                          INTO SDL-VALUE
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_version_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       REPORT-INVOICE-SUMMARY.

      * Billing is summarised per policy - the invoice-by-invoice
      * detail is available on the customer's statements.

           MOVE "BILLING SUMMARY" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_invoice_cursor CURSOR FOR
               SELECT I.POLICY_ID, COUNT(*),
                      IFNULL(SUM(I.AMOUNT), 0),
                      IFNULL(SUM(CASE WHEN I.STATUS = 'PAID'
                                 THEN I.AMOUNT ELSE 0 END), 0),
                      IFNULL(MIN(I.DUE_DATE), ' '),
                      IFNULL(MAX(I.DUE_DATE), ' ')
               FROM INVOICE I
               WHERE I.POLICY_ID IN
                     (SELECT P.POLICY_ID FROM POLICY P
                      WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.SECOND_CUSTOMER_ID = :DB-CUSTOMER-ID)
               GROUP BY I.POLICY_ID
               ORDER BY I.POLICY_ID
           END-EXEC

           EXEC SQL OPEN sar_invoice_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_invoice_cursor
                   INTO :DB-POLICY-ID, :DB-ROW-COUNT, :DB-AMOUNT,
                        :DB-SECOND-AMOUNT, :DB-ROW-DATE,
                        :DB-SECOND-DATE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SAR-DETAIL-LINE
                   MOVE "INVOICES" TO SDL-ITEM
                   MOVE DB-POLICY-ID TO ID-EDIT
                   MOVE DB-ROW-COUNT TO SECOND-ID-EDIT
                   MOVE DB-AMOUNT TO AMOUNT-EDIT
                   MOVE DB-SECOND-AMOUNT TO SECOND-AMOUNT-EDIT
                   STRING "POLICY " DELIMITED BY SIZE
                          ID-EDIT DELIMITED BY SIZE
                          " INVOICES " DELIMITED BY SIZE
                          SECOND-ID-EDIT DELIMITED BY SIZE
                          " DUE " DELIMITED BY SIZE
                          DB-ROW-DATE DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          DB-SECOND-DATE DELIMITED BY SIZE
                          " BILLED " DELIMITED BY SIZE
                          AMOUNT-EDIT DELIMITED BY SIZE
                          " PAID " DELIMITED BY SIZE
                          SECOND-AMOUNT-EDIT DELIMITED BY SIZE
                          INTO SDL-VALUE
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_invoice_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       REPORT-BENEFICIARIES.

           MOVE "BENEFICIARIES NAMED" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_benef_cursor CURSOR FOR
               SELECT B.POLICY_ID, B.BENEFICIARY_NAME,
                      IFNULL(B.RELATIONSHIP, ' '),
                      IFNULL(B.SHARE_PERCENT, 0),
                      IFNULL(B.BANK_CODE, ' '),
                      IFNULL(B.BANK_ACCOUNT, ' ')
               FROM BENEFICIARY B
               WHERE B.POLICY_ID IN
                     (SELECT P.POLICY_ID FROM POLICY P
                      WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.SECOND_CUSTOMER_ID = :DB-CUSTOMER-ID)
               ORDER BY B.POLICY_ID, B.BENEFICIARY_NAME
           END-EXEC

           EXEC SQL OPEN sar_benef_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_benef_cursor
                   INTO :DB-POLICY-ID, :DB-PERSON-NAME,
                        :DB-RELATIONSHIP, :DB-SHARE-PERCENT,
                        :DB-BANK-CODE, :DB-BANK-ACCOUNT
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SAR-DETAIL-LINE
                   MOVE "BENEFICIARY" TO SDL-ITEM
                   MOVE DB-POLICY-ID TO ID-EDIT
                   MOVE DB-SHARE-PERCENT TO PERCENT-EDIT
                   STRING "POLICY " DELIMITED BY SIZE
                          ID-EDIT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-PERSON-NAME DELIMITED BY "  "
                          " (" DELIMITED BY SIZE
                          DB-RELATIONSHIP DELIMITED BY "  "
                          ") SHARE " DELIMITED BY SIZE
                          PERCENT-EDIT DELIMITED BY SIZE
                          "% BANK " DELIMITED BY SIZE
                          DB-BANK-CODE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-BANK-ACCOUNT DELIMITED BY SIZE
                          INTO SDL-VALUE
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_benef_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       REPORT-ASSIGNMENTS.

           MOVE "POLICY ASSIGNMENTS" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_assign_cursor CURSOR FOR
               SELECT A.POLICY_ID, IFNULL(A.ASSIGNEE_NAME, ' '),
                      IFNULL(A.ASSIGNED_AMOUNT, 0),
                      IFNULL(A.STATUS, ' '),
                      IFNULL(A.ASSIGNED_DATE, ' ')
               FROM POLICY_ASSIGNMENT A
               WHERE A.POLICY_ID IN
                     (SELECT P.POLICY_ID FROM POLICY P
                      WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.SECOND_CUSTOMER_ID = :DB-CUSTOMER-ID)
               ORDER BY A.POLICY_ID, A.ASSIGNMENT_NO
           END-EXEC

           EXEC SQL OPEN sar_assign_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_assign_cursor
                   INTO :DB-POLICY-ID, :DB-PERSON-NAME, :DB-AMOUNT,
                        :DB-ROW-STATUS, :DB-ROW-DATE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SAR-DETAIL-LINE
                   MOVE "ASSIGNMENT" TO SDL-ITEM
                   MOVE DB-POLICY-ID TO ID-EDIT
                   MOVE DB-AMOUNT TO AMOUNT-EDIT
                   STRING "POLICY " DELIMITED BY SIZE
                          ID-EDIT DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          DB-PERSON-NAME DELIMITED BY "  "
                          " AMOUNT " DELIMITED BY SIZE
                          AMOUNT-EDIT DELIMITED BY SIZE
                          " ON " DELIMITED BY SIZE
                          DB-ROW-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-ROW-STATUS DELIMITED BY "  "
                          INTO SDL-VALUE
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_assign_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       REPORT-CLAIMS.

           MOVE "CLAIMS" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_claim_cursor CURSOR FOR
               SELECT H.CLAIM_ID, H.POLICY_ID,
                      IFNULL(H.CLAIM_TYPE, ' '), IFNULL(H.STATUS, ' '),
                      IFNULL(H.CLAIM_DATE, ' '),
                      IFNULL(H.LOSS_DATE, H.CLAIM_DATE),
                      IFNULL(H.CLAIM_AMOUNT, 0),
                      IFNULL(H.APPROVED_AMOUNT, 0)
               FROM CLAIM_HISTORY H
               WHERE H.DECEASED_CUSTOMER_ID = :DB-CUSTOMER-ID
                  OR H.POLICY_ID IN
                     (SELECT P.POLICY_ID FROM POLICY P
                      WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.SECOND_CUSTOMER_ID = :DB-CUSTOMER-ID)
               ORDER BY H.CLAIM_ID
           END-EXEC

           EXEC SQL OPEN sar_claim_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_claim_cursor
                   INTO :DB-CLAIM-ID, :DB-POLICY-ID, :DB-ROW-TYPE,
                        :DB-ROW-STATUS, :DB-ROW-DATE,
                        :DB-SECOND-DATE, :DB-AMOUNT,
                        :DB-SECOND-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SAR-DETAIL-LINE
                   MOVE "CLAIM" TO SDL-ITEM
                   MOVE DB-CLAIM-ID TO ID-EDIT
                   MOVE DB-POLICY-ID TO SECOND-ID-EDIT
                   MOVE DB-AMOUNT TO AMOUNT-EDIT
                   MOVE DB-SECOND-AMOUNT TO SECOND-AMOUNT-EDIT
                   STRING ID-EDIT DELIMITED BY SIZE
                          " POLICY " DELIMITED BY SIZE
                          SECOND-ID-EDIT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-ROW-TYPE DELIMITED BY "  "
                          " LOSS " DELIMITED BY SIZE
                          DB-SECOND-DATE DELIMITED BY SIZE
                          " REPORTED " DELIMITED BY SIZE
                          DB-ROW-DATE DELIMITED BY SIZE
                          " CLAIMED " DELIMITED BY SIZE
                          AMOUNT-EDIT DELIMITED BY SIZE
                          " APPROVED " DELIMITED BY SIZE
                          SECOND-AMOUNT-EDIT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-ROW-STATUS DELIMITED BY "  "
                          INTO SDL-VALUE
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_claim_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       REPORT-CLAIM-PAYMENTS.

           MOVE "CLAIM PAYMENTS" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_claimpay_cursor CURSOR FOR
               SELECT CP.CLAIM_ID, CP.PAYEE_NAME,
                      IFNULL(CP.PAYMENT_AMOUNT, 0),
                      IFNULL(CP.PAYMENT_DATE, ' '),
                      IFNULL(CP.PAYMENT_METHOD, ' '),
                      IFNULL(CP.PAYMENT_STATUS, ' ')
               FROM CLAIM_PAYMENT CP
               WHERE CP.POLICY_ID IN
                     (SELECT P.POLICY_ID FROM POLICY P
                      WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.SECOND_CUSTOMER_ID = :DB-CUSTOMER-ID)
               ORDER BY CP.CLAIM_ID, CP.PAYMENT_NO
           END-EXEC

           EXEC SQL OPEN sar_claimpay_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_claimpay_cursor
                   INTO :DB-CLAIM-ID, :DB-PERSON-NAME, :DB-AMOUNT,
                        :DB-ROW-DATE, :DB-ROW-TYPE, :DB-ROW-STATUS
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SAR-DETAIL-LINE
                   MOVE "CLAIM PAYMENT" TO SDL-ITEM
                   MOVE DB-CLAIM-ID TO ID-EDIT
                   MOVE DB-AMOUNT TO AMOUNT-EDIT
                   STRING "CLAIM " DELIMITED BY SIZE
                          ID-EDIT DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          DB-PERSON-NAME DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          AMOUNT-EDIT DELIMITED BY SIZE
                          " ON " DELIMITED BY SIZE
                          DB-ROW-DATE DELIMITED BY SIZE
                          " BY " DELIMITED BY SIZE
                          DB-ROW-TYPE DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          DB-ROW-STATUS DELIMITED BY "  "
                          INTO SDL-VALUE
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_claimpay_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       REPORT-CHEQUES.

           MOVE "CHEQUES ISSUED" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_cheque_cursor CURSOR FOR
               SELECT Q.CHEQUE_NO, Q.PAYEE_NAME, IFNULL(Q.AMOUNT, 0),
                      IFNULL(Q.ISSUE_DATE, ' '), IFNULL(Q.STATUS, ' ')
               FROM CHEQUE_REGISTER Q
               WHERE Q.POLICY_ID IN
                     (SELECT P.POLICY_ID FROM POLICY P
                      WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.SECOND_CUSTOMER_ID = :DB-CUSTOMER-ID)
               ORDER BY Q.CHEQUE_NO
           END-EXEC

           EXEC SQL OPEN sar_cheque_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_cheque_cursor
                   INTO :DB-OTHER-ID, :DB-PERSON-NAME, :DB-AMOUNT,
                        :DB-ROW-DATE, :DB-ROW-STATUS
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SAR-DETAIL-LINE
                   MOVE "CHEQUE" TO SDL-ITEM
                   MOVE DB-OTHER-ID TO ID-EDIT
                   MOVE DB-AMOUNT TO AMOUNT-EDIT
                   STRING ID-EDIT DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          DB-PERSON-NAME DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          AMOUNT-EDIT DELIMITED BY SIZE
                          " ISSUED " DELIMITED BY SIZE
                          DB-ROW-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-ROW-STATUS DELIMITED BY "  "
                          INTO SDL-VALUE
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_cheque_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       REPORT-REFUNDS.

           MOVE "PREMIUM REFUNDS" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_refund_cursor CURSOR FOR
               SELECT R.POLICY_ID, IFNULL(R.PAYEE_NAME, ' '),
                      IFNULL(R.REFUND_AMOUNT, 0),
                      IFNULL(R.TERMINATION_DATE, ' ')
               FROM PREMIUM_REFUND R
               WHERE R.POLICY_ID IN
                     (SELECT P.POLICY_ID FROM POLICY P
                      WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.SECOND_CUSTOMER_ID = :DB-CUSTOMER-ID)
               ORDER BY R.POLICY_ID
           END-EXEC

           EXEC SQL OPEN sar_refund_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_refund_cursor
                   INTO :DB-POLICY-ID, :DB-PERSON-NAME, :DB-AMOUNT,
                        :DB-ROW-DATE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SAR-DETAIL-LINE
                   MOVE "PREMIUM REFUND" TO SDL-ITEM
                   MOVE DB-POLICY-ID TO ID-EDIT
                   MOVE DB-AMOUNT TO AMOUNT-EDIT
                   STRING "POLICY " DELIMITED BY SIZE
                          ID-EDIT DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          DB-PERSON-NAME DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          AMOUNT-EDIT DELIMITED BY SIZE
                          " ON TERMINATION " DELIMITED BY SIZE
                          DB-ROW-DATE DELIMITED BY SIZE
                          INTO SDL-VALUE
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_refund_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       REPORT-DISBURSEMENTS.

           MOVE "OTHER PAYMENTS TO YOU" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_disb_cursor CURSOR FOR
               SELECT D.REQUEST_ID, IFNULL(D.PAYMENT_TYPE, ' '),
                      IFNULL(D.PAYEE_NAME, ' '), IFNULL(D.AMOUNT, 0),
                      IFNULL(D.REQUESTED_DATE, ' '),
                      IFNULL(D.PAYMENT_STATUS, ' '),
                      IFNULL(D.BANK_CODE, ' '),
                      IFNULL(D.BANK_ACCOUNT, ' ')
               FROM DISBURSEMENT_REQUEST D
               WHERE D.POLICY_ID IN
                     (SELECT P.POLICY_ID FROM POLICY P
                      WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.SECOND_CUSTOMER_ID = :DB-CUSTOMER-ID)
               ORDER BY D.REQUEST_ID
           END-EXEC

           EXEC SQL OPEN sar_disb_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_disb_cursor
                   INTO :DB-OTHER-ID, :DB-ROW-TYPE, :DB-PERSON-NAME,
                        :DB-AMOUNT, :DB-ROW-DATE, :DB-ROW-STATUS,
                        :DB-BANK-CODE, :DB-BANK-ACCOUNT
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SAR-DETAIL-LINE
                   MOVE "PAYMENT REQUEST" TO SDL-ITEM
                   MOVE DB-OTHER-ID TO ID-EDIT
                   MOVE DB-AMOUNT TO AMOUNT-EDIT
                   STRING ID-EDIT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-ROW-TYPE DELIMITED BY "  "
                          " TO " DELIMITED BY SIZE
                          DB-PERSON-NAME DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          AMOUNT-EDIT DELIMITED BY SIZE
                          " ON " DELIMITED BY SIZE
                          DB-ROW-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-ROW-STATUS DELIMITED BY "  "
                          " BANK " DELIMITED BY SIZE
                          DB-BANK-CODE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-BANK-ACCOUNT DELIMITED BY SIZE
                          INTO SDL-VALUE
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_disb_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       REPORT-LOANS.

           MOVE "POLICY LOANS" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_loan_cursor CURSOR FOR
               SELECT L.POLICY_ID, IFNULL(L.BALANCE, 0),
                      IFNULL(L.PRINCIPAL_ADVANCED, 0),
                      IFNULL(L.OPENED_DATE, ' '), IFNULL(L.STATUS, ' ')
               FROM POLICY_LOAN L
               WHERE L.POLICY_ID IN
                     (SELECT P.POLICY_ID FROM POLICY P
                      WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.SECOND_CUSTOMER_ID = :DB-CUSTOMER-ID)
               ORDER BY L.POLICY_ID
           END-EXEC

           EXEC SQL OPEN sar_loan_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_loan_cursor
                   INTO :DB-POLICY-ID, :DB-AMOUNT, :DB-SECOND-AMOUNT,
                        :DB-ROW-DATE, :DB-ROW-STATUS
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SAR-DETAIL-LINE
                   MOVE "POLICY LOAN" TO SDL-ITEM
                   MOVE DB-POLICY-ID TO ID-EDIT
                   MOVE DB-AMOUNT TO AMOUNT-EDIT
                   MOVE DB-SECOND-AMOUNT TO SECOND-AMOUNT-EDIT
                   STRING "POLICY " DELIMITED BY SIZE
                          ID-EDIT DELIMITED BY SIZE
                          " OPENED " DELIMITED BY SIZE
                          DB-ROW-DATE DELIMITED BY SIZE
                          " ADVANCED " DELIMITED BY SIZE
                          SECOND-AMOUNT-EDIT DELIMITED BY SIZE
                          " BALANCE " DELIMITED BY SIZE
                          AMOUNT-EDIT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-ROW-STATUS DELIMITED BY "  "
                          INTO SDL-VALUE
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_loan_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       REPORT-DD-MANDATES.

           MOVE "DIRECT DEBIT MANDATES" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_mandate_cursor CURSOR FOR
               SELECT MANDATE_ID, POLICY_ID,
                      IFNULL(MANDATE_REF, ' '),
                      IFNULL(BANK_CODE, ' '), IFNULL(BANK_ACCOUNT, ' '),
                      IFNULL(SIGNED_DATE, ' '), IFNULL(STATUS, ' ')
               FROM DD_MANDATE
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
               ORDER BY MANDATE_ID
           END-EXEC

           EXEC SQL OPEN sar_mandate_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_mandate_cursor
                   INTO :DB-OTHER-ID, :DB-POLICY-ID, :DB-REFERENCE,
                        :DB-BANK-CODE, :DB-BANK-ACCOUNT,
                        :DB-ROW-DATE, :DB-ROW-STATUS
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SAR-DETAIL-LINE
                   MOVE "DD MANDATE" TO SDL-ITEM
                   MOVE DB-OTHER-ID TO ID-EDIT
                   MOVE DB-POLICY-ID TO SECOND-ID-EDIT
                   STRING ID-EDIT DELIMITED BY SIZE
                          " POLICY " DELIMITED BY SIZE
                          SECOND-ID-EDIT DELIMITED BY SIZE
                          " REF " DELIMITED BY SIZE
                          DB-REFERENCE DELIMITED BY "  "
                          " BANK " DELIMITED BY SIZE
                          DB-BANK-CODE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-BANK-ACCOUNT DELIMITED BY SIZE
                          " SIGNED " DELIMITED BY SIZE
                          DB-ROW-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-ROW-STATUS DELIMITED BY "  "
                          INTO SDL-VALUE
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_mandate_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       REPORT-QUOTES.

           MOVE "QUOTATIONS" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_quote_cursor CURSOR FOR
               SELECT QUOTE_ID, IFNULL(PRODUCT_CODE, ' '),
                      IFNULL(QUOTE_DATE, ' '),
                      IFNULL(TOTAL_PREMIUM, 0), IFNULL(STATUS, ' ')
               FROM QUOTE
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
                  OR SECOND_CUSTOMER_ID = :DB-CUSTOMER-ID
               ORDER BY QUOTE_ID
           END-EXEC

           EXEC SQL OPEN sar_quote_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_quote_cursor
                   INTO :DB-OTHER-ID, :DB-PRODUCT-CODE, :DB-ROW-DATE,
                        :DB-AMOUNT, :DB-ROW-STATUS
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SAR-DETAIL-LINE
                   MOVE "QUOTE" TO SDL-ITEM
                   MOVE DB-OTHER-ID TO ID-EDIT
                   MOVE DB-AMOUNT TO AMOUNT-EDIT
                   STRING ID-EDIT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-PRODUCT-CODE DELIMITED BY "  "
                          " ON " DELIMITED BY SIZE
                          DB-ROW-DATE DELIMITED BY SIZE
                          " PREMIUM " DELIMITED BY SIZE
                          AMOUNT-EDIT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-ROW-STATUS DELIMITED BY "  "
                          INTO SDL-VALUE
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_quote_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       REPORT-CORRESPONDENCE.

           MOVE "LETTERS AND DOCUMENTS SENT" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_corr_cursor CURSOR FOR
               SELECT IFNULL(DOC_TYPE, ' '), IFNULL(SENT_DATE, ' '),
                      IFNULL(RECIPIENT_NAME, ' '),
                      IFNULL(ADDRESS_USED, ' '), IFNULL(STATUS, ' ')
               FROM CORRESPONDENCE
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
               ORDER BY CORR_ID
           END-EXEC

           EXEC SQL OPEN sar_corr_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_corr_cursor
                   INTO :DB-ROW-TYPE, :DB-ROW-DATE, :DB-PERSON-NAME,
                        :DB-ADDRESS, :DB-ROW-STATUS
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SAR-DETAIL-LINE
                   MOVE "CORRESPONDENCE" TO SDL-ITEM
                   STRING DB-ROW-TYPE DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          DB-ROW-DATE DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          DB-PERSON-NAME DELIMITED BY "  "
                          " AT " DELIMITED BY SIZE
                          DB-ADDRESS DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          DB-ROW-STATUS DELIMITED BY "  "
                          INTO SDL-VALUE
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_corr_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       REPORT-UNCLAIMED-PROPERTY.

           MOVE "UNCLAIMED MONEY HELD FOR YOU" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_unclaim_cursor CURSOR FOR
               SELECT U.ITEM_ID, IFNULL(U.OWNER_NAME, ' '),
                      IFNULL(U.AMOUNT, 0), IFNULL(U.STATUS, ' '),
                      IFNULL(U.REGISTERED_DATE, ' ')
               FROM UNCLAIMED_PROPERTY U
               WHERE U.CUSTOMER_ID = :DB-CUSTOMER-ID
                  OR U.POLICY_ID IN
                     (SELECT P.POLICY_ID FROM POLICY P
                      WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.OWNER_CUSTOMER_ID = :DB-CUSTOMER-ID
                         OR P.SECOND_CUSTOMER_ID = :DB-CUSTOMER-ID)
               ORDER BY U.ITEM_ID
           END-EXEC

           EXEC SQL OPEN sar_unclaim_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_unclaim_cursor
                   INTO :DB-OTHER-ID, :DB-PERSON-NAME, :DB-AMOUNT,
                        :DB-ROW-STATUS, :DB-ROW-DATE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SAR-DETAIL-LINE
                   MOVE "UNCLAIMED ITEM" TO SDL-ITEM
                   MOVE DB-OTHER-ID TO ID-EDIT
                   MOVE DB-AMOUNT TO AMOUNT-EDIT
                   STRING ID-EDIT DELIMITED BY SIZE
                          " OWNER " DELIMITED BY SIZE
                          DB-PERSON-NAME DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          AMOUNT-EDIT DELIMITED BY SIZE
                          " REGISTERED " DELIMITED BY SIZE
                          DB-ROW-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-ROW-STATUS DELIMITED BY "  "
                          INTO SDL-VALUE
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_unclaim_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       REPORT-SCREENING-REVIEWS.

      * Sanctions screening reviews raised on the customer, or on
      * the beneficiaries of their policies.

           MOVE "SANCTIONS SCREENING REVIEWS" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_screen_cursor CURSOR FOR
               SELECT IFNULL(R.PARTY_TYPE, ' '),
                      IFNULL(R.PARTY_NAME, ' '),
                      IFNULL(R.RAISED_DATE, ' '),
                      IFNULL(R.STATUS, ' '),
                      IFNULL(R.DECISION_NOTE, ' ')
               FROM SCREENING_REVIEW R
               WHERE (R.PARTY_TYPE = 'CUSTOMER'
                      AND CAST(TRIM(R.PARTY_KEY) AS INTEGER) =
                          :DB-CUSTOMER-ID)
                  OR (R.PARTY_TYPE = 'BENEFICIARY'
                      AND CAST(TRIM(R.PARTY_KEY) AS INTEGER) IN
                          (SELECT P.POLICY_ID FROM POLICY P
                           WHERE P.CUSTOMER_ID = :DB-CUSTOMER-ID
                              OR P.OWNER_CUSTOMER_ID =
                                 :DB-CUSTOMER-ID
                              OR P.SECOND_CUSTOMER_ID =
                                 :DB-CUSTOMER-ID))
               ORDER BY R.REVIEW_ID
           END-EXEC

           EXEC SQL OPEN sar_screen_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_screen_cursor
                   INTO :DB-ROW-TYPE, :DB-PERSON-NAME, :DB-ROW-DATE,
                        :DB-ROW-STATUS, :DB-NOTE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SAR-DETAIL-LINE
                   MOVE "SCREENING REVIEW" TO SDL-ITEM
                   STRING DB-ROW-TYPE DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          DB-PERSON-NAME DELIMITED BY "  "
                          " RAISED " DELIMITED BY SIZE
                          DB-ROW-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-ROW-STATUS DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          DB-NOTE DELIMITED BY "  "
                          INTO SDL-VALUE
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_screen_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       REPORT-PRIVACY-LOG.

           MOVE "EARLIER PRIVACY REQUESTS" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               DECLARE sar_privlog_cursor CURSOR FOR
               SELECT IFNULL(ACTION, ' '), IFNULL(REQUEST_REF, ' '),
                      IFNULL(ACTION_DATE, ' ')
               FROM PRIVACY_LOG
               WHERE CUSTOMER_ID = :DB-CUSTOMER-ID
               ORDER BY LOG_ID
           END-EXEC

           EXEC SQL OPEN sar_privlog_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH sar_privlog_cursor
                   INTO :DB-ROW-TYPE, :DB-REFERENCE, :DB-ROW-DATE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SAR-DETAIL-LINE
                   MOVE "PRIVACY REQUEST" TO SDL-ITEM
                   STRING DB-ROW-TYPE DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          DB-REFERENCE DELIMITED BY "  "
                          " ON " DELIMITED BY SIZE
                          DB-ROW-DATE DELIMITED BY SIZE
                          INTO SDL-VALUE
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL CLOSE sar_privlog_cursor END-EXEC

           PERFORM WRITE-SECTION-END.

       FIND-PARTY-POLICY.

      * SEARCH-POLICY-ID holds the policy on the way in.

           MOVE "N" TO POLICY-MATCH-SWITCH
           PERFORM CHECK-ONE-PARTY-POLICY
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > PARTY-POLICY-COUNT
                  OR POLICY-IN-LIST.

       CHECK-ONE-PARTY-POLICY.

           IF PARTY-POLICY-ID (PARTY-SUB) = SEARCH-POLICY-ID
               SET POLICY-IN-LIST TO TRUE
           END-IF.

       REPORT-ARCHIVED-CLAIMS.

           MOVE "ARCHIVED CLAIMS (ARCCLAIM)" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           MOVE "N" TO ARCHIVE-EOF-SWITCH
           OPEN INPUT ARCHIVE-CLAIM-FILE

           IF NOT ARCHIVE-FILE-OK
               MOVE SPACES TO SAR-DETAIL-LINE
               MOVE "NOT SEARCHED" TO SDL-ITEM
               MOVE "ARCHIVE FILE NOT PRESENT" TO SDL-VALUE
               WRITE SAR-DETAIL-LINE
               SET SECTION-FOUND TO TRUE
           ELSE
               PERFORM READ-ONE-CLAIM-ARCHIVE UNTIL ARCHIVE-EOF
               CLOSE ARCHIVE-CLAIM-FILE
           END-IF

           PERFORM WRITE-SECTION-END.

       READ-ONE-CLAIM-ARCHIVE.

           READ ARCHIVE-CLAIM-FILE
               AT END
                   SET ARCHIVE-EOF TO TRUE
               NOT AT END
                   IF ARC-CLM-TYPE = "D"
                       MOVE ARC-CLM-POLICY-ID TO SEARCH-POLICY-ID
                       PERFORM FIND-PARTY-POLICY
                       IF POLICY-IN-LIST
                           PERFORM WRITE-ARCHIVED-CLAIM
                       END-IF
                   END-IF
           END-READ.

       WRITE-ARCHIVED-CLAIM.

           MOVE SPACES TO SAR-DETAIL-LINE
           MOVE "ARCHIVED CLAIM" TO SDL-ITEM
           MOVE ARC-CLM-CLAIM-ID TO ID-EDIT
           MOVE ARC-CLM-POLICY-ID TO SECOND-ID-EDIT
           MOVE ARC-CLM-APPROVED-AMOUNT TO AMOUNT-EDIT
           STRING ID-EDIT DELIMITED BY SIZE
                  " POLICY " DELIMITED BY SIZE
                  SECOND-ID-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ARC-CLM-CLAIM-TYPE DELIMITED BY "  "
                  " LOSS " DELIMITED BY SIZE
                  ARC-CLM-LOSS-DATE DELIMITED BY SIZE
                  " APPROVED " DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ARC-CLM-STATUS DELIMITED BY "  "
                  INTO SDL-VALUE
           PERFORM WRITE-DETAIL.

       REPORT-ARCHIVED-INVOICES.

           MOVE "ARCHIVED INVOICES (ARCINV)" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           MOVE "N" TO ARCHIVE-EOF-SWITCH
           OPEN INPUT ARCHIVE-INVOICE-FILE

           IF NOT ARCHIVE-FILE-OK
               MOVE SPACES TO SAR-DETAIL-LINE
               MOVE "NOT SEARCHED" TO SDL-ITEM
               MOVE "ARCHIVE FILE NOT PRESENT" TO SDL-VALUE
               WRITE SAR-DETAIL-LINE
               SET SECTION-FOUND TO TRUE
           ELSE
               PERFORM READ-ONE-INVOICE-ARCHIVE UNTIL ARCHIVE-EOF
               CLOSE ARCHIVE-INVOICE-FILE
           END-IF

           PERFORM WRITE-SECTION-END.

       READ-ONE-INVOICE-ARCHIVE.

           READ ARCHIVE-INVOICE-FILE
               AT END
                   SET ARCHIVE-EOF TO TRUE
               NOT AT END
                   IF ARC-INV-TYPE = "D"
                       MOVE ARC-INV-POLICY-ID TO SEARCH-POLICY-ID
                       PERFORM FIND-PARTY-POLICY
                       IF POLICY-IN-LIST
                           PERFORM WRITE-ARCHIVED-INVOICE
                       END-IF
                   END-IF
           END-READ.

       WRITE-ARCHIVED-INVOICE.

           MOVE SPACES TO SAR-DETAIL-LINE
           MOVE "ARCHIVED INVOICE" TO SDL-ITEM
           MOVE ARC-INV-INVOICE-ID TO ID-EDIT
           MOVE ARC-INV-POLICY-ID TO SECOND-ID-EDIT
           MOVE ARC-INV-AMOUNT TO AMOUNT-EDIT
           STRING ID-EDIT DELIMITED BY SIZE
                  " POLICY " DELIMITED BY SIZE
                  SECOND-ID-EDIT DELIMITED BY SIZE
                  " DUE " DELIMITED BY SIZE
                  ARC-INV-DUE-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ARC-INV-STATUS DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  ARC-INV-PAID-DATE DELIMITED BY SIZE
                  INTO SDL-VALUE
           PERFORM WRITE-DETAIL.

       REPORT-ARCHIVED-AUDIT.

           MOVE "ARCHIVED POLICY STATUS CHANGES (ARCAUDIT)"
             TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           MOVE "N" TO ARCHIVE-EOF-SWITCH
           OPEN INPUT ARCHIVE-AUDIT-FILE

           IF NOT ARCHIVE-FILE-OK
               MOVE SPACES TO SAR-DETAIL-LINE
               MOVE "NOT SEARCHED" TO SDL-ITEM
               MOVE "ARCHIVE FILE NOT PRESENT" TO SDL-VALUE
               WRITE SAR-DETAIL-LINE
               SET SECTION-FOUND TO TRUE
           ELSE
               PERFORM READ-ONE-AUDIT-ARCHIVE UNTIL ARCHIVE-EOF
               CLOSE ARCHIVE-AUDIT-FILE
           END-IF

           PERFORM WRITE-SECTION-END.

       READ-ONE-AUDIT-ARCHIVE.

           READ ARCHIVE-AUDIT-FILE
               AT END
                   SET ARCHIVE-EOF TO TRUE
               NOT AT END
                   IF ARC-AUD-TYPE = "D"
                       MOVE ARC-AUD-POLICY-ID TO SEARCH-POLICY-ID
                       PERFORM FIND-PARTY-POLICY
                       IF POLICY-IN-LIST
                           PERFORM WRITE-ARCHIVED-AUDIT
                       END-IF
                   END-IF
           END-READ.

       WRITE-ARCHIVED-AUDIT.

           MOVE SPACES TO SAR-DETAIL-LINE
           MOVE "ARCHIVED STATUS" TO SDL-ITEM
           MOVE ARC-AUD-POLICY-ID TO ID-EDIT
           STRING "POLICY " DELIMITED BY SIZE
                  ID-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ARC-AUD-OLD-STATUS DELIMITED BY "  "
                  " TO " DELIMITED BY SIZE
                  ARC-AUD-NEW-STATUS DELIMITED BY "  "
                  " ON " DELIMITED BY SIZE
                  ARC-AUD-CHANGED-DATE DELIMITED BY SIZE
                  INTO SDL-VALUE
           PERFORM WRITE-DETAIL.

       REPORT-ARCHIVED-ENDORSEMENTS.

           MOVE "ARCHIVED ENDORSEMENTS (ARCENDORS)" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           MOVE "N" TO ARCHIVE-EOF-SWITCH
           OPEN INPUT ARCHIVE-ENDORSE-FILE

           IF NOT ARCHIVE-FILE-OK
               MOVE SPACES TO SAR-DETAIL-LINE
               MOVE "NOT SEARCHED" TO SDL-ITEM
               MOVE "ARCHIVE FILE NOT PRESENT" TO SDL-VALUE
               WRITE SAR-DETAIL-LINE
               SET SECTION-FOUND TO TRUE
           ELSE
               PERFORM READ-ONE-ENDORSE-ARCHIVE UNTIL ARCHIVE-EOF
               CLOSE ARCHIVE-ENDORSE-FILE
           END-IF

           PERFORM WRITE-SECTION-END.

       READ-ONE-ENDORSE-ARCHIVE.

           READ ARCHIVE-ENDORSE-FILE
               AT END
                   SET ARCHIVE-EOF TO TRUE
               NOT AT END
                   IF ARC-END-TYPE = "D"
                       MOVE ARC-END-POLICY-ID TO SEARCH-POLICY-ID
                       PERFORM FIND-PARTY-POLICY
                       IF POLICY-IN-LIST
                           PERFORM WRITE-ARCHIVED-ENDORSEMENT
                       END-IF
                   END-IF
           END-READ.

       WRITE-ARCHIVED-ENDORSEMENT.

           MOVE SPACES TO SAR-DETAIL-LINE
           MOVE "ARCHIVED ENDORSE" TO SDL-ITEM
           MOVE ARC-END-POLICY-ID TO ID-EDIT
           MOVE ARC-END-NEW-TOTAL TO AMOUNT-EDIT
           STRING "POLICY " DELIMITED BY SIZE
                  ID-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ARC-END-ENDORSE-TYPE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  ARC-END-OLD-PRODUCT DELIMITED BY "  "
                  " TO " DELIMITED BY SIZE
                  ARC-END-NEW-PRODUCT DELIMITED BY "  "
                  " NEW PREMIUM " DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
                  " ON " DELIMITED BY SIZE
                  ARC-END-ENDORSED-DATE DELIMITED BY SIZE
                  INTO SDL-VALUE
           PERFORM WRITE-DETAIL.

       REPORT-ARCHIVED-VERSIONS.

      * Archived policy versions carry the customer id, so they are
      * matched on the customer as well as on the policy list.

           MOVE "ARCHIVED POLICY VERSIONS (ARCPVER)" TO SAR-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           MOVE "N" TO ARCHIVE-EOF-SWITCH
           OPEN INPUT ARCHIVE-VERSION-FILE

           IF NOT ARCHIVE-FILE-OK
               MOVE SPACES TO SAR-DETAIL-LINE
               MOVE "NOT SEARCHED" TO SDL-ITEM
               MOVE "ARCHIVE FILE NOT PRESENT" TO SDL-VALUE
               WRITE SAR-DETAIL-LINE
               SET SECTION-FOUND TO TRUE
           ELSE
               PERFORM READ-ONE-VERSION-ARCHIVE UNTIL ARCHIVE-EOF
               CLOSE ARCHIVE-VERSION-FILE
           END-IF

           PERFORM WRITE-SECTION-END.

       READ-ONE-VERSION-ARCHIVE.

           READ ARCHIVE-VERSION-FILE
               AT END
                   SET ARCHIVE-EOF TO TRUE
               NOT AT END
                   IF ARC-VER-TYPE = "D"
                       MOVE ARC-VER-POLICY-ID TO SEARCH-POLICY-ID
                       PERFORM FIND-PARTY-POLICY
                       IF POLICY-IN-LIST
                          OR ARC-VER-CUSTOMER-ID = CUSTOMER-ID
                           PERFORM WRITE-ARCHIVED-VERSION
                       END-IF
                   END-IF
           END-READ.

       WRITE-ARCHIVED-VERSION.

           MOVE SPACES TO SAR-DETAIL-LINE
           MOVE "ARCHIVED VERSION" TO SDL-ITEM
           MOVE ARC-VER-POLICY-ID TO ID-EDIT
           MOVE ARC-VER-VERSION-NO TO SECOND-ID-EDIT
           MOVE ARC-VER-COVERAGE TO AMOUNT-EDIT
           STRING "POLICY " DELIMITED BY SIZE
                  ID-EDIT DELIMITED BY SIZE
                  " VERSION " DELIMITED BY SIZE
                  SECOND-ID-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ARC-VER-PRODUCT-CODE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  ARC-VER-STATUS DELIMITED BY "  "
                  " COVER " DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
                  " AS AT " DELIMITED BY SIZE
                  ARC-VER-SNAPPED-DATE DELIMITED BY SIZE
                  INTO SDL-VALUE
           PERFORM WRITE-DETAIL.

       WRITE-PRIVACY-LOG.

           MOVE REQUEST-REF    TO DB-REQUEST-REF
           MOVE ITEMS-REPORTED TO DB-ITEM-COUNT

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
                   (:DB-LOG-ID, :DB-CUSTOMER-ID, 'ACCESS',
                    :DB-REQUEST-REF, :DB-ITEM-COUNT, :DB-AUDIT-USER,
                    :DB-TODAY-DATE, :DB-TODAY-TIME)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR LOGGING PRIVACY REQUEST, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       SIGN-ON-USER.

           CALL "USERSIGNON"
                USING SIGNON-ROLE-REQUIRED
                      SIGNON-USER-ID
                      SIGNON-OK-FLAG

           IF SIGNED-ON
               MOVE SIGNON-USER-ID TO DB-AUDIT-USER
           END-IF.
