       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLICYDOC.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "POLSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-PRINT-LINE        PIC X(80).
       01  SCHEDULE-CAPTION-LINE.
           05 SCH-CAPTION             PIC X(30).
           05 SCH-TEXT                PIC X(40).
       01  SCHEDULE-AMOUNT-LINE.
           05 SCA-CAPTION             PIC X(30).
           05 SCA-AMOUNT              PIC ZZZZZZZZ9.99.
       01  SCHEDULE-ITEM-LINE.
           05 FILLER                  PIC X(04).
           05 SCI-NAME                PIC X(30).
           05 FILLER                  PIC X(02).
           05 SCI-TEXT                PIC X(15).
           05 FILLER                  PIC X(02).
           05 SCI-DATE                PIC X(08).
           05 FILLER                  PIC X(02).
           05 SCI-AMOUNT              PIC ZZZZZZ9.99.

       WORKING-STORAGE SECTION.

      * The policy schedule - the contract document the customer is
      * sent when a policy is issued or changed. POLICYENGINE calls
      * here after saving a new policy, UWREVIEW after issuing a
      * referred case, POLICYENDORSE after applying an endorsement,
      * and POLICYDOCS when an operator asks for a reprint.
      *
      * Every schedule is recorded on POLICY_DOCUMENT against the
      * POLICY_VERSION it was printed from. NEWBUS and UWISSUE print
      * the issue snapshot the caller has just taken; an endorsement
      * takes its own SCHEDULE after-image first, since the
      * endorsement's snapshot is the before-image. The riders,
      * beneficiaries and installments are copied to
      * POLICY_DOCUMENT_ITEM as they stood, so a reprint of any
      * earlier schedule comes out exactly as it was first sent -
      * only the address block is taken afresh.
      *
      * The schedule is logged on the correspondence register before
      * it is printed. A customer whose mail has been coming back is
      * not sent one - the document is recorded SUPPRESSED and the
      * customer goes on the address trace list.

       01 TODAY-DATE               PIC 9(08).
       01 NOW-TIME                 PIC 9(08).

       01 SCHEDULE-FILE-STATUS     PIC X(02).
           88 SCHEDULE-FILE-OK           VALUE "00".

       01 DOCUMENT-SWITCH          PIC X(01).
           88 DOCUMENT-RECORDED          VALUE "Y".

       01 ITEMS-PRINTED            PIC 9(03) COMP.
       01 ITEM-TOTAL               PIC 9(9)V99.
       01 ITEM-SEQ-TEXT            PIC ZZ9.

       01 SNAP-POLICY-ID           PIC 9(06).
       01 SNAP-SOURCE              PIC X(12) VALUE "SCHEDULE".
       01 SNAP-USER                PIC X(20).

       01 COR-DOC-TYPE             PIC X(12) VALUE "SCHEDULE".
       01 COR-SOURCE-PROGRAM       PIC X(14) VALUE "POLICYDOC".
       01 COR-DOC-REF              PIC X(12).
       01 COR-POLICY-ID            PIC 9(06).
       01 COR-CUSTOMER-ID          PIC 9(06) VALUE ZERO.
       01 COR-AGENT-ID             PIC 9(06) VALUE ZERO.
       01 COR-RESULT               PIC X(01).
           88 COR-SUPPRESSED             VALUE "X".
       01 COR-CORR-ID              PIC 9(09).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-DOC-ID                PIC 9(09).
       01 DB-SOURCE-DOC-ID         PIC 9(09).
       01 DB-REPRINT-OF            PIC 9(09).
       01 DB-POLICY-ID             PIC 9(06).
       01 DB-VERSION-NO            PIC 9(05).
       01 DB-DOC-REASON            PIC X(10).
       01 DB-ORIGINAL-REASON       PIC X(10).
       01 DB-ORIGINAL-DATE         PIC 9(08).
       01 DB-PRODUCT-DESC          PIC X(30).
       01 DB-AGENT-NAME            PIC X(30).
       01 DB-SECOND-INSURED-NAME   PIC X(30).
       01 DB-MAIL-NAME             PIC X(30).
       01 DB-MAIL-ADDRESS          PIC X(40).
       01 DB-CORR-ID               PIC 9(09).
       01 DB-PRINT-STATUS          PIC X(10).
       01 DB-ISSUED-DATE           PIC 9(08).
       01 DB-ISSUED-TIME           PIC 9(06).
       01 DB-ISSUED-BY             PIC X(20).
       01 DB-CUSTOMER-ID           PIC 9(06).
       01 DB-CUSTOMER-NAME         PIC X(30).
       01 DB-PRODUCT-CODE          PIC X(10).
       01 DB-BASE-PREMIUM          PIC 9(7)V99.
       01 DB-RIDER-PREMIUM         PIC 9(7)V99.
       01 DB-EFFECTIVE-DATE        PIC X(08).
       01 DB-EXPIRY-DATE           PIC X(08).
       01 DB-AGENT-ID              PIC 9(06).
       01 DB-CURRENCY-CODE         PIC X(03).
       01 DB-BILLING-FREQUENCY     PIC X(10).
       01 DB-COVERAGE-AMOUNT       PIC 9(9)V99.
       01 DB-LOADING-PCT           PIC 9(3)V99.
       01 DB-EXCLUSION-TEXT        PIC X(40).
       01 DB-SECOND-CUSTOMER-ID    PIC 9(06).
       01 DB-ITEM-TYPE             PIC X(06).
       01 DB-ITEM-SEQ              PIC 9(03).
       01 DB-ITEM-NAME             PIC X(30).
       01 DB-ITEM-TEXT             PIC X(15).
       01 DB-ITEM-DATE             PIC X(08).
       01 DB-ITEM-AMOUNT           PIC 9(7)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01 PDC-POLICY-ID            PIC 9(06).
       01 PDC-DOC-REASON           PIC X(10).
       01 PDC-REPRINT-OF           PIC 9(09).
       01 PDC-USER                 PIC X(20).
       01 PDC-DOC-ID               PIC 9(09).

       PROCEDURE DIVISION USING PDC-POLICY-ID
                                 PDC-DOC-REASON
                                 PDC-REPRINT-OF
                                 PDC-USER
                                 PDC-DOC-ID.

       MAIN-POLICY-DOCUMENT.

           MOVE ZERO TO PDC-DOC-ID
           MOVE "N" TO DOCUMENT-SWITCH

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME

           MOVE PDC-POLICY-ID  TO DB-POLICY-ID
           MOVE PDC-DOC-REASON TO DB-DOC-REASON
           MOVE PDC-USER       TO DB-ISSUED-BY
           MOVE TODAY-DATE     TO DB-ISSUED-DATE
           MOVE NOW-TIME (1:6) TO DB-ISSUED-TIME

           IF PDC-DOC-REASON = "ENDORSE"
               PERFORM SNAPSHOT-ENDORSED-POLICY
           END-IF

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           IF PDC-DOC-REASON = "REPRINT"
               PERFORM RECORD-REPRINT THRU RECORD-REPRINT-EXIT
           ELSE
               PERFORM RECORD-NEW-DOCUMENT
                   THRU RECORD-NEW-DOCUMENT-EXIT
           END-IF

           IF DOCUMENT-RECORDED
               EXEC SQL COMMIT END-EXEC
               PERFORM LOG-SCHEDULE
               PERFORM FINISH-DOCUMENT-RECORD
               IF COR-SUPPRESSED
                   DISPLAY "SCHEDULE " DB-DOC-ID " NOT SENT - "
                           "ADDRESS MARKED BAD, ON TRACE LIST"
               ELSE
                   PERFORM PRINT-SCHEDULE
                   DISPLAY "POLICY SCHEDULE ISSUED, DOCUMENT: "
                           DB-DOC-ID
               END-IF
               MOVE DB-DOC-ID TO PDC-DOC-ID
           END-IF

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           GOBACK.

       SNAPSHOT-ENDORSED-POLICY.

      * The endorsement's own snapshot is the before-image; the
      * schedule needs the terms as they now stand.

           MOVE PDC-POLICY-ID TO SNAP-POLICY-ID
           MOVE PDC-USER      TO SNAP-USER

           CALL "POLICYSNAP"
                USING SNAP-POLICY-ID
                      SNAP-SOURCE
                      SNAP-USER.

       RECORD-NEW-DOCUMENT.

           MOVE ZERO TO DB-VERSION-NO

           EXEC SQL
               SELECT IFNULL(MAX(VERSION_NO), 0)
               INTO :DB-VERSION-NO
               FROM POLICY_VERSION
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR DB-VERSION-NO = ZERO
               DISPLAY "NO POLICY VERSION ON FILE FOR POLICY "
                       DB-POLICY-ID " - SCHEDULE NOT ISSUED"
               MOVE ZERO TO SQLCODE
               GO TO RECORD-NEW-DOCUMENT-EXIT
           END-IF

           EXEC SQL
               SELECT IFNULL(PRODUCT_CODE, ' '),
                      IFNULL(AGENT_ID, 0),
                      IFNULL(SECOND_CUSTOMER_ID, 0)
               INTO :DB-PRODUCT-CODE, :DB-AGENT-ID,
                    :DB-SECOND-CUSTOMER-ID
               FROM POLICY_VERSION
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND VERSION_NO = :DB-VERSION-NO
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO DB-PRODUCT-CODE
               MOVE ZERO TO DB-AGENT-ID
               MOVE ZERO TO DB-SECOND-CUSTOMER-ID
               MOVE ZERO TO SQLCODE
           END-IF

           PERFORM LOOKUP-DOCUMENT-NAMES

           MOVE ZERO           TO DB-REPRINT-OF
           MOVE DB-DOC-REASON  TO DB-ORIGINAL-REASON
           MOVE DB-ISSUED-DATE TO DB-ORIGINAL-DATE

           PERFORM INSERT-DOCUMENT-HEADER

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RECORDING POLICY SCHEDULE, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO RECORD-NEW-DOCUMENT-EXIT
           END-IF

           MOVE DB-DOC-ID TO DB-SOURCE-DOC-ID

           PERFORM CAPTURE-RIDER-ITEMS
           IF SQLCODE = 0
               PERFORM CAPTURE-BENEFICIARY-ITEMS
           END-IF
           IF SQLCODE = 0
               PERFORM CAPTURE-INSTALLMENT-ITEMS
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RECORDING SCHEDULE ITEMS, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO RECORD-NEW-DOCUMENT-EXIT
           END-IF

           SET DOCUMENT-RECORDED TO TRUE.

       RECORD-NEW-DOCUMENT-EXIT.
           EXIT.

       RECORD-REPRINT.

      * A reprint always goes back to the schedule as first issued -
      * asking to reprint a reprint prints the same original.

           MOVE PDC-REPRINT-OF TO DB-SOURCE-DOC-ID

           EXEC SQL
               SELECT CASE WHEN IFNULL(REPRINT_OF, 0) <> 0
                           THEN REPRINT_OF
                           ELSE DOC_ID END
               INTO :DB-SOURCE-DOC-ID
               FROM POLICY_DOCUMENT
               WHERE DOC_ID = :DB-SOURCE-DOC-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "DOCUMENT NOT ON FILE: " PDC-REPRINT-OF
               MOVE ZERO TO SQLCODE
               GO TO RECORD-REPRINT-EXIT
           END-IF

           EXEC SQL
               SELECT POLICY_ID, VERSION_NO, DOC_REASON,
                      ISSUED_DATE, IFNULL(PRODUCT_DESC, ' '),
                      IFNULL(AGENT_NAME, ' '),
                      IFNULL(SECOND_INSURED_NAME, ' ')
               INTO :DB-POLICY-ID, :DB-VERSION-NO,
                    :DB-ORIGINAL-REASON, :DB-ORIGINAL-DATE,
                    :DB-PRODUCT-DESC, :DB-AGENT-NAME,
                    :DB-SECOND-INSURED-NAME
               FROM POLICY_DOCUMENT
               WHERE DOC_ID = :DB-SOURCE-DOC-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "DOCUMENT NOT ON FILE: " DB-SOURCE-DOC-ID
               MOVE ZERO TO SQLCODE
               GO TO RECORD-REPRINT-EXIT
           END-IF

           MOVE DB-SOURCE-DOC-ID TO DB-REPRINT-OF

           PERFORM INSERT-DOCUMENT-HEADER

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RECORDING REPRINT, SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO RECORD-REPRINT-EXIT
           END-IF

           SET DOCUMENT-RECORDED TO TRUE.

       RECORD-REPRINT-EXIT.
           EXIT.

       LOOKUP-DOCUMENT-NAMES.

           MOVE SPACES TO DB-PRODUCT-DESC
           MOVE SPACES TO DB-AGENT-NAME
           MOVE SPACES TO DB-SECOND-INSURED-NAME

           EXEC SQL
               SELECT IFNULL(DESCRIPTION, ' ')
               INTO :DB-PRODUCT-DESC
               FROM PRODUCT
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "PRODUCT NOT ON FILE" TO DB-PRODUCT-DESC
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL
               SELECT IFNULL(AGENT_NAME, ' ')
               INTO :DB-AGENT-NAME
               FROM AGENT
               WHERE AGENT_ID = :DB-AGENT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "AGENT NOT ON FILE" TO DB-AGENT-NAME
               MOVE ZERO TO SQLCODE
           END-IF

           IF DB-SECOND-CUSTOMER-ID NOT = ZERO
               EXEC SQL
                   SELECT IFNULL(CUSTOMER_NAME, ' ')
                   INTO :DB-SECOND-INSURED-NAME
                   FROM CUSTOMER
                   WHERE CUSTOMER_ID = :DB-SECOND-CUSTOMER-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "CUSTOMER NOT ON FILE"
                       TO DB-SECOND-INSURED-NAME
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF.

       INSERT-DOCUMENT-HEADER.

           EXEC SQL
               SELECT IFNULL(MAX(DOC_ID), 0) + 1
               INTO :DB-DOC-ID
               FROM POLICY_DOCUMENT
           END-EXEC

           EXEC SQL
               INSERT INTO POLICY_DOCUMENT
                   (DOC_ID, POLICY_ID, VERSION_NO, DOC_REASON,
                    REPRINT_OF, PRODUCT_DESC, AGENT_NAME,
                    SECOND_INSURED_NAME, MAIL_NAME, MAIL_ADDRESS,
                    CORR_ID, PRINT_STATUS, ISSUED_DATE, ISSUED_TIME,
                    ISSUED_BY)
               VALUES
                   (:DB-DOC-ID, :DB-POLICY-ID, :DB-VERSION-NO,
                    :DB-DOC-REASON, :DB-REPRINT-OF, :DB-PRODUCT-DESC,
                    :DB-AGENT-NAME, :DB-SECOND-INSURED-NAME, ' ', ' ',
                    0, 'PENDING', :DB-ISSUED-DATE, :DB-ISSUED-TIME,
                    :DB-ISSUED-BY)
           END-EXEC.

       CAPTURE-RIDER-ITEMS.

      * A policy need not have riders or beneficiaries, so an empty
      * copy is not an error.

           EXEC SQL
               INSERT INTO POLICY_DOCUMENT_ITEM
                   (DOC_ID, ITEM_TYPE, ITEM_SEQ, ITEM_NAME,
                    ITEM_TEXT, ITEM_DATE, ITEM_AMOUNT)
               SELECT :DB-DOC-ID, 'RIDER',
                      (SELECT COUNT(*) FROM RIDER R2
                        WHERE R2.POLICY_ID = R.POLICY_ID
                          AND R2.RIDER_TYPE <= R.RIDER_TYPE),
                      R.RIDER_TYPE, ' ', '00000000',
                      IFNULL(R.RIDER_PREMIUM, 0)
               FROM RIDER R
               WHERE R.POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE = 100
               MOVE ZERO TO SQLCODE
           END-IF.

       CAPTURE-BENEFICIARY-ITEMS.

           EXEC SQL
               INSERT INTO POLICY_DOCUMENT_ITEM
                   (DOC_ID, ITEM_TYPE, ITEM_SEQ, ITEM_NAME,
                    ITEM_TEXT, ITEM_DATE, ITEM_AMOUNT)
               SELECT :DB-DOC-ID, 'BENEF',
                      (SELECT COUNT(*) FROM BENEFICIARY B2
                        WHERE B2.POLICY_ID = B.POLICY_ID
                          AND B2.BENEFICIARY_NAME
                              <= B.BENEFICIARY_NAME),
                      B.BENEFICIARY_NAME,
                      IFNULL(B.RELATIONSHIP, ' '), '00000000',
                      IFNULL(B.SHARE_PERCENT, 0)
               FROM BENEFICIARY B
               WHERE B.POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE = 100
               MOVE ZERO TO SQLCODE
           END-IF.

       CAPTURE-INSTALLMENT-ITEMS.

           EXEC SQL
               INSERT INTO POLICY_DOCUMENT_ITEM
                   (DOC_ID, ITEM_TYPE, ITEM_SEQ, ITEM_NAME,
                    ITEM_TEXT, ITEM_DATE, ITEM_AMOUNT)
               SELECT :DB-DOC-ID, 'INSTAL', INSTALLMENT_NO, ' ',
                      ' ', IFNULL(DUE_DATE, '00000000'),
                      IFNULL(AMOUNT, 0)
               FROM INSTALLMENT_SCHEDULE
               WHERE POLICY_ID = :DB-POLICY-ID
           END-EXEC

           IF SQLCODE = 100
               MOVE ZERO TO SQLCODE
           END-IF.

       LOG-SCHEDULE.

           MOVE DB-DOC-ID    TO COR-DOC-REF
           MOVE DB-POLICY-ID TO COR-POLICY-ID

           CALL "CORRLOG"
                USING COR-DOC-TYPE
                      COR-SOURCE-PROGRAM
                      COR-DOC-REF
                      COR-POLICY-ID
                      COR-CUSTOMER-ID
                      COR-AGENT-ID
                      COR-RESULT
                      COR-CORR-ID.

       FINISH-DOCUMENT-RECORD.

      * The name and address the register sent it to go on the
      * document row, and onto the printed schedule.

           MOVE COR-CORR-ID TO DB-CORR-ID
           MOVE SPACES TO DB-MAIL-NAME
           MOVE SPACES TO DB-MAIL-ADDRESS

           EXEC SQL
               SELECT IFNULL(RECIPIENT_NAME, ' '),
                      IFNULL(ADDRESS_USED, ' ')
               INTO :DB-MAIL-NAME, :DB-MAIL-ADDRESS
               FROM CORRESPONDENCE
               WHERE CORR_ID = :DB-CORR-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
           END-IF

           IF COR-SUPPRESSED
               MOVE "SUPPRESSED" TO DB-PRINT-STATUS
           ELSE
               MOVE "PRINTED"    TO DB-PRINT-STATUS
           END-IF

           EXEC SQL
               UPDATE POLICY_DOCUMENT
               SET CORR_ID      = :DB-CORR-ID,
                   MAIL_NAME    = :DB-MAIL-NAME,
                   MAIL_ADDRESS = :DB-MAIL-ADDRESS,
                   PRINT_STATUS = :DB-PRINT-STATUS
               WHERE DOC_ID = :DB-DOC-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR UPDATING POLICY DOCUMENT, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       PRINT-SCHEDULE.

           PERFORM LOAD-PRINTED-VERSION

           OPEN EXTEND SCHEDULE-FILE

           IF NOT SCHEDULE-FILE-OK
               OPEN OUTPUT SCHEDULE-FILE
           END-IF

           PERFORM WRITE-SCHEDULE-HEADING
           PERFORM WRITE-SCHEDULE-TERMS

           MOVE "RIDER" TO DB-ITEM-TYPE
           MOVE SPACES TO SCHEDULE-PRINT-LINE
           MOVE "RIDERS:" TO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           PERFORM WRITE-ITEM-SECTION

           MOVE "BENEF" TO DB-ITEM-TYPE
           MOVE SPACES TO SCHEDULE-PRINT-LINE
           MOVE "BENEFICIARIES (NAME, RELATIONSHIP, SHARE %):"
               TO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           PERFORM WRITE-ITEM-SECTION

           MOVE "INSTAL" TO DB-ITEM-TYPE
           MOVE SPACES TO SCHEDULE-PRINT-LINE
           MOVE "PREMIUM INSTALLMENTS (DUE DATE, AMOUNT):"
               TO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           PERFORM WRITE-ITEM-SECTION

           CLOSE SCHEDULE-FILE.

       LOAD-PRINTED-VERSION.

           EXEC SQL
               SELECT IFNULL(CUSTOMER_ID, 0),
                      IFNULL(CUSTOMER_NAME, ' '),
                      IFNULL(PRODUCT_CODE, ' '),
                      IFNULL(BASE_PREMIUM, 0),
                      IFNULL(RIDER_PREMIUM, 0),
                      IFNULL(EFFECTIVE_DATE, ' '),
                      IFNULL(EXPIRY_DATE, ' '),
                      IFNULL(AGENT_ID, 0),
                      IFNULL(CURRENCY_CODE, 'USD'),
                      IFNULL(BILLING_FREQUENCY, ' '),
                      IFNULL(COVERAGE_AMOUNT, 0),
                      IFNULL(PREMIUM_LOADING_PCT, 0),
                      IFNULL(EXCLUSION_TEXT, ' '),
                      IFNULL(SECOND_CUSTOMER_ID, 0)
               INTO :DB-CUSTOMER-ID, :DB-CUSTOMER-NAME,
                    :DB-PRODUCT-CODE, :DB-BASE-PREMIUM,
                    :DB-RIDER-PREMIUM, :DB-EFFECTIVE-DATE,
                    :DB-EXPIRY-DATE, :DB-AGENT-ID,
                    :DB-CURRENCY-CODE, :DB-BILLING-FREQUENCY,
                    :DB-COVERAGE-AMOUNT, :DB-LOADING-PCT,
                    :DB-EXCLUSION-TEXT, :DB-SECOND-CUSTOMER-ID
               FROM POLICY_VERSION
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND VERSION_NO = :DB-VERSION-NO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "POLICY VERSION NOT ON FILE: " DB-POLICY-ID
                       " VERSION " DB-VERSION-NO
               MOVE "POLICY VERSION NOT ON FILE" TO DB-CUSTOMER-NAME
               MOVE ZERO TO SQLCODE
           END-IF.

       WRITE-SCHEDULE-HEADING.

           MOVE ALL "=" TO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE

           MOVE SPACES TO SCHEDULE-PRINT-LINE
           IF DB-ORIGINAL-REASON = "ENDORSE"
               MOVE "POLICY SCHEDULE - ENDORSEMENT"
                   TO SCHEDULE-PRINT-LINE
           ELSE
               MOVE "POLICY SCHEDULE" TO SCHEDULE-PRINT-LINE
           END-IF
           WRITE SCHEDULE-PRINT-LINE

           MOVE "DOCUMENT NO:" TO SCH-CAPTION
           MOVE SPACES TO SCH-TEXT
           MOVE DB-DOC-ID TO SCH-TEXT (1:9)
           WRITE SCHEDULE-CAPTION-LINE

           MOVE "DATE OF ISSUE:" TO SCH-CAPTION
           MOVE SPACES TO SCH-TEXT
           MOVE DB-ISSUED-DATE TO SCH-TEXT (1:8)
           WRITE SCHEDULE-CAPTION-LINE

           IF DB-REPRINT-OF NOT = ZERO
               MOVE "REPRINT OF DOCUMENT:" TO SCH-CAPTION
               MOVE SPACES TO SCH-TEXT
               STRING DB-REPRINT-OF DELIMITED BY SIZE
                      " ISSUED " DELIMITED BY SIZE
                      DB-ORIGINAL-DATE DELIMITED BY SIZE
                      INTO SCH-TEXT
               WRITE SCHEDULE-CAPTION-LINE
           END-IF

           MOVE "TO:" TO SCH-CAPTION
           MOVE DB-MAIL-NAME TO SCH-TEXT
           WRITE SCHEDULE-CAPTION-LINE

           MOVE "ADDRESS:" TO SCH-CAPTION
           MOVE DB-MAIL-ADDRESS TO SCH-TEXT
           WRITE SCHEDULE-CAPTION-LINE.

       WRITE-SCHEDULE-TERMS.

           MOVE "POLICY ID:" TO SCH-CAPTION
           MOVE SPACES TO SCH-TEXT
           MOVE DB-POLICY-ID TO SCH-TEXT (1:6)
           WRITE SCHEDULE-CAPTION-LINE

           MOVE "POLICY VERSION:" TO SCH-CAPTION
           MOVE SPACES TO SCH-TEXT
           MOVE DB-VERSION-NO TO SCH-TEXT (1:5)
           WRITE SCHEDULE-CAPTION-LINE

           MOVE "LIFE INSURED:" TO SCH-CAPTION
           MOVE SPACES TO SCH-TEXT
           STRING DB-CUSTOMER-NAME DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  DB-CUSTOMER-ID DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO SCH-TEXT
           WRITE SCHEDULE-CAPTION-LINE

           IF DB-SECOND-CUSTOMER-ID NOT = ZERO
               MOVE "SECOND LIFE INSURED:" TO SCH-CAPTION
               MOVE SPACES TO SCH-TEXT
               STRING DB-SECOND-INSURED-NAME DELIMITED BY "  "
                      " (" DELIMITED BY SIZE
                      DB-SECOND-CUSTOMER-ID DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO SCH-TEXT
               WRITE SCHEDULE-CAPTION-LINE
           END-IF

           MOVE "PRODUCT:" TO SCH-CAPTION
           MOVE SPACES TO SCH-TEXT
           STRING DB-PRODUCT-CODE DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  DB-PRODUCT-DESC DELIMITED BY SIZE
                  INTO SCH-TEXT
           WRITE SCHEDULE-CAPTION-LINE

           MOVE "TERM:" TO SCH-CAPTION
           MOVE SPACES TO SCH-TEXT
           STRING DB-EFFECTIVE-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  DB-EXPIRY-DATE DELIMITED BY SIZE
                  INTO SCH-TEXT
           WRITE SCHEDULE-CAPTION-LINE

           MOVE "CURRENCY:" TO SCH-CAPTION
           MOVE DB-CURRENCY-CODE TO SCH-TEXT
           WRITE SCHEDULE-CAPTION-LINE

           MOVE "SUM INSURED:" TO SCA-CAPTION
           MOVE DB-COVERAGE-AMOUNT TO SCA-AMOUNT
           WRITE SCHEDULE-AMOUNT-LINE

           MOVE "BASE PREMIUM:" TO SCA-CAPTION
           MOVE DB-BASE-PREMIUM TO SCA-AMOUNT
           WRITE SCHEDULE-AMOUNT-LINE

           MOVE "RIDER PREMIUM:" TO SCA-CAPTION
           MOVE DB-RIDER-PREMIUM TO SCA-AMOUNT
           WRITE SCHEDULE-AMOUNT-LINE

           MOVE "BILLING FREQUENCY:" TO SCH-CAPTION
           MOVE DB-BILLING-FREQUENCY TO SCH-TEXT
           WRITE SCHEDULE-CAPTION-LINE

      * Underwriting terms are printed only where the case carries
      * them - a standard-rates policy shows neither line.

           IF DB-LOADING-PCT NOT = ZERO
               MOVE "PREMIUM LOADING PERCENT:" TO SCA-CAPTION
               MOVE DB-LOADING-PCT TO SCA-AMOUNT
               WRITE SCHEDULE-AMOUNT-LINE
           END-IF

           IF DB-EXCLUSION-TEXT NOT = SPACES
               MOVE "SPECIAL EXCLUSION:" TO SCH-CAPTION
               MOVE DB-EXCLUSION-TEXT TO SCH-TEXT
               WRITE SCHEDULE-CAPTION-LINE
           END-IF

           MOVE "AGENT:" TO SCH-CAPTION
           MOVE SPACES TO SCH-TEXT
           STRING DB-AGENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DB-AGENT-NAME DELIMITED BY SIZE
                  INTO SCH-TEXT
           WRITE SCHEDULE-CAPTION-LINE.

       WRITE-ITEM-SECTION.

      * Items always come from the schedule as first issued, so a
      * reprint shows what was sent, not what is on file today.

           MOVE ZERO TO ITEMS-PRINTED
           MOVE ZERO TO ITEM-TOTAL

           EXEC SQL
               DECLARE doc_item_cursor CURSOR FOR
               SELECT ITEM_SEQ, IFNULL(ITEM_NAME, ' '),
                      IFNULL(ITEM_TEXT, ' '),
                      IFNULL(ITEM_DATE, ' '),
                      IFNULL(ITEM_AMOUNT, 0)
               FROM POLICY_DOCUMENT_ITEM
               WHERE DOC_ID = :DB-SOURCE-DOC-ID
                 AND ITEM_TYPE = :DB-ITEM-TYPE
               ORDER BY ITEM_SEQ
           END-EXEC.

           EXEC SQL OPEN doc_item_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH doc_item_cursor
                   INTO :DB-ITEM-SEQ, :DB-ITEM-NAME, :DB-ITEM-TEXT,
                        :DB-ITEM-DATE, :DB-ITEM-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-ONE-ITEM
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE doc_item_cursor END-EXEC.
           MOVE ZERO TO SQLCODE

           IF ITEMS-PRINTED = ZERO
               MOVE SPACES TO SCHEDULE-PRINT-LINE
               MOVE "    NONE" TO SCHEDULE-PRINT-LINE
               WRITE SCHEDULE-PRINT-LINE
           END-IF

           IF DB-ITEM-TYPE = "INSTAL" AND ITEMS-PRINTED NOT = ZERO
               MOVE "TOTAL PREMIUM SCHEDULED:" TO SCA-CAPTION
               MOVE ITEM-TOTAL TO SCA-AMOUNT
               WRITE SCHEDULE-AMOUNT-LINE
           END-IF.

       WRITE-ONE-ITEM.

           MOVE SPACES TO SCHEDULE-PRINT-LINE

           IF DB-ITEM-TYPE = "INSTAL"
               MOVE DB-ITEM-SEQ TO ITEM-SEQ-TEXT
               STRING "INSTALLMENT " DELIMITED BY SIZE
                      ITEM-SEQ-TEXT DELIMITED BY SIZE
                      INTO SCI-NAME
               MOVE DB-ITEM-DATE TO SCI-DATE
           ELSE
               MOVE DB-ITEM-NAME TO SCI-NAME
               MOVE DB-ITEM-TEXT TO SCI-TEXT
           END-IF

           MOVE DB-ITEM-AMOUNT TO SCI-AMOUNT
           WRITE SCHEDULE-ITEM-LINE

           ADD 1 TO ITEMS-PRINTED
           ADD DB-ITEM-AMOUNT TO ITEM-TOTAL.
