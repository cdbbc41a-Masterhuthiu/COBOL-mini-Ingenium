       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreatePolicyDocument.
      * ******************************************************************
      * Chuong trinh khoi tao bang POLICY_DOCUMENT, POLICY_DOCUMENT_ITEM
      * cho he thong Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA POLICY_DOCUMENT ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS POLICY_DOCUMENT
           END-EXEC.

           *> 3. TAO BANG MOI - so dang ky hop dong / bang tom tat
           *>    hop dong (policy schedule) da phat hanh. POLICYDOC
           *>    ghi mot dong moi lan POLICYENGINE luu hop dong moi,
           *>    UWREVIEW phat hanh ho so tham dinh, POLICYENDORSE
           *>    sua doi hop dong, hoac nguoi dung yeu cau in lai.
           *>    VERSION_NO: phien ban POLICY_VERSION duoc in.
           *>    DOC_REASON: NEWBUS, UWISSUE, ENDORSE, REPRINT.
           *>    REPRINT_OF: DOC_ID cua ban goc (0 neu la ban goc).
           *>    PRINT_STATUS: PENDING, PRINTED, SUPPRESSED (dia chi
           *>    xau - CORRLOG khong gui).
           EXEC SQL
                CREATE TABLE POLICY_DOCUMENT
                (
                    DOC_ID              BIGINT NOT NULL,
                    POLICY_ID           BIGINT NOT NULL,
                    VERSION_NO          DECIMAL(5,0) NOT NULL,
                    DOC_REASON          CHAR(10),
                    REPRINT_OF          BIGINT DEFAULT 0,
                    PRODUCT_DESC        CHAR(30),
                    AGENT_NAME          CHAR(30),
                    SECOND_INSURED_NAME CHAR(30),
                    MAIL_NAME           CHAR(30),
                    MAIL_ADDRESS        CHAR(40),
                    CORR_ID             BIGINT DEFAULT 0,
                    PRINT_STATUS        CHAR(10),
                    ISSUED_DATE         CHAR(08),
                    ISSUED_TIME         CHAR(06),
                    ISSUED_BY           CHAR(20),
                    CONSTRAINT IPOLDOC_0 PRIMARY KEY (DOC_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 4. XOA VA TAO BANG CHI TIET TAI LIEU - rider, nguoi
           *>    thu huong va lich dong phi chup lai luc phat hanh,
           *>    de ban in lai giong het ban goc du sau nay cac bang
           *>    RIDER / BENEFICIARY / INSTALLMENT_SCHEDULE da doi.
           *>    ITEM_TYPE: RIDER, BENEF, INSTAL.
           EXEC SQL
               DROP TABLE IF EXISTS POLICY_DOCUMENT_ITEM
           END-EXEC.

           EXEC SQL
                CREATE TABLE POLICY_DOCUMENT_ITEM
                (
                    DOC_ID              BIGINT NOT NULL,
                    ITEM_TYPE           CHAR(06) NOT NULL,
                    ITEM_SEQ            DECIMAL(3,0) NOT NULL,
                    ITEM_NAME           CHAR(30),
                    ITEM_TEXT           CHAR(15),
                    ITEM_DATE           CHAR(08),
                    ITEM_AMOUNT         DECIMAL(9,2) DEFAULT 0,
                    CONSTRAINT IPOLDOCI_0
                        PRIMARY KEY (DOC_ID, ITEM_TYPE, ITEM_SEQ)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG POLICY_DOCUMENT THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
