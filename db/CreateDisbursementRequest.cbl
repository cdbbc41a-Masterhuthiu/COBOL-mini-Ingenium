       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreateDisbursementRequest.
      * ******************************************************************
      * Chuong trinh khoi tao bang DISBURSEMENT_REQUEST cho he thong
      * Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA DISBURSEMENT_REQUEST ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS DISBURSEMENT_REQUEST
           END-EXEC.

           *> 3. TAO BANG MOI - so cai chi tra khong phai boi thuong
           *>    (gia tri hoan lai, hoan phi, hoan tien treo). Moi
           *>    yeu cau mot dong; PAYMENT_TYPE tro toi PAYOUT_TYPE.
           *>    SOURCE_REF: CLAIM_ID cham dut (hoan phi) hoac
           *>    SUSPENSE_ID (hoan tien treo), 0 = khong co.
           *>    APPROVAL_STATUS: PENDING / APPROVED / REJECTED.
           *>    PAYMENT_STATUS: UNPAID / PAID. DEBIT_ACCOUNT va
           *>    CREDIT_ACCOUNT chep tu PAYOUT_TYPE luc lap yeu cau.
           EXEC SQL
                CREATE TABLE DISBURSEMENT_REQUEST
                (
                    REQUEST_ID       BIGINT NOT NULL,
                    PAYMENT_TYPE     CHAR(10) NOT NULL,
                    POLICY_ID        BIGINT,
                    SOURCE_REF       BIGINT DEFAULT 0,
                    PAYEE_NAME       CHAR(30),
                    AMOUNT           DECIMAL(9,2),
                    CURRENCY_CODE    CHAR(03),
                    DEBIT_ACCOUNT    CHAR(04),
                    CREDIT_ACCOUNT   CHAR(04),
                    PAYMENT_METHOD   CHAR(10),
                    APPROVAL_STATUS  CHAR(10) DEFAULT 'PENDING',
                    REQUESTED_BY     CHAR(20),
                    REQUESTED_DATE   CHAR(08),
                    APPROVED_BY      CHAR(20),
                    APPROVED_DATE    CHAR(08),
                    REJECT_REASON    CHAR(30),
                    PAYMENT_STATUS   CHAR(10) DEFAULT 'UNPAID',
                    PAYMENT_DATE     CHAR(08),
                    BANK_CODE        CHAR(09),
                    BANK_ACCOUNT     CHAR(18),
                    CONSTRAINT IDISBREQ_0 PRIMARY KEY (REQUEST_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG DISBURSEMENT_REQUEST THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
