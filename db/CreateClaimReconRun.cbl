       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreateClaimReconRun.
      * ******************************************************************
      * Chuong trinh khoi tao bang CLAIM_RECON_RUN cho he thong Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA CLAIM_RECON_RUN ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS CLAIM_RECON_RUN
           END-EXEC.

           *> 3. TAO BANG MOI - moi lan CLAIMGLREC doi chieu so chi
           *>    tiet boi thuong (CLAIM_HISTORY, CLAIM_PAYMENT,
           *>    CLAIM_RESERVE, REINSURANCE_RECEIVABLE, CLAIM_RECOVERY)
           *>    voi GL_JOURNAL cho mot ky ke toan ghi mot dong o day.
           *>    RESULT: BALANCED (khong co chenh lech) hoac BREAKS.
           *>    SYSSTATMAINT doc lan chay moi nhat cua ky truoc khi
           *>    cho phep dong GL_PERIOD.
           EXEC SQL
                CREATE TABLE CLAIM_RECON_RUN
                (
                    PERIOD          CHAR(06) NOT NULL,
                    RUN_NO          DECIMAL(5,0) NOT NULL,
                    RUN_DATE        CHAR(08),
                    RUN_TIME        CHAR(06),
                    CLAIMS_CHECKED  DECIMAL(9,0) DEFAULT 0,
                    BREAK_COUNT     DECIMAL(9,0) DEFAULT 0,
                    BREAK_AMOUNT    DECIMAL(13,2) DEFAULT 0,
                    RESULT          CHAR(10),
                    CONSTRAINT ICLMREC_0 PRIMARY KEY (PERIOD, RUN_NO)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG CLAIM_RECON_RUN THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
