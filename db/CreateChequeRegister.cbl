       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreateChequeRegister.
      * ******************************************************************
      * Chuong trinh khoi tao bang CHEQUE_REGISTER cho he thong
      * Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA CHEQUE_REGISTER ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS CHEQUE_REGISTER
           END-EXEC.

           *> 3. TAO BANG MOI - moi to sec da cap so mot dong.
           *>    STATUS: ISSUED, VOIDED (huy - phoi hong), STOPPED
           *>    (lenh ngung thanh toan - sec bi mat). ISSUE_SENT_DATE
           *>    / VOID_SENT_DATE la ngay dong phat hanh / huy duoc gui
           *>    sang ngan hang trong file POSPAY; trong = chua gui.
           *>    REISSUE_OF / REISSUED_AS noi sec cu voi sec thay the.
           *>    CLEARED_DATE la ngay ngan hang ghi no sec (BANKREC
           *>    doi chieu voi sao ke); trong = sec chua duoc linh.
           EXEC SQL
                CREATE TABLE CHEQUE_REGISTER
                (
                    CHEQUE_NO        BIGINT NOT NULL,
                    CLAIM_ID         BIGINT NOT NULL,
                    POLICY_ID        BIGINT NOT NULL,
                    PAYEE_NAME       CHAR(30) NOT NULL,
                    AMOUNT           DECIMAL(9,2),
                    CURRENCY_CODE    CHAR(03),
                    ISSUE_DATE       CHAR(08),
                    STATUS           CHAR(10) DEFAULT 'ISSUED',
                    ISSUED_BY        CHAR(20),
                    ISSUE_SENT_DATE  CHAR(08),
                    VOID_DATE        CHAR(08),
                    VOID_REASON      CHAR(30),
                    VOIDED_BY        CHAR(20),
                    VOID_SENT_DATE   CHAR(08),
                    REISSUE_OF       BIGINT DEFAULT 0,
                    REISSUED_AS      BIGINT DEFAULT 0,
                    CLEARED_DATE     CHAR(08),
                    CONSTRAINT ICHQREG_0 PRIMARY KEY (CHEQUE_NO)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG CHEQUE_REGISTER THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
