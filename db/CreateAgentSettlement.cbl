       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreateAgentSettlement.
      * ******************************************************************
      * Chuong trinh khoi tao bang AGENT_SETTLEMENT cho he thong
      * Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA AGENT_SETTLEMENT ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS AGENT_SETTLEMENT
           END-EXEC.

           *> 3. TAO BANG MOI - moi lan COMMSETTLE quyet toan cho mot
           *>    dai ly la mot dong. CLOSING_BALANCE am la no cua dai
           *>    ly (hoa hong bi thu hoi lon hon hoa hong duoc huong),
           *>    duong la so duoc huong nhung chua tra (chua co tai
           *>    khoan ngan hang); thang sau lay lam OPENING_BALANCE.
           *>    Moi so tien theo tien te bao cao (house currency).
           *>    PAYMENT_STATUS: PAID, NIL (khong co gi de tra),
           *>    HELD (chua co tai khoan ngan hang).
           EXEC SQL
                CREATE TABLE AGENT_SETTLEMENT
                (
                    AGENT_ID         BIGINT NOT NULL,
                    SETTLEMENT_DATE  CHAR(08) NOT NULL,
                    OPENING_BALANCE  DECIMAL(11,2) DEFAULT 0,
                    EARNINGS         DECIMAL(11,2) DEFAULT 0,
                    OVERRIDES        DECIMAL(11,2) DEFAULT 0,
                    CLAWBACKS        DECIMAL(11,2) DEFAULT 0,
                    PAYMENT_AMOUNT   DECIMAL(11,2) DEFAULT 0,
                    CLOSING_BALANCE  DECIMAL(11,2) DEFAULT 0,
                    PAYMENT_STATUS   CHAR(10),
                    BANK_CODE        CHAR(09),
                    BANK_ACCOUNT     CHAR(18),
                    CONSTRAINT IAGTSETL_0
                        PRIMARY KEY (AGENT_ID, SETTLEMENT_DATE)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG AGENT_SETTLEMENT THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
