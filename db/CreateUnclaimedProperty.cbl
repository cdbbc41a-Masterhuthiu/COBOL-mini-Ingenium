       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreateUnclaimedProperty.
      * ******************************************************************
      * Chuong trinh khoi tao bang UNCLAIMED_PROPERTY cho he thong
      * Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA UNCLAIMED_PROPERTY ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS UNCLAIMED_PROPERTY
           END-EXEC.

           *> 3. TAO BANG MOI - so theo doi tien chua co nguoi nhan.
           *>    SOURCE_TYPE: CLAIMPAY (thanh toan boi thuong bi ngan
           *>    hang tra lai), CREDIT (giay bao co con lai tren hop
           *>    dong da cham dut), SUSPENSE (tien treo OPEN).
           *>    SOURCE_ID la CLAIM_ID / INVOICE_ID / SUSPENSE_ID;
           *>    SOURCE_PAYEE va SOURCE_SEQ chi dung cho CLAIMPAY.
           *>    STATUS: OPEN (dang theo doi), LETTER-SENT (da gui thu
           *>    tham dinh), REMITTED (da nop cho co quan nha nuoc),
           *>    RESOLVED (chu so huu da nhan lai tien).
           *>    AMOUNT theo nguyen te; HOUSE_AMOUNT (USD) ghi khi nop.
           EXEC SQL
                CREATE TABLE UNCLAIMED_PROPERTY
                (
                    ITEM_ID          BIGINT NOT NULL,
                    SOURCE_TYPE      CHAR(10) NOT NULL,
                    SOURCE_ID        BIGINT NOT NULL,
                    SOURCE_PAYEE     CHAR(30) DEFAULT ' ',
                    SOURCE_SEQ       DECIMAL(5,0) DEFAULT 0,
                    POLICY_ID        BIGINT DEFAULT 0,
                    CUSTOMER_ID      BIGINT DEFAULT 0,
                    OWNER_NAME       CHAR(30),
                    JURISDICTION     CHAR(10),
                    AMOUNT           DECIMAL(9,2),
                    CURRENCY_CODE    CHAR(03),
                    LAST_ACTIVITY    CHAR(08),
                    STATUS           CHAR(12) DEFAULT 'OPEN',
                    REGISTERED_DATE  CHAR(08),
                    LETTER_DATE      CHAR(08) DEFAULT '00000000',
                    REMIT_DATE       CHAR(08) DEFAULT '00000000',
                    HOUSE_AMOUNT     DECIMAL(11,2) DEFAULT 0,
                    RESOLVED_DATE    CHAR(08) DEFAULT '00000000',
                    CONSTRAINT IUNCLAIM_0 PRIMARY KEY (ITEM_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG UNCLAIMED_PROPERTY THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
