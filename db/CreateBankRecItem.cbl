       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreateBankRecItem.
      * ******************************************************************
      * Chuong trinh khoi tao bang BANK_REC_ITEM cho he thong
      * Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA BANK_REC_ITEM ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS BANK_REC_ITEM
           END-EXEC.

           *> 3. TAO BANG MOI - cac dong doi chieu ngan hang. SIDE:
           *>    BANK (dong sao ke) hoac BOOK (so sach: DEP nop tien,
           *>    EFT lo chuyen khoan boi thuong, CHQ sec, RTN khoan bi
           *>    tra ve). STATUS: OPEN (chua khop, chuyen sang ngay
           *>    sau), MATCHED, DIFFERENCE (khop so tham chieu nhung
           *>    lech so tien), CANCELLED (sec da huy truoc khi linh).
           *>    MATCHED_ITEM_ID tro toi dong ben kia.
           EXEC SQL
                CREATE TABLE BANK_REC_ITEM
                (
                    ITEM_ID          BIGINT NOT NULL,
                    SIDE             CHAR(04) NOT NULL,
                    TXN_CODE         CHAR(03) NOT NULL,
                    DR_CR            CHAR(01) NOT NULL,
                    REFERENCE        CHAR(16),
                    AMOUNT           DECIMAL(11,2),
                    ITEM_DATE        CHAR(08),
                    STATEMENT_DATE   CHAR(08),
                    NARRATIVE        CHAR(30),
                    STATUS           CHAR(10) DEFAULT 'OPEN',
                    MATCHED_ITEM_ID  BIGINT DEFAULT 0,
                    MATCHED_DATE     CHAR(08),
                    LOADED_DATE      CHAR(08),
                    CONSTRAINT IBANKREC_0 PRIMARY KEY (ITEM_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG BANK_REC_ITEM THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
