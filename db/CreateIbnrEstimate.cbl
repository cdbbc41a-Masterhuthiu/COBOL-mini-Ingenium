       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreateIbnrEstimate.
      * ******************************************************************
      * Chuong trinh khoi tao bang IBNR_ESTIMATE cho he thong Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA IBNR_ESTIMATE ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS IBNR_ESTIMATE
           END-EXEC.

           *> 3. TAO BANG MOI - uoc tinh IBNR (ton that da phat sinh
           *>    nhung chua duoc thong bao) theo phuong phap chain
           *>    ladder, mot dong cho moi san pham moi quy
           *>    (PERIOD = YYYYQn) do CLAIMTRIANGLE ghi. Moi so tien
           *>    tinh theo tien te bao cao (house currency).
           *>    POSTED = 'Y' khi quy do da ghi but toan GL;
           *>    BOOKED_BALANCE la so du du phong IBNR tren tai khoan
           *>    2210 sau lan chay nay - lan sau chi ghi phan chenh
           *>    lech.
           EXEC SQL
                CREATE TABLE IBNR_ESTIMATE
                (
                    PERIOD             CHAR(06) NOT NULL,
                    PRODUCT_CODE       CHAR(10) NOT NULL,
                    RUN_DATE           CHAR(08),
                    REPORTED_TO_DATE   DECIMAL(13,2) DEFAULT 0,
                    ULTIMATE_REPORTED  DECIMAL(13,2) DEFAULT 0,
                    IBNR_AMOUNT        DECIMAL(13,2) DEFAULT 0,
                    PAID_TO_DATE       DECIMAL(13,2) DEFAULT 0,
                    ULTIMATE_PAID      DECIMAL(13,2) DEFAULT 0,
                    POSTED             CHAR(01) DEFAULT 'N',
                    BOOKED_BALANCE     DECIMAL(13,2) DEFAULT 0,
                    CONSTRAINT IIBNR_0 PRIMARY KEY (PERIOD,
                        PRODUCT_CODE)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG IBNR_ESTIMATE THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
