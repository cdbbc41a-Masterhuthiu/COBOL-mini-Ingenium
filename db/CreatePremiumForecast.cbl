       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreatePremiumForecast.
      * ******************************************************************
      * Chuong trinh khoi tao bang PREMIUM_FORECAST cho he thong Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA PREMIUM_FORECAST ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS PREMIUM_FORECAST
           END-EXEC.

           *> 3. TAO BANG MOI - du bao thu phi 12 thang toi do
           *>    PREMFORECAST ghi moi cuoi thang (RUN_PERIOD = YYYYMM
           *>    cua lan chay), mot dong cho moi thang du bao, san
           *>    pham, ky dong phi va loai tien. Cac so tien theo
           *>    loai tien cua hop dong, rieng EXPECTED_HOUSE theo
           *>    tien te bao cao. Thang sau doc lai dong cua thang
           *>    dau tien de so sanh voi so thuc thu tren
           *>    PAYMENT_RECEIPT.
           EXEC SQL
                CREATE TABLE PREMIUM_FORECAST
                (
                    RUN_PERIOD         CHAR(06) NOT NULL,
                    FORECAST_PERIOD    CHAR(06) NOT NULL,
                    PRODUCT_CODE       CHAR(10) NOT NULL,
                    BILLING_FREQUENCY  CHAR(10) NOT NULL,
                    CURRENCY_CODE      CHAR(03) NOT NULL,
                    RUN_DATE           CHAR(08),
                    SCHEDULED_AMOUNT   DECIMAL(13,2) DEFAULT 0,
                    OUTSTANDING_AMOUNT DECIMAL(13,2) DEFAULT 0,
                    EXPECTED_AMOUNT    DECIMAL(13,2) DEFAULT 0,
                    RENEWAL_AMOUNT     DECIMAL(13,2) DEFAULT 0,
                    EXPECTED_HOUSE     DECIMAL(13,2) DEFAULT 0,
                    CONSTRAINT IPREMFC_0 PRIMARY KEY (RUN_PERIOD,
                        FORECAST_PERIOD, PRODUCT_CODE,
                        BILLING_FREQUENCY, CURRENCY_CODE)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG PREMIUM_FORECAST THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
