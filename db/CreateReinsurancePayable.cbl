       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreateReinsurancePayable.
      * ******************************************************************
      * Chuong trinh khoi tao bang REINSURANCE_PAYABLE va
      * REINSURANCE_PREMIUM_PAID cho he thong Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA REINS_PAYABLE ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS REINSURANCE_PAYABLE
           END-EXEC.

           EXEC SQL
               DROP TABLE IF EXISTS REINSURANCE_PREMIUM_PAID
           END-EXEC.

           *> 3. TAO BANG MOI - phi nhuong tai bao hiem phai tra, mot
           *>    dong cho moi hop dong moi thang (PERIOD = YYYYMM) khi
           *>    COVERAGE_AMOUNT vuot muc giu lai. CEDED_SHARE la ty
           *>    le nhuong. Moi so tien tinh theo tien te bao cao
           *>    (house currency); CEDED_PREMIUM co the am khi thang do
           *>    co giay bao co.
           EXEC SQL
                CREATE TABLE REINSURANCE_PAYABLE
                (
                    POLICY_ID        BIGINT NOT NULL,
                    PERIOD           CHAR(06) NOT NULL,
                    PRODUCT_CODE     CHAR(10),
                    COVERAGE_AMOUNT  DECIMAL(11,2),
                    RETENTION_LIMIT  DECIMAL(9,2),
                    CEDED_SHARE      DECIMAL(7,6),
                    BILLED_PREMIUM   DECIMAL(11,2),
                    CEDED_PREMIUM    DECIMAL(11,2),
                    CEDED_UPR        DECIMAL(11,2),
                    CEDED_EARNED     DECIMAL(11,2),
                    CESSION_DATE     CHAR(08),
                    CONSTRAINT IREINSPAY_0
                        PRIMARY KEY (POLICY_ID, PERIOD)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 4. TIEN PHI DA CHUYEN CHO NHA TAI BAO HIEM theo tung
           *>    hop dong tai (PRODUCT_CODE). So con phai tra cua mot
           *>    hop dong tai = tong CEDED_PREMIUM - tong AMOUNT.
           EXEC SQL
                CREATE TABLE REINSURANCE_PREMIUM_PAID
                (
                    PRODUCT_CODE     CHAR(10) NOT NULL,
                    PAYMENT_NO       DECIMAL(5,0) NOT NULL,
                    PAID_DATE        CHAR(08),
                    AMOUNT           DECIMAL(11,2),
                    PAID_BY          CHAR(20),
                    CONSTRAINT IREINSPAID_0
                        PRIMARY KEY (PRODUCT_CODE, PAYMENT_NO)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG REINS_PAYABLE THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
