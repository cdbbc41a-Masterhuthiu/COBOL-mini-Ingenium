       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreatePrivacyLog.
      * ******************************************************************
      * Chuong trinh khoi tao bang PRIVACY_LOG cho he thong
      * Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA PRIVACY_LOG ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS PRIVACY_LOG
           END-EXEC.

           *> 3. TAO BANG MOI - nhat ky xu ly du lieu ca nhan. Moi lan
           *>    in bao cao truy cap (SUBJACCESS) hoac an danh hoa
           *>    khach hang (ANONBATCH) la mot dong.
           *>    ACTION: ACCESS (bao cao cho khach hang),
           *>    ANONYMISE (da xoa / che du lieu ca nhan).
           *>    REQUEST_REF: so tham chieu yeu cau cua khach hang.
           *>    ITEM_COUNT: ACCESS - so muc du lieu in ra; ANONYMISE -
           *>    so hop dong co du lieu da che.
           EXEC SQL
                CREATE TABLE PRIVACY_LOG
                (
                    LOG_ID           BIGINT NOT NULL,
                    CUSTOMER_ID      BIGINT NOT NULL,
                    ACTION           CHAR(10),
                    REQUEST_REF      CHAR(20),
                    ITEM_COUNT       DECIMAL(7,0) DEFAULT 0,
                    ACTION_BY        CHAR(20),
                    ACTION_DATE      CHAR(08),
                    ACTION_TIME      CHAR(06),
                    CONSTRAINT IPRIVLOG_0 PRIMARY KEY (LOG_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG PRIVACY_LOG THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
