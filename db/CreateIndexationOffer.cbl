       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreateIndexationOffer.
      * ******************************************************************
      * Chuong trinh khoi tao bang INDEXATION_OFFER cho he thong
      * Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA INDEXATION_OFFER ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS INDEXATION_OFFER
           END-EXEC.

           *> 3. TAO BANG MOI - de nghi tang so tien bao hiem theo
           *>    chi so, mot dong cho moi hop dong moi ngay ky niem.
           *>    EXTRA_PREMIUM la phi nam cho phan tang them, tinh
           *>    theo tuoi hien tai. Khach khong tu choi truoc ngay
           *>    ky niem thi INDEXBATCH tu dong ap dung.
           *>    STATUS: OFFERED / DECLINED / APPLIED / WITHDRAWN.
           EXEC SQL
                CREATE TABLE INDEXATION_OFFER
                (
                    POLICY_ID         BIGINT NOT NULL,
                    ANNIVERSARY_DATE  CHAR(08) NOT NULL,
                    INDEX_PERCENT     DECIMAL(5,2),
                    OLD_COVERAGE      DECIMAL(11,2),
                    NEW_COVERAGE      DECIMAL(11,2),
                    OLD_BASE_PREMIUM  DECIMAL(9,2),
                    NEW_BASE_PREMIUM  DECIMAL(9,2),
                    EXTRA_PREMIUM     DECIMAL(9,2),
                    INSURED_AGE       DECIMAL(3,0),
                    OFFERED_DATE      CHAR(08),
                    STATUS            CHAR(10) DEFAULT 'OFFERED',
                    DECLINED_DATE     CHAR(08),
                    APPLIED_DATE      CHAR(08),
                    CHANGED_BY        CHAR(20),
                    CONSTRAINT IINDEXOFR_0
                        PRIMARY KEY (POLICY_ID, ANNIVERSARY_DATE)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG INDEXATION_OFFER THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
