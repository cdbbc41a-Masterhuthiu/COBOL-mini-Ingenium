       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreateClaimFraud.
      * ******************************************************************
      * Chuong trinh khoi tao bang CLAIM_FRAUD_FLAG va SIU_QUEUE cho
      * he thong Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA CLAIM_FRAUD_FLAG ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS CLAIM_FRAUD_FLAG
           END-EXEC.

           EXEC SQL
               DROP TABLE IF EXISTS SIU_QUEUE
           END-EXEC.

           *> 3. TAO BANG MOI - moi dau hieu nghi van (red flag) ma
           *>    CLAIMENGINE tim thay khi sang loc mot yeu cau boi
           *>    thuong, kem so diem. Tong diem nam tren
           *>    CLAIM_HISTORY.FRAUD_SCORE. Khong co khoa chinh - mot
           *>    yeu cau co the co nhieu dau hieu; khi mo lai yeu cau
           *>    thi cac dong cu bi xoa va sang loc lai.
           EXEC SQL
                CREATE TABLE CLAIM_FRAUD_FLAG
                (
                    CLAIM_ID         BIGINT NOT NULL,
                    FLAG_CODE        CHAR(12) NOT NULL,
                    POINTS           DECIMAL(3,0),
                    FLAG_DETAIL      CHAR(40),
                    SCREENED_DATE    CHAR(08)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 4. HANG DOI DIEU TRA DAC BIET (SIU) - yeu cau co diem
           *>    tu SIU-REFER-SCORE tro len bi giu o day thay vi duyet
           *>    hoac chuyen SUPERVISOR_QUEUE. STATUS: PENDING,
           *>    CLEARED (cho chay lai qua CLAIMENGINE REOPEN),
           *>    DECLINED (tu choi boi thuong).
           EXEC SQL
                CREATE TABLE SIU_QUEUE
                (
                    CLAIM_ID         BIGINT NOT NULL,
                    POLICY_ID        BIGINT NOT NULL,
                    CLAIM_TYPE       CHAR(20),
                    CLAIM_AMOUNT     DECIMAL(9,2),
                    APPROVED_AMOUNT  DECIMAL(9,2),
                    FRAUD_SCORE      DECIMAL(5,0),
                    STATUS           CHAR(10) DEFAULT 'PENDING',
                    QUEUED_DATE      CHAR(08),
                    DECIDED_BY       CHAR(20),
                    DECIDED_DATE     CHAR(08),
                    DECISION_NOTE    CHAR(60),
                    CONSTRAINT ISIUQUEUE_0 PRIMARY KEY (CLAIM_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG CLAIM_FRAUD_FLAG THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
