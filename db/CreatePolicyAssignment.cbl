       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreatePolicyAssignment.
      * ******************************************************************
      * Chuong trinh khoi tao bang POLICY_ASSIGNMENT va ASSIGNEE_CONSENT
      * cho he thong Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA POLICY_ASSIGNMENT ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS POLICY_ASSIGNMENT
           END-EXEC.

           EXEC SQL
               DROP TABLE IF EXISTS ASSIGNEE_CONSENT
           END-EXEC.

           *> 3. TAO BANG MOI - hop dong the chap cho ngan hang (hoac
           *>    ben cho vay khac). ASSIGNED_AMOUNT la so tien ben
           *>    nhan the chap duoc huong truoc tu quyen loi tu vong.
           *>    RELEASE_DATE = 0 la chua co ngay giai chap; qua
           *>    RELEASE_DATE thi the chap tu het hieu luc. STATUS:
           *>    ACTIVE, RELEASED (giai chap), DISCHARGED (da tra cho
           *>    ben nhan the chap tu claim DEATH - DISCHARGE_CLAIM_ID).
           EXEC SQL
                CREATE TABLE POLICY_ASSIGNMENT
                (
                    POLICY_ID          BIGINT NOT NULL,
                    ASSIGNMENT_NO      DECIMAL(3,0) NOT NULL,
                    ASSIGNEE_NAME      CHAR(30),
                    ASSIGNEE_BANK_CODE CHAR(09),
                    ASSIGNEE_ACCOUNT   CHAR(18),
                    ASSIGNED_AMOUNT    DECIMAL(11,2) DEFAULT 0,
                    CURRENCY_CODE      CHAR(03),
                    ASSIGNED_DATE      CHAR(08),
                    RELEASE_DATE       CHAR(08) DEFAULT '00000000',
                    STATUS             CHAR(10) DEFAULT 'ACTIVE',
                    AMOUNT_PAID        DECIMAL(11,2) DEFAULT 0,
                    DISCHARGE_CLAIM_ID BIGINT DEFAULT 0,
                    REGISTERED_BY      CHAR(20),
                    CHANGED_DATE       CHAR(08),
                    CHANGED_BY         CHAR(20),
                    CONSTRAINT IPOLASSIGN_0
                        PRIMARY KEY (POLICY_ID, ASSIGNMENT_NO)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 4. DONG Y CUA BEN NHAN THE CHAP - mot dong cho moi loai
           *>    giao dich duoc dong y: SURRENDER (huy hop dong lay
           *>    gia tri hoan lai), LOAN (vay tren hop dong),
           *>    BENEFICIARY (thay nguoi thu huong), REFUND (hoan phi
           *>    khi huy trong thoi gian can nhac hoac cham dut hop
           *>    dong). CONSENT_REF la so van ban dong y cua ngan hang.
           EXEC SQL
                CREATE TABLE ASSIGNEE_CONSENT
                (
                    POLICY_ID        BIGINT NOT NULL,
                    ASSIGNMENT_NO    DECIMAL(3,0) NOT NULL,
                    CONSENT_ACTION   CHAR(12) NOT NULL,
                    CONSENT_REF      CHAR(20),
                    CONSENT_DATE     CHAR(08),
                    RECORDED_BY      CHAR(20),
                    CONSTRAINT IASSCONSENT_0
                        PRIMARY KEY (POLICY_ID, ASSIGNMENT_NO,
                                     CONSENT_ACTION)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG POLICY_ASSIGNMENT THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
