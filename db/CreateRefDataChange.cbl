       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreateRefDataChange.
      * ******************************************************************
      * Chuong trinh khoi tao bang REFDATA_CHANGE cho he thong
      * Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA REFDATA_CHANGE ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS REFDATA_CHANGE
           END-EXEC.

           *> 3. TAO BANG MOI - thay doi du lieu tham chieu (ty le
           *>    phi, quy tac boi thuong, thue, han muc phe duyet,
           *>    tham so he thong) cho phe duyet hai nguoi.
           *>    PRODUCTMAINT, TAXMAINT, AUTHMAINT, PARAMMAINT ghi
           *>    dong PENDING qua REFQUEUE; REFAPPROVE phe duyet
           *>    (nguoi khac voi KEYED_BY) roi moi cap nhat bang that.
           *>    Dong APPROVED la nhat ky thay doi: BEFORE_VALUE /
           *>    AFTER_VALUE, nguoi nhap, nguoi duyet, ngay gio.
           *>    TABLE_NAME: PRODUCT, PRODUCT_RATE, CLAIM_PAYOUT_RULE,
           *>    COVERAGE_MAP, SURRENDER_CHARGE, EXPERIENCE_SCALE,
           *>    PREMIUM_TAX_RATE, APPROVAL_AUTHORITY,
           *>    SYSTEM_PARAMETER.
           *>    CHANGE_ACTION: SET (them / thay the), REMOVE (xoa),
           *>    ADD (san pham moi: KEY_1 ma san pham, EFFECTIVE_DATE
           *>    va VALUE_1 la ty le phi mo dau). PRODUCT / SET doi
           *>    co san pham: VALUE_1 = 1 la RPU_ELIGIBLE, VALUE_2 = 1
           *>    la INDEXABLE, VALUE_3 = 2 la JOINT_PAYS_ON SECOND.
           *>    KEY_1..KEY_3, KEY_NUMBER_1..2, EFFECTIVE_DATE: khoa
           *>    cua dong trong bang that; VALUE_1..VALUE_3: gia tri.
           *>    STATUS: PENDING, APPROVED, REJECTED.
           EXEC SQL
                CREATE TABLE REFDATA_CHANGE
                (
                    CHANGE_ID        BIGINT NOT NULL,
                    TABLE_NAME       CHAR(20) NOT NULL,
                    CHANGE_ACTION    CHAR(06),
                    KEY_1            CHAR(20),
                    KEY_2            CHAR(20),
                    KEY_3            CHAR(20),
                    KEY_NUMBER_1     DECIMAL(5,0) DEFAULT 0,
                    KEY_NUMBER_2     DECIMAL(5,0) DEFAULT 0,
                    EFFECTIVE_DATE   CHAR(08),
                    VALUE_1          DECIMAL(12,3) DEFAULT 0,
                    VALUE_2          DECIMAL(12,3) DEFAULT 0,
                    VALUE_3          DECIMAL(12,3) DEFAULT 0,
                    BEFORE_VALUE     CHAR(50),
                    AFTER_VALUE      CHAR(50),
                    STATUS           CHAR(10),
                    KEYED_BY         CHAR(20),
                    KEYED_DATE       CHAR(08),
                    KEYED_TIME       CHAR(06),
                    DECIDED_BY       CHAR(20),
                    DECIDED_DATE     CHAR(08),
                    DECIDED_TIME     CHAR(06),
                    REJECT_REASON    CHAR(30),
                    CONSTRAINT IREFCHG_0 PRIMARY KEY (CHANGE_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG REFDATA_CHANGE THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
