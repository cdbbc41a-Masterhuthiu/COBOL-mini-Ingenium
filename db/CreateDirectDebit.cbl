       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreateDirectDebit.
      * ******************************************************************
      * Chuong trinh khoi tao bang DD_MANDATE va DD_COLLECTION cho
      * he thong Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA DIRECT DEBIT ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS DD_MANDATE
           END-EXEC.

           *> 3. TAO BANG UY QUYEN TRICH NO - moi hop dong toi da mot
           *>    uy quyen ACTIVE; tai khoan ngan hang duoc chup lai luc
           *>    ky vi uy quyen gan voi tai khoan do. STATUS: ACTIVE,
           *>    CANCELLED, SUSPENDED (bi tra ve qua nhieu lan).
           EXEC SQL
                CREATE TABLE DD_MANDATE
                (
                    MANDATE_ID      BIGINT NOT NULL,
                    POLICY_ID       BIGINT NOT NULL,
                    CUSTOMER_ID     BIGINT NOT NULL,
                    MANDATE_REF     CHAR(18),
                    BANK_CODE       CHAR(09),
                    BANK_ACCOUNT    CHAR(18),
                    STATUS          CHAR(10) DEFAULT 'ACTIVE',
                    SIGNED_DATE     CHAR(08),
                    SIGNED_BY       CHAR(20),
                    RETURN_COUNT    DECIMAL(3,0) DEFAULT 0,
                    CANCELLED_DATE  CHAR(08),
                    CANCELLED_BY    CHAR(20),
                    CONSTRAINT IDDMAND_0 PRIMARY KEY (MANDATE_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 4. BANG LAN TRICH NO - moi lan mot hoa don duoc gui
           *>    sang ngan hang la mot dong: SUBMITTED khi nam trong
           *>    file DDCOLL, SETTLED khi den ngay thanh toan va hoa
           *>    don duoc ghi nhan da tra, RETURNED khi ngan hang tra
           *>    ve (hoa don mo lai cho DUNNINGBATCH).
           EXEC SQL
               DROP TABLE IF EXISTS DD_COLLECTION
           END-EXEC.

           EXEC SQL
                CREATE TABLE DD_COLLECTION
                (
                    INVOICE_ID       BIGINT NOT NULL,
                    PRESENTMENT_NO   DECIMAL(3,0) NOT NULL,
                    MANDATE_ID       BIGINT NOT NULL,
                    POLICY_ID        BIGINT NOT NULL,
                    AMOUNT           DECIMAL(9,2),
                    CURRENCY_CODE    CHAR(03),
                    SUBMITTED_DATE   CHAR(08),
                    SETTLEMENT_DATE  CHAR(08),
                    FILE_REF         CHAR(12),
                    STATUS           CHAR(10) DEFAULT 'SUBMITTED',
                    RECEIPT_ID       BIGINT DEFAULT 0,
                    RETURN_REASON    CHAR(30),
                    RETURN_DATE      CHAR(08),
                    CONSTRAINT IDDCOLL_0
                        PRIMARY KEY (INVOICE_ID, PRESENTMENT_NO)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG DIRECT DEBIT THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
