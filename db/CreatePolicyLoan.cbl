       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreatePolicyLoan.
      * ******************************************************************
      * Chuong trinh khoi tao bang POLICY_LOAN va POLICY_LOAN_TXN cho
      * he thong Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA POLICY_LOAN ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS POLICY_LOAN
           END-EXEC.

           EXEC SQL
               DROP TABLE IF EXISTS POLICY_LOAN_TXN
           END-EXEC.

           *> 3. TAO BANG MOI - khoan vay tren gia tri hoan lai, mot
           *>    dong cho moi hop dong. BALANCE la tong con no (goc
           *>    cong lai da nhap goc). Lai tinh hang thang vao
           *>    NEXT_INTEREST_DATE theo INTEREST_RATE (%/nam) chot luc
           *>    vay. STATUS: ACTIVE, CLEARED (da tra het), SETTLED
           *>    (tru vao tien hoan lai / boi thuong tu vong / hoan
           *>    phi), DEFAULTED (no vuot gia tri hoan lai - hop dong
           *>    mat hieu luc). Vay lai sau khi CLEARED dung lai dong
           *>    nay.
           EXEC SQL
                CREATE TABLE POLICY_LOAN
                (
                    POLICY_ID          BIGINT NOT NULL,
                    CURRENCY_CODE      CHAR(03),
                    INTEREST_RATE      DECIMAL(5,2),
                    BALANCE            DECIMAL(11,2) DEFAULT 0,
                    PRINCIPAL_ADVANCED DECIMAL(11,2) DEFAULT 0,
                    INTEREST_CHARGED   DECIMAL(11,2) DEFAULT 0,
                    REPAID_TOTAL       DECIMAL(11,2) DEFAULT 0,
                    NEXT_INTEREST_DATE CHAR(08),
                    STATUS             CHAR(10) DEFAULT 'ACTIVE',
                    OPENED_DATE        CHAR(08),
                    CLOSED_DATE        CHAR(08),
                    CONSTRAINT IPOLLOAN_0 PRIMARY KEY (POLICY_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 4. SO CHI TIET KHOAN VAY - moi bien dong mot dong:
           *>    ADVANCE (giai ngan), REVERSAL (yeu cau chi bi tu
           *>    choi), INTEREST, REPAYMENT (PAYMENTPOST / lockbox),
           *>    OFFSET (tru vao khoan chi khac), DEFAULT (tru vao
           *>    gia tri hoan lai khi hop dong mat hieu luc vi no),
           *>    WRITEOFF (phan no vuot gia tri, xoa no). SOURCE_REF
           *>    la so yeu cau chi, so claim, so phieu nop tien hoac
           *>    nguon tat toan.
           EXEC SQL
                CREATE TABLE POLICY_LOAN_TXN
                (
                    POLICY_ID        BIGINT NOT NULL,
                    TXN_NO           DECIMAL(5,0) NOT NULL,
                    TXN_DATE         CHAR(08),
                    TXN_TYPE         CHAR(10),
                    AMOUNT           DECIMAL(11,2),
                    BALANCE_AFTER    DECIMAL(11,2),
                    SOURCE_REF       CHAR(12),
                    ENTERED_BY       CHAR(20),
                    CONSTRAINT IPOLLOANTX_0
                        PRIMARY KEY (POLICY_ID, TXN_NO)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG POLICY_LOAN THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
