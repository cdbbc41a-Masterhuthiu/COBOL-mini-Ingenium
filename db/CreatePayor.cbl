       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreatePayor.
      * ******************************************************************
      * Chuong trinh khoi tao bang PAYOR, PAYOR_MEMBER_CHANGE, LIST_BILL
      * va LIST_BILL_ITEM cho he thong Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA PAYOR ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS PAYOR
           END-EXEC.

           EXEC SQL
               DROP TABLE IF EXISTS PAYOR_MEMBER_CHANGE
           END-EXEC.

           EXEC SQL
               DROP TABLE IF EXISTS LIST_BILL
           END-EXEC.

           EXEC SQL
               DROP TABLE IF EXISTS LIST_BILL_ITEM
           END-EXEC.

           *> 3. TAO BANG MOI - nguoi tra phi / chu su dung lao dong
           *>    dong phi cho nhan vien qua luong. Hop dong gan vao
           *>    PAYOR qua POLICY.PAYOR_ID; moi ky LISTBILL lap mot
           *>    hoa don tong cho moi PAYOR. Chi gan duoc hop dong
           *>    cung CURRENCY_CODE. STATUS: ACTIVE, CLOSED.
           EXEC SQL
                CREATE TABLE PAYOR
                (
                    PAYOR_ID       BIGINT NOT NULL,
                    PAYOR_NAME     CHAR(30),
                    CONTACT_NAME   CHAR(30),
                    ADDRESS_LINE   CHAR(40),
                    CURRENCY_CODE  CHAR(03),
                    STATUS         CHAR(10) DEFAULT 'ACTIVE',
                    CREATED_DATE   CHAR(08),
                    CREATED_BY     CHAR(20),
                    CONSTRAINT IPAYOR_0 PRIMARY KEY (PAYOR_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 4. THANH VIEN VAO / RA TRONG KY - CHANGE_TYPE ADD hoac
           *>    DROP. LIST_BILL_ID = 0 la chua bao tren hoa don tong;
           *>    ky sau LISTBILL dua vao nhu dong dieu chinh va ghi
           *>    so hoa don tong vao day.
           EXEC SQL
                CREATE TABLE PAYOR_MEMBER_CHANGE
                (
                    PAYOR_ID       BIGINT NOT NULL,
                    POLICY_ID      BIGINT NOT NULL,
                    CHANGE_NO      DECIMAL(3,0) NOT NULL,
                    CHANGE_TYPE    CHAR(04),
                    EFFECTIVE_DATE CHAR(08),
                    CHANGED_BY     CHAR(20),
                    LIST_BILL_ID   BIGINT DEFAULT 0,
                    CONSTRAINT IPAYORCHG_0
                        PRIMARY KEY (PAYOR_ID, POLICY_ID, CHANGE_NO)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 5. HOA DON TONG - mot dong cho moi PAYOR moi ky.
           *>    AMOUNT_DUE la tong AMOUNT cac dong chi tiet;
           *>    PREMIUM_TOTAL / TAX_TOTAL la phi va thue cua cac
           *>    dong MEMBER, ADJUSTMENT_TOTAL la dong ADD va DROP
           *>    (DROP la so am). PRIOR_BALANCE la phan con no cua
           *>    cac hoa don tong truoc, chi de in. STATUS: OPEN,
           *>    PAID, CLOSED (khong co gi phai tra).
           EXEC SQL
                CREATE TABLE LIST_BILL
                (
                    LIST_BILL_ID     BIGINT NOT NULL,
                    PAYOR_ID         BIGINT NOT NULL,
                    BILL_DATE        CHAR(08),
                    MEMBER_COUNT     DECIMAL(5,0) DEFAULT 0,
                    PREMIUM_TOTAL    DECIMAL(11,2) DEFAULT 0,
                    TAX_TOTAL        DECIMAL(11,2) DEFAULT 0,
                    ADJUSTMENT_TOTAL DECIMAL(11,2) DEFAULT 0,
                    AMOUNT_DUE       DECIMAL(11,2) DEFAULT 0,
                    PRIOR_BALANCE    DECIMAL(11,2) DEFAULT 0,
                    AMOUNT_PAID      DECIMAL(11,2) DEFAULT 0,
                    CURRENCY_CODE    CHAR(03),
                    STATUS           CHAR(10) DEFAULT 'OPEN',
                    PAID_DATE        CHAR(08),
                    CONSTRAINT ILISTBILL_0 PRIMARY KEY (LIST_BILL_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 6. DONG CHI TIET - ITEM_TYPE: MEMBER (thanh vien), ADD
           *>    (vao trong ky), DROP (ra trong ky - so am bang phan
           *>    chua tra da tra lai cho khach hang). INVOICE_ID = 0
           *>    voi dong DROP va dong ADD chua co phi. STATUS: OPEN,
           *>    PAID, RELEASED (hoa don tra ve thu tung hop dong),
           *>    NOTED (dong chi de bao).
           EXEC SQL
                CREATE TABLE LIST_BILL_ITEM
                (
                    LIST_BILL_ID   BIGINT NOT NULL,
                    ITEM_NO        DECIMAL(5,0) NOT NULL,
                    POLICY_ID      BIGINT,
                    INVOICE_ID     BIGINT DEFAULT 0,
                    ITEM_TYPE      CHAR(06),
                    PREMIUM_AMOUNT DECIMAL(9,2) DEFAULT 0,
                    TAX_AMOUNT     DECIMAL(9,2) DEFAULT 0,
                    AMOUNT         DECIMAL(9,2) DEFAULT 0,
                    AMOUNT_PAID    DECIMAL(9,2) DEFAULT 0,
                    STATUS         CHAR(10) DEFAULT 'OPEN',
                    CONSTRAINT ILISTBILLIT_0
                        PRIMARY KEY (LIST_BILL_ID, ITEM_NO)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG PAYOR THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
