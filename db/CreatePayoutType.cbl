       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreatePayoutType.
      * ******************************************************************
      * Chuong trinh khoi tao bang PAYOUT_TYPE cho he thong
      * Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA PAYOUT_TYPE ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS PAYOUT_TYPE
           END-EXEC.

           *> 3. TAO BANG MOI - moi loai chi tra khong phai boi
           *>    thuong mot dong: tai khoan GL ghi no / ghi co khi
           *>    chi (de trong = khong ghi GL), co can phe duyet hay
           *>    khong (Y/N), va cach chi (EFT = chuyen khoan vao tai
           *>    khoan khach hang,
           *>    RETURN = hoan lai ngan hang chuyen tien qua SUSREF).
           EXEC SQL
                CREATE TABLE PAYOUT_TYPE
                (
                    PAYMENT_TYPE       CHAR(10) NOT NULL,
                    DESCRIPTION        CHAR(30),
                    DEBIT_ACCOUNT      CHAR(04) NOT NULL,
                    CREDIT_ACCOUNT     CHAR(04) NOT NULL,
                    APPROVAL_REQUIRED  CHAR(01) DEFAULT 'Y',
                    PAYMENT_METHOD     CHAR(10) DEFAULT 'EFT',
                    CONSTRAINT IPAYTYPE_0 PRIMARY KEY (PAYMENT_TYPE)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 4. CAC LOAI MAC DINH - gia tri hoan lai (5200 chi phi
           *>    hoan lai), hoan phi chua huong (ghi giam doanh thu
           *>    phi 4000, tu dong duyet vi da tinh tu boi thuong da
           *>    duyet), hoan tien treo (de trong tai khoan - tien treo
           *>    chua bao gio vao so cai nen khong co but toan GL),
           *>    khoan vay tren hop dong (ghi tang tai san cho vay
           *>    1300), hoan phi huy hop dong trong thoi gian can
           *>    nhac (hoan toan bo phi da dong, ghi giam doanh thu
           *>    phi 4000).
           EXEC SQL
               INSERT INTO PAYOUT_TYPE
                   (PAYMENT_TYPE, DESCRIPTION, DEBIT_ACCOUNT,
                    CREDIT_ACCOUNT, APPROVAL_REQUIRED, PAYMENT_METHOD)
               VALUES
                   ('SURRENDER', 'SURRENDER VALUE', '5200', '1000',
                    'Y', 'EFT'),
                   ('PREMREFUND', 'UNEARNED PREMIUM REFUND', '4000',
                    '1000', 'N', 'EFT'),
                   ('SUSPREFUND', 'SUSPENSE CASH RETURNED', ' ',
                    ' ', 'Y', 'RETURN'),
                   ('POLICYLOAN', 'POLICY LOAN ADVANCE', '1300',
                    '1000', 'Y', 'EFT'),
                   ('FREELOOK', 'FREE-LOOK PREMIUM REFUND', '4000',
                    '1000', 'Y', 'EFT')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG PAYOUT_TYPE THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
