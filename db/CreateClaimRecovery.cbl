           *> 3. TAO BANG MOI - thu hoi tu ben thu ba (subrogation)
           *>    gan voi mot claim: so tien du kien, ben phai tra,
           *>    so da thu ve, va trang thai OPEN/CLOSED.
           *>    RECOVERED_HOUSE_AMOUNT: so da thu quy doi ra tien
           *>    te goc theo ty gia ngay thu, dung so da ghi GL -
           *>    CLAIMGLREC doi chieu voi tai khoan 5100.
           EXEC SQL
                CREATE TABLE CLAIM_RECOVERY
                (
                    PARTY_NAME        CHAR(30),
                    EXPECTED_AMOUNT   DECIMAL(9,2),
                    RECOVERED_AMOUNT  DECIMAL(9,2) DEFAULT 0,
                    RECOVERED_HOUSE_AMOUNT DECIMAL(11,2) DEFAULT 0,
                    CURRENCY_CODE     CHAR(03),
                    STATUS            CHAR(10) DEFAULT 'OPEN',
                    OPENED_DATE       CHAR(08),
