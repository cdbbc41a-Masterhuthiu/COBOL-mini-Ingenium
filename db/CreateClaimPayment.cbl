           END-EXEC.

           *> 3. TAO BANG MOI - moi nguoi nhan cua mot claim chi duoc
           *>    giai ngan mot lan moi ky; khoa chinh (CLAIM_ID,
           *>    PAYEE_NAME, PAYMENT_NO) chan viec tra tien hai lan
           *>    cho cung mot nguoi, va mot claim DEATH co the co
           *>    nhieu dong - moi nguoi thu huong mot dong theo ty le
           *>    SHARE_PERCENT. Nguoi nhan khong co tai khoan ngan
           *>    hang duoc tra bang sec (PAYMENT_METHOD = 'CHEQUE',
           *>    CHEQUE_NO la so sec hien hanh - doi lai khi sec bi
           *>    huy va phat hanh lai). PAYMENT_NO = 0 cho claim tra
           *>    mot lan; claim tro cap hang thang (BENEFIT_SCHEDULE)
           *>    co mot dong cho moi ky, PAYMENT_NO la so thu tu ky
           *>    trong BENEFIT_PAYMENT.
           EXEC SQL
                CREATE TABLE CLAIM_PAYMENT
                (
                    PAYMENT_STATUS  CHAR(10) DEFAULT 'SENT',
                    RETURN_REASON   CHAR(30),
                    RETURN_DATE     CHAR(08),
                    CHEQUE_NO       BIGINT DEFAULT 0,
                    PAYMENT_NO      DECIMAL(5,0) DEFAULT 0,
                    CONSTRAINT ICLAIMPAY_0
                        PRIMARY KEY (CLAIM_ID, PAYEE_NAME, PAYMENT_NO)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
