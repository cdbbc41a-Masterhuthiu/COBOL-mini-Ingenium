
           *> 3. TAO BANG MOI - so cai bien nhan: moi lan tien duoc
           *>    ap vao mot hoa don (toan bo hay mot phan) la mot
           *>    dong, de doi chieu duoc tung dong tien. Tien trich
           *>    no bi ngan hang tra ve thi REVERSED_DATE duoc ghi,
           *>    dong bien nhan van giu lai de kiem toan.
           EXEC SQL
                CREATE TABLE PAYMENT_RECEIPT
                (
                    APPLIED_AMOUNT  DECIMAL(9,2),
                    CURRENCY_CODE   CHAR(03),
                    VALUE_DATE      CHAR(08),
                    REVERSED_DATE   CHAR(08),
                    CONSTRAINT IPAYRCPT_0 PRIMARY KEY (RECEIPT_ID)
                )
           END-EXEC.
