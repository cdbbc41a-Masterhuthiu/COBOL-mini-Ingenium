                    STATUS          CHAR(10) DEFAULT 'ACTIVE',
                    BANK_CODE       CHAR(09),
                    BANK_ACCOUNT    CHAR(18),
                    BANK_CHANGED_DATE CHAR(08),
                    BANK_CHANGED_BY CHAR(20),
                    JURISDICTION    CHAR(10),
                    ADDRESS_STATUS  CHAR(04) DEFAULT 'GOOD',
                    ADDRESS_BAD_DATE CHAR(08) DEFAULT '00000000',
                    CREATED_DATE    CHAR(08) DEFAULT '00000000',
                    CONSTRAINT ICUSTOMER_0 PRIMARY KEY (CUSTOMER_ID)
                )
           END-EXEC.
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 5. XOA VA TAO BANG LICH SU DIA CHI KHACH HANG
           *>    Moi lan doi dia chi / lien lac / JURISDICTION la mot
           *>    dong co EFFECTIVE_DATE. Dong OPENING giu dia chi cu
           *>    (EFFECTIVE_DATE '00000000') khi doi lan dau.
           *>    STATUS: PENDING (chua den ngay hieu luc, ADDRCHANGE
           *>    se ap dung), APPLIED (da ghi vao CUSTOMER).
           *>    CHANGE_SOURCE: OPENING, MAINT, TRACE, TAXMAINT.
           EXEC SQL
               DROP TABLE IF EXISTS CUSTOMER_ADDRESS_HISTORY
           END-EXEC.

           EXEC SQL
                CREATE TABLE CUSTOMER_ADDRESS_HISTORY
                (
                    HISTORY_ID      BIGINT NOT NULL,
                    CUSTOMER_ID     BIGINT NOT NULL,
                    EFFECTIVE_DATE  CHAR(08),
                    ADDRESS         CHAR(40),
                    CONTACT_INFO    CHAR(20),
                    JURISDICTION    CHAR(10),
                    STATUS          CHAR(10) DEFAULT 'PENDING',
                    CHANGE_SOURCE   CHAR(10),
                    CHANGED_BY      CHAR(20),
                    CHANGED_DATE    CHAR(08),
                    APPLIED_DATE    CHAR(08) DEFAULT '00000000',
                    INVOICES_RETAXED DECIMAL(5,0) DEFAULT 0,
                    CONSTRAINT IADDRHIST_0 PRIMARY KEY (HISTORY_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.
