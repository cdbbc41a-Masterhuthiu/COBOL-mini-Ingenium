               DROP TABLE IF EXISTS AGENT
           END-EXEC.

           *> 3. TAO BANG MOI - BANK_CODE / BANK_ACCOUNT la tai
           *>    khoan nhan hoa hong chuyen khoan hang thang.
           *>    PERSIST_13_PCT / PERSIST_25_PCT do PERSISTRPT ghi moi
           *>    thang; PERSIST_FLAG = 'Y' khi duoi nguong
           *>    PERSIST-MIN-PCT.
           EXEC SQL
                CREATE TABLE AGENT
                (
                    COMMISSION_CLASS  CHAR(10),
                    MANAGER_ID        BIGINT DEFAULT 0,
                    OVERRIDE_RATE     DECIMAL(5,3) DEFAULT 0,
                    BANK_CODE         CHAR(09),
                    BANK_ACCOUNT      CHAR(18),
                    BANK_CHANGED_DATE CHAR(08),
                    PERSIST_13_PCT    DECIMAL(5,2),
                    PERSIST_25_PCT    DECIMAL(5,2),
                    PERSIST_FLAG      CHAR(01) DEFAULT 'N',
                    PERSIST_DATE      CHAR(08),
                    CONSTRAINT IAGENT_0 PRIMARY KEY (AGENT_ID)
                )
           END-EXEC.
