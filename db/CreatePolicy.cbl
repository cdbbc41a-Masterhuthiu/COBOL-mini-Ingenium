               DROP TABLE IF EXISTS POLICY
           END-EXEC.

           *> 3. TAO BANG MOI - CUSTOMER_ID la nguoi duoc bao hiem.
           *>    OWNER_CUSTOMER_ID la chu hop dong khi khac nguoi duoc
           *>    bao hiem (0 = nguoi duoc bao hiem dong thoi la chu).
           *>    SECOND_CUSTOMER_ID la nguoi duoc bao hiem thu hai cua
           *>    san pham JOINT_LIFE (0 = hop dong mot nguoi).
           *>    FIRST_DEATH_CUSTOMER_ID ghi nhan nguoi da tu vong
           *>    truoc tren hop dong tra khi ca hai tu vong (SECOND).
           *>    PAYOR_ID la chu su dung lao dong dong phi qua hoa don
           *>    tong (0 = khach hang tu dong phi); PAYOR_FROM_DATE
           *>    la ngay bat dau vao nhom.
           EXEC SQL
                CREATE TABLE POLICY
                (
                    EXCLUSION_TEXT CHAR(40),
                    SECOND_AGENT_ID BIGINT DEFAULT 0,
                    SPLIT_PERCENT  DECIMAL(5,2) DEFAULT 0,
                    OWNER_CUSTOMER_ID BIGINT DEFAULT 0,
                    SECOND_CUSTOMER_ID BIGINT DEFAULT 0,
                    FIRST_DEATH_CUSTOMER_ID BIGINT DEFAULT 0,
                    FIRST_DEATH_CLAIM_ID BIGINT DEFAULT 0,
                    PAYOR_ID       BIGINT DEFAULT 0,
                    PAYOR_FROM_DATE CHAR(08),
                    CONSTRAINT IPOLICY_0 PRIMARY KEY (POLICY_ID)
                )
           END-EXEC.
