                    EXCLUSION_TEXT CHAR(40),
                    SECOND_AGENT_ID BIGINT,
                    SPLIT_PERCENT  DECIMAL(5,2),
                    OWNER_CUSTOMER_ID BIGINT,
                    SECOND_CUSTOMER_ID BIGINT,
                    FIRST_DEATH_CUSTOMER_ID BIGINT,
                    PAYOR_ID       BIGINT,
                    SNAPPED_DATE   CHAR(08),
                    SNAPPED_TIME   CHAR(06),
                    CHANGE_SOURCE  CHAR(12),
