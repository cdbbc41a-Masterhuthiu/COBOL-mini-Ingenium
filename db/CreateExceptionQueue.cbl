                    CURRENCY_CODE     CHAR(03),
                    BILLING_FREQUENCY CHAR(10),
                    COVERAGE_AMOUNT   DECIMAL(11,2),
                    SECOND_CUSTOMER_ID BIGINT DEFAULT 0,
                    CLAIM_ID          BIGINT,
                    CLAIM_TYPE        CHAR(20),
                    CLAIM_AMOUNT      DECIMAL(9,2),
