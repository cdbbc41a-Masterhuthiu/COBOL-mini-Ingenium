                    BILLING_FREQUENCY CHAR(10),
                    COVERAGE_AMOUNT   DECIMAL(11,2),
                    INSURED_AGE       DECIMAL(3,0),
                    SECOND_CUSTOMER_ID BIGINT DEFAULT 0,
                    SECOND_INSURED_AGE DECIMAL(3,0) DEFAULT 0,
                    REASON            CHAR(60),
                    STATUS            CHAR(10) DEFAULT 'OPEN',
                    LOADING_PERCENT   DECIMAL(5,2),
