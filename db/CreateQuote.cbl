                    RIDER_PREMIUM     DECIMAL(9,2),
                    AGENT_ID          BIGINT,
                    INSURED_AGE       DECIMAL(3,0),
                    SECOND_CUSTOMER_ID BIGINT DEFAULT 0,
                    SECOND_INSURED_AGE DECIMAL(3,0) DEFAULT 0,
                    EFFECTIVE_DATE    CHAR(08),
                    CURRENCY_CODE     CHAR(03),
                    BILLING_FREQUENCY CHAR(10),
