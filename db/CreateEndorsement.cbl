                    NEW_BASE_PREMIUM DECIMAL(9,2),
                    OLD_TOTAL_PREMIUM DECIMAL(9,2),
                    NEW_TOTAL_PREMIUM DECIMAL(9,2),
                    OLD_COVERAGE_AMOUNT DECIMAL(11,2),
                    NEW_COVERAGE_AMOUNT DECIMAL(11,2),
                    ENDORSED_DATE   CHAR(08),
                    ENDORSED_TIME   CHAR(06)
                )
