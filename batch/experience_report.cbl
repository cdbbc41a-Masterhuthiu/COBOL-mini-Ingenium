
           EXEC SQL
               SELECT
                   IFNULL(SUM(CASE WHEN C.STATUS IN
                              ('APPROVED', 'IN-PAYMENT')
                              THEN 1 ELSE 0 END), 0),
                   IFNULL(SUM(CASE WHEN C.STATUS = 'PAID'
                              THEN 1 ELSE 0 END), 0),
                   IFNULL(SUM(CASE WHEN C.STATUS = 'REJECTED'
                              THEN 1 ELSE 0 END), 0),
                   IFNULL(SUM(CASE WHEN C.STATUS NOT IN
                              ('APPROVED', 'PAID', 'REJECTED',
                               'IN-PAYMENT')
                              THEN 1 ELSE 0 END), 0)
               INTO :DB-CLAIMS-APPROVED, :DB-CLAIMS-PAID,
                    :DB-CLAIMS-REJECTED, :DB-CLAIMS-PENDING
               FROM CLAIM_HISTORY C, POLICY P
               WHERE C.POLICY_ID = P.POLICY_ID
                 AND P.PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND C.STATUS IN ('APPROVED', 'PAID', 'IN-PAYMENT')
                 AND C.CLAIM_TYPE <> 'SURRENDER'
               GROUP BY IFNULL(C.CURRENCY_CODE, 'USD')
           END-EXEC.
               WHERE C.POLICY_ID = P.POLICY_ID
                 AND P.PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND substr(C.CLAIM_DATE, 1, 6) = :DB-PERIOD
                 AND C.STATUS IN ('APPROVED', 'PAID', 'IN-PAYMENT')
                 AND C.CLAIM_TYPE <> 'SURRENDER'
               GROUP BY IFNULL(C.CURRENCY_CODE, 'USD')
           END-EXEC.
