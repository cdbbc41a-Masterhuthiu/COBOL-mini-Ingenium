      * the tax the invoices actually carry, by jurisdiction, for
      * the quarter the run date falls in. Collected means the
      * invoice has been PAID; billed is everything raised.
      *
      * Each invoice's tax is reported under the jurisdiction the
      * customer's address history had in force on the invoice due
      * date, so a move part-way through the quarter splits the
      * customer's tax between the old and new jurisdictions.
      * Invoices for customers with no history fall back to the
      * jurisdiction stamped on the invoice at billing.

       01 TODAY-DATE               PIC 9(08).
       01 TODAY-PARTS REDEFINES TODAY-DATE.

           EXEC SQL
               DECLARE tax_remit_cursor CURSOR FOR
               SELECT T.JURIS, T.CURR,
                      IFNULL(SUM(T.TAX), 0),
                      IFNULL(SUM(CASE WHEN T.STATUS = 'PAID'
                                 THEN T.TAX ELSE 0 END), 0)
               FROM
                  (SELECT IFNULL(
                             (SELECT H.JURISDICTION
                              FROM CUSTOMER_ADDRESS_HISTORY H
                              WHERE H.CUSTOMER_ID = P.CUSTOMER_ID
                                AND H.STATUS = 'APPLIED'
                                AND H.EFFECTIVE_DATE <= I.DUE_DATE
                              ORDER BY H.EFFECTIVE_DATE DESC,
                                       H.HISTORY_ID DESC
                              LIMIT 1),
                             IFNULL(I.JURISDICTION, ' ')) AS JURIS,
                          IFNULL(I.CURRENCY_CODE, 'USD') AS CURR,
                          I.TAX_AMOUNT AS TAX,
                          I.STATUS AS STATUS
                   FROM INVOICE I
                   LEFT JOIN POLICY P ON P.POLICY_ID = I.POLICY_ID
                   WHERE IFNULL(I.TAX_AMOUNT, 0) > 0
                     AND I.CREATED_DATE >= :DB-QUARTER-START
                     AND I.CREATED_DATE <= :DB-QUARTER-END) T
               GROUP BY T.JURIS, T.CURR
               ORDER BY T.JURIS
           END-EXEC.

           EXEC SQL OPEN tax_remit_cursor END-EXEC.
