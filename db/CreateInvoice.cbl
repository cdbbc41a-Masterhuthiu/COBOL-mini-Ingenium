               DROP TABLE IF EXISTS INVOICE
           END-EXEC.

           *> 3. TAO BANG MOI - LIST_BILL_ID la hoa don tong cua
           *>    chu su dung lao dong co liet ke hoa don nay (0 = thu
           *>    rieng tung hop dong).
           EXEC SQL
                CREATE TABLE INVOICE
                (
                    JURISDICTION CHAR(10),
                    REINSTATED_DATE CHAR(08),
                    CREATED_DATE CHAR(08),
                    LIST_BILL_ID BIGINT DEFAULT 0,
                    CONSTRAINT IINVOICE_0 PRIMARY KEY (INVOICE_ID)
                )
           END-EXEC.
