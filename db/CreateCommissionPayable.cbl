           *>    (OVERRIDE / OVERRIDE2) - nen khoa chinh co AGENT_ID.
           *>    Dong OVERRIDE duoc trich truoc khi lap hoa don voi
           *>    SETTLEMENT_DATE = '00000000' va duoc quyet toan khi
           *>    hoa don da thu tien. Huy hop dong trong thoi gian
           *>    can nhac ghi dong FREELOOK (so am) dao nguoc toan bo
           *>    hoa hong cua tung dai ly tren tung hoa don.
           *>    STATEMENT_DATE la ngay bang ke COMMSETTLE da dua dong
           *>    nay vao so du cua dai ly ('00000000' = chua).
           EXEC SQL
                CREATE TABLE COMMISSION_PAYABLE
                (
                    COMMISSION_AMOUNT  DECIMAL(9,2),
                    CURRENCY_CODE      CHAR(03),
                    SETTLEMENT_DATE    CHAR(08),
                    STATEMENT_DATE     CHAR(08) DEFAULT '00000000',
                    CONSTRAINT ICOMMPAY_0
                        PRIMARY KEY (INVOICE_ID, ENTRY_TYPE,
                                     AGENT_ID)
