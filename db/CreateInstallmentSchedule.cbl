
           *> 3. TAO BANG MOI - lich thu phi theo ky cua moi hop dong;
           *>    BILLINGBATCH chi phat hanh hoa don cho cac ky den han
           *>    trong chu ky hien tai. STATUS: PENDING, BILLED,
           *>    CANCELLED (hop dong chuyen sang dong phi PAID-UP).
           EXEC SQL
                CREATE TABLE INSTALLMENT_SCHEDULE
                (
