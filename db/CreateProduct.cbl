               DROP TABLE IF EXISTS PRODUCT
           END-EXEC.

           *> 3. TAO BANG MOI - RPU_ELIGIBLE = 'Y' la san pham co gia
           *>    tri tich luy: khi no phi qua han LAPSEBATCH chuyen hop
           *>    dong sang dong phi (PAID-UP, so tien bao hiem giam)
           *>    thay vi cho mat hieu luc. JOINT_LIFE = 'Y' la san
           *>    pham bao hiem hai nguoi (vo chong); JOINT_PAYS_ON
           *>    quy dinh tra tien khi nguoi thu nhat tu vong (FIRST -
           *>    hop dong cham dut) hay khi ca hai cung tu vong
           *>    (SECOND - hop dong tiep tuc sau lan tu vong dau).
           *>    INDEXABLE = 'Y' la san pham duoc INDEXBATCH de nghi
           *>    tang so tien bao hiem theo chi so moi nam vao ngay
           *>    ky niem hop dong.
           *>    STATUS: PENDING khi PRODUCTMAINT vua them san pham,
           *>    cho nguoi thu hai duyet trong REFAPPROVE; ACTIVE sau
           *>    khi duoc duyet. Chi san pham ACTIVE moi duoc bao gia
           *>    va phat hanh hop dong.
           EXEC SQL
                CREATE TABLE PRODUCT
                (
                    MIN_ISSUE_AGE     DECIMAL(3,0) DEFAULT 0,
                    MAX_ISSUE_AGE     DECIMAL(3,0) DEFAULT 0,
                    TERM_YEARS        DECIMAL(3,0) DEFAULT 1,
                    RPU_ELIGIBLE      CHAR(01) DEFAULT 'N',
                    JOINT_LIFE        CHAR(01) DEFAULT 'N',
                    JOINT_PAYS_ON     CHAR(06) DEFAULT 'FIRST',
                    INDEXABLE         CHAR(01) DEFAULT 'N',
                    STATUS            CHAR(08) DEFAULT 'ACTIVE',
                    CONSTRAINT IPRODUCT_0 PRIMARY KEY (PRODUCT_CODE)
                )
           END-EXEC.
