               DROP TABLE IF EXISTS CLAIM_HISTORY
           END-EXEC.

           *> 3. TAO BANG MOI - DECEASED_CUSTOMER_ID la nguoi tu vong
           *>    cua claim DEATH tren hop dong hai nguoi (0 = nguoi
           *>    duoc bao hiem chinh CUSTOMER_ID cua hop dong).
           *>    ENTERED_BY: nguoi nhap claim trong CLAIMENGINE -
           *>    nguoi nay khong duoc duyet claim o SUPERVISORREVIEW.
           EXEC SQL
                CREATE TABLE CLAIM_HISTORY
                (
                    REOPENED_DATE   CHAR(08),
                    REVIEWED_BY     CHAR(20),
                    SECOND_REVIEWER CHAR(20),
                    FRAUD_SCORE     DECIMAL(5,0) DEFAULT 0,
                    SCREENED_DATE   CHAR(08),
                    LOSS_DATE       CHAR(08),
                    LATE_NOTIFIED   CHAR(01) DEFAULT 'N',
                    ADJUSTER_ID     CHAR(20),
                    ASSIGNED_DATE   CHAR(08),
                    DECEASED_CUSTOMER_ID BIGINT DEFAULT 0,
                    ENTERED_BY      CHAR(20),
                    CONSTRAINT ICLAIMHIST_0 PRIMARY KEY (CLAIM_ID)
                )
           END-EXEC.
