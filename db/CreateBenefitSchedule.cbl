       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreateBenefitSchedule.
      * ******************************************************************
      * Chuong trinh khoi tao bang BENEFIT_TERM, BENEFIT_SCHEDULE va
      * BENEFIT_PAYMENT cho he thong Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA BENEFIT_SCHEDULE ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS BENEFIT_TERM
           END-EXEC.

           EXEC SQL
               DROP TABLE IF EXISTS BENEFIT_SCHEDULE
           END-EXEC.

           EXEC SQL
               DROP TABLE IF EXISTS BENEFIT_PAYMENT
           END-EXEC.

           *> 3. TAO BANG MOI - loai claim tra tro cap hang thang
           *>    (thu nhap, thuong tat). Loai claim co dong o day
           *>    khong tra mot lan: APPROVED_AMOUNT la so tien moi
           *>    thang, va BENEFITRAISE lap lich tra. WAITING_DAYS la
           *>    thoi gian cho tinh tu ngay ton that; MAX_PAYMENTS = 0
           *>    la khong gioi han so ky; RECERT_MONTHS = 0 la khong
           *>    can xac nhan y te lai.
           EXEC SQL
                CREATE TABLE BENEFIT_TERM
                (
                    CLAIM_TYPE       CHAR(20) NOT NULL,
                    WAITING_DAYS     DECIMAL(3,0) DEFAULT 0,
                    MAX_PAYMENTS     DECIMAL(3,0) DEFAULT 0,
                    RECERT_MONTHS    DECIMAL(2,0) DEFAULT 0,
                    CONSTRAINT IBENTERM_0 PRIMARY KEY (CLAIM_TYPE)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 4. LICH TRA TRO CAP - mot dong cho moi claim. Ky dau
           *>    den han mot thang sau START_DATE (ngay ton that cong
           *>    thoi gian cho), cac ky sau moi thang mot lan.
           *>    END_DATE = 0 la khong co ngay ket thuc. STATUS:
           *>    ACTIVE, SUSPENDED (qua han xac nhan y te lai - tiep
           *>    tuc khi nhan duoc xac nhan), ENDED (het ky hoac het
           *>    ngay), STOPPED (claim DEATH tren cung hop dong, hoac
           *>    dung tay).
           EXEC SQL
                CREATE TABLE BENEFIT_SCHEDULE
                (
                    CLAIM_ID         BIGINT NOT NULL,
                    POLICY_ID        BIGINT NOT NULL,
                    CLAIM_TYPE       CHAR(20),
                    MONTHLY_AMOUNT   DECIMAL(9,2),
                    CURRENCY_CODE    CHAR(03),
                    START_DATE       CHAR(08),
                    END_DATE         CHAR(08) DEFAULT '00000000',
                    MAX_PAYMENTS     DECIMAL(3,0) DEFAULT 0,
                    WAITING_DAYS     DECIMAL(3,0) DEFAULT 0,
                    PAYMENTS_RAISED  DECIMAL(3,0) DEFAULT 0,
                    NEXT_DUE_DATE    CHAR(08),
                    RECERT_MONTHS    DECIMAL(2,0) DEFAULT 0,
                    RECERT_DUE_DATE  CHAR(08) DEFAULT '00000000',
                    STATUS           CHAR(10) DEFAULT 'ACTIVE',
                    STOP_REASON      CHAR(30),
                    STOP_DATE        CHAR(08),
                    SET_UP_DATE      CHAR(08),
                    CHANGED_BY       CHAR(20),
                    CONSTRAINT IBENSCHED_0 PRIMARY KEY (CLAIM_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 5. KY TRA - BENEFITRAISE tao dong DUE khi den han,
           *>    CLAIMDISBURSE tra va chuyen sang PAID. Tien bi ngan
           *>    hang tra ve hoac sec bi huy de tra lai thi dong quay
           *>    ve DUE de lan giai ngan sau tra lai.
           EXEC SQL
                CREATE TABLE BENEFIT_PAYMENT
                (
                    CLAIM_ID         BIGINT NOT NULL,
                    PAYMENT_NO       DECIMAL(5,0) NOT NULL,
                    DUE_DATE         CHAR(08),
                    AMOUNT           DECIMAL(9,2),
                    STATUS           CHAR(10) DEFAULT 'DUE',
                    RAISED_DATE      CHAR(08),
                    PAID_DATE        CHAR(08),
                    CONSTRAINT IBENPAY_0
                        PRIMARY KEY (CLAIM_ID, PAYMENT_NO)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 6. LOAI CLAIM MAC DINH
           EXEC SQL
               INSERT INTO BENEFIT_TERM
                   (CLAIM_TYPE, WAITING_DAYS, MAX_PAYMENTS,
                    RECERT_MONTHS)
               VALUES
                   ('DISABILITY', 90, 0, 6),
                   ('INCOME-PROTECTION', 30, 24, 3)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG BENEFIT_SCHEDULE THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
