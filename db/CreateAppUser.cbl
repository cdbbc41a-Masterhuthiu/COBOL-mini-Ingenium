           *>    dang nhap qua USERSIGNON truoc khi lam gi, va vai
           *>    tro (ROLE) quyet dinh man hinh nhay cam nao ho
           *>    duoc vao. ADMIN vao duoc moi noi.
           *>    PASSWORD_HASH: chuoi bam mot chieu (PWHASH) cua
           *>    USER_ID + mat khau - khong luu mat khau goc.
           *>    FAILED_ATTEMPTS: so lan sai lien tiep; du
           *>    SIGNON-MAX-FAILURES thi LOCKED_FLAG = 'Y' cho den
           *>    khi ADMIN mo khoa trong USERMAINT.
           *>    MUST_CHANGE = 'Y': phai doi mat khau o lan dang
           *>    nhap ke tiep (nguoi moi, vua dat lai mat khau);
           *>    PASSWORD_CHANGED + PASSWORD-EXPIRY-DAYS: het han.
           EXEC SQL
                CREATE TABLE APP_USER
                (
                    USER_ID       CHAR(20) NOT NULL,
                    USER_NAME     CHAR(30),
                    PASSWORD_HASH CHAR(20),
                    USER_ROLE     CHAR(10),
                    STATUS        CHAR(10) DEFAULT 'ACTIVE',
                    FAILED_ATTEMPTS DECIMAL(3,0) DEFAULT 0,
                    LOCKED_FLAG   CHAR(01) DEFAULT 'N',
                    LOCKED_DATE   CHAR(08),
                    MUST_CHANGE   CHAR(01) DEFAULT 'Y',
                    PASSWORD_CHANGED CHAR(08) DEFAULT '00000000',
                    LAST_SIGNON_DATE CHAR(08),
                    CONSTRAINT IAPPUSER_0 PRIMARY KEY (USER_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 4. NGUOI DUNG KHOI TAO - mat khau ban dau 'ADMIN'
           *>    (chuoi bam ben duoi); MUST_CHANGE = 'Y' nen phai
           *>    doi mat khau ngay o lan dang nhap dau tien.
           EXEC SQL
               INSERT INTO APP_USER
                   (USER_ID, USER_NAME, PASSWORD_HASH, USER_ROLE,
                    STATUS, MUST_CHANGE)
               VALUES
                   ('ADMIN', 'INITIAL ADMINISTRATOR',
                    '16701601731854108593', 'ADMIN', 'ACTIVE', 'Y')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 5. NHAT KY DANG NHAP - moi lan thu dang nhap, thanh
           *>    cong hay that bai, la mot dong.
           *>    OUTCOME: SUCCESS, NOUSER, INACTIVE, LOCKED,
           *>    BADPASS, LOCKOUT (lan sai lam khoa tai khoan),
           *>    NOCHANGE (khong doi duoc mat khau bat buoc),
           *>    NOROLE (dung mat khau nhung khong du vai tro).
           EXEC SQL
               DROP TABLE IF EXISTS SIGNON_LOG
           END-EXEC.

           EXEC SQL
                CREATE TABLE SIGNON_LOG
                (
                    LOG_ID         BIGINT NOT NULL,
                    USER_ID        CHAR(20),
                    SIGNON_DATE    CHAR(08),
                    SIGNON_TIME    CHAR(06),
                    ROLE_REQUIRED  CHAR(10),
                    OUTCOME        CHAR(10),
                    CONSTRAINT ISIGNLOG_0 PRIMARY KEY (LOG_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

