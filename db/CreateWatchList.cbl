       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreateWatchList.
      * ******************************************************************
      * Chuong trinh khoi tao bang WATCH_LIST, WATCH_LIST_LOAD va
      * SCREENING_REVIEW cho he thong Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA WATCH_LIST ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS WATCH_LIST
           END-EXEC.

           EXEC SQL
               DROP TABLE IF EXISTS WATCH_LIST_LOAD
           END-EXEC.

           EXEC SQL
               DROP TABLE IF EXISTS SCREENING_REVIEW
           END-EXEC.

           *> 3. TAO BANG MOI - danh sach trung phat (sanctions) lay
           *>    tu tep cua co quan quan ly, WATCHINTAKE nap lai toan
           *>    bo moi lan co tep. ENTRY_ID la ma cua co quan quan ly.
           *>    MATCH_KEY la ten chi giu chu cai, viet hoa; REVERSE_KEY
           *>    la ten voi tu cuoi dua len dau (ho truoc ten sau).
           *>    LOADED_DATE la ngay dong duoc them hoac thay doi.
           EXEC SQL
                CREATE TABLE WATCH_LIST
                (
                    ENTRY_ID         CHAR(20) NOT NULL,
                    LIST_NAME        CHAR(10),
                    FULL_NAME        CHAR(60),
                    MATCH_KEY        CHAR(60),
                    REVERSE_KEY      CHAR(60),
                    DATE_OF_BIRTH    CHAR(08),
                    COUNTRY          CHAR(03),
                    LOADED_DATE      CHAR(08),
                    SEEN_FLAG        CHAR(01) DEFAULT 'Y',
                    CONSTRAINT IWATCHLST_0 PRIMARY KEY (ENTRY_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 4. NHAT KY NAP DANH SACH - mot dong cho moi lan nap.
           *>    RESCREEN_DATE = '00000000' nghia la lan nap nay co
           *>    thay doi nhung chua duoc sang loc lai hang tuan.
           EXEC SQL
                CREATE TABLE WATCH_LIST_LOAD
                (
                    LOAD_DATE        CHAR(08) NOT NULL,
                    ENTRIES_READ     DECIMAL(7,0) DEFAULT 0,
                    ENTRIES_ADDED    DECIMAL(7,0) DEFAULT 0,
                    ENTRIES_CHANGED  DECIMAL(7,0) DEFAULT 0,
                    ENTRIES_REMOVED  DECIMAL(7,0) DEFAULT 0,
                    RESCREEN_DATE    CHAR(08) DEFAULT '00000000',
                    CONSTRAINT IWATCHLOAD_0 PRIMARY KEY (LOAD_DATE)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 5. HANG DOI KIEM TRA TUAN THU - moi nghi van trung ten
           *>    la mot dong. PARTY_TYPE: CUSTOMER, BENEFICIARY, PAYEE.
           *>    STATUS: OPEN (cho xu ly), FALSE-POS (khong phai),
           *>    CONFIRMED (dung la doi tuong trong danh sach).
           EXEC SQL
                CREATE TABLE SCREENING_REVIEW
                (
                    REVIEW_ID        BIGINT NOT NULL,
                    PARTY_TYPE       CHAR(12),
                    PARTY_KEY        CHAR(20),
                    PARTY_NAME       CHAR(30),
                    ENTRY_ID         CHAR(20),
                    SOURCE_PROGRAM   CHAR(14),
                    STATUS           CHAR(10) DEFAULT 'OPEN',
                    RAISED_DATE      CHAR(08),
                    DECIDED_BY       CHAR(20),
                    DECIDED_DATE     CHAR(08) DEFAULT '00000000',
                    DECISION_NOTE    CHAR(40),
                    CONSTRAINT ISCREENREV_0 PRIMARY KEY (REVIEW_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG WATCH_LIST THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
