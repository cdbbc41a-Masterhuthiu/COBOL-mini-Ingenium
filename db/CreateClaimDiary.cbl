       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreateClaimDiary.
      * ******************************************************************
      * Chuong trinh khoi tao bang CLAIM_DIARY va ADJUSTER_ROUTING cho
      * he thong Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA CLAIM_DIARY ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS CLAIM_DIARY
           END-EXEC.

           EXEC SQL
               DROP TABLE IF EXISTS ADJUSTER_ROUTING
           END-EXEC.

           *> 3. TAO BANG MOI - nhat ky cua tung yeu cau boi thuong:
           *>    moi ghi chu mot dong, danh so tang dan theo
           *>    CLAIM_ID. FOLLOW_UP_DATE = 0 la ghi chu thuong; khac
           *>    0 la viec can lam tiep, FOLLOW_UP_STATUS OPEN cho den
           *>    khi danh dau DONE. Qua ngay ma van OPEN la tre han.
           *>    Viec giao/chuyen nguoi giam dinh cung ghi vao day.
           EXEC SQL
                CREATE TABLE CLAIM_DIARY
                (
                    CLAIM_ID         BIGINT NOT NULL,
                    ENTRY_NO         DECIMAL(5,0) NOT NULL,
                    ENTRY_DATE       CHAR(08),
                    ENTERED_BY       CHAR(20),
                    NOTE_TEXT        CHAR(60),
                    FOLLOW_UP_DATE   CHAR(08) DEFAULT '00000000',
                    FOLLOW_UP_STATUS CHAR(06) DEFAULT ' ',
                    CONSTRAINT ICLMDIARY_0
                        PRIMARY KEY (CLAIM_ID, ENTRY_NO)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 4. PHAN VIEC THEO LOAI YEU CAU BOI THUONG - loai nao co
           *>    dong o day thi chi chia xoay vong cho nhung nguoi
           *>    nay; loai khong co dong nao thi chia cho moi nhan
           *>    vien co vai tro ADJUSTER dang ACTIVE.
           EXEC SQL
                CREATE TABLE ADJUSTER_ROUTING
                (
                    CLAIM_TYPE       CHAR(20) NOT NULL,
                    USER_ID          CHAR(20) NOT NULL,
                    CONSTRAINT IADJROUTE_0
                        PRIMARY KEY (CLAIM_TYPE, USER_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG CLAIM_DIARY THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
