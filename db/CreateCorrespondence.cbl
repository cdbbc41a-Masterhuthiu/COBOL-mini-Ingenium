       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreateCorrespondence.
      * ******************************************************************
      * Chuong trinh khoi tao bang CORRESPONDENCE cho he thong
      * Mini-Ingenium
      * ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "--- DANG KHOI TAO SCHEMA CORRESPONDENCE ---".

           *> 1. KET NOI DATABASE
           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 2. XOA BANG CU NEU TON TAI
           EXEC SQL
               DROP TABLE IF EXISTS CORRESPONDENCE
           END-EXEC.

           *> 3. TAO BANG MOI - so dang ky thu tu gui di. Moi tai lieu
           *>    gui khach hang hoac dai ly la mot dong, do CORRLOG ghi.
           *>    DOC_TYPE: DUNNING-1, DUNNING-2, RENEWAL, STATEMENT,
           *>    AGENT-STMT, DEATH-CHASE, SCHEDULE, PAID-UP,
           *>    INDEX-OFFER, DUE-DILIG.
           *>    STATUS: SENT (da gui), SUPPRESSED (khong gui vi dia
           *>    chi xau), RETURNED (buu dien tra lai).
           *>    TRACE_STATUS: ' ' (khong can), OPEN (cho tim dia chi),
           *>    TRACED (da co dia chi moi), UNTRACED (khong tim duoc).
           EXEC SQL
                CREATE TABLE CORRESPONDENCE
                (
                    CORR_ID          BIGINT NOT NULL,
                    DOC_TYPE         CHAR(12),
                    SOURCE_PROGRAM   CHAR(14),
                    DOC_REF          CHAR(12),
                    POLICY_ID        BIGINT DEFAULT 0,
                    CUSTOMER_ID      BIGINT DEFAULT 0,
                    AGENT_ID         BIGINT DEFAULT 0,
                    RECIPIENT_NAME   CHAR(30),
                    ADDRESS_USED     CHAR(40),
                    SENT_DATE        CHAR(08),
                    STATUS           CHAR(10) DEFAULT 'SENT',
                    RETURN_DATE      CHAR(08) DEFAULT '00000000',
                    RETURN_REASON    CHAR(20),
                    TRACE_STATUS     CHAR(10) DEFAULT ' ',
                    TRACE_CLOSED_BY  CHAR(20),
                    TRACE_CLOSED_DATE CHAR(08) DEFAULT '00000000',
                    CONSTRAINT ICORRESP_0 PRIMARY KEY (CORR_ID)
                )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "✅ KHOI TAO BANG CORRESPONDENCE THANH CONG.".
           STOP RUN.

       ERROR-RTN.
           DISPLAY "❌ SQL ERROR: " SQLCODE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
