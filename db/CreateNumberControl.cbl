
           *> 3. TAO BANG MOI - moi loai so (hop dong, ...) mot dong;
           *>    LAST_NUMBER tang len mot moi lan cap so, nen khong
           *>    bao gio cap trung. HIGH_NUMBER la so cuoi cua dai
           *>    so duoc cap (0 = khong gioi han) - dung cho so sec
           *>    in san tren phoi sec.
           EXEC SQL
                CREATE TABLE NUMBER_CONTROL
                (
                    CONTROL_KEY   CHAR(10) NOT NULL,
                    LAST_NUMBER   BIGINT NOT NULL,
                    HIGH_NUMBER   BIGINT DEFAULT 0,
                    CONSTRAINT INUMCTL_0 PRIMARY KEY (CONTROL_KEY)
                )
           END-EXEC.
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 5. DAI SO SEC - phoi sec dang co trong kho danh so tu
           *>    500001 den 599999; khi het dai, ngan quy nhap dai moi
           *>    bang cach cap nhat LAST_NUMBER va HIGH_NUMBER.
           EXEC SQL
               INSERT INTO NUMBER_CONTROL
                   (CONTROL_KEY, LAST_NUMBER, HIGH_NUMBER)
               VALUES ('CHEQUE', 500000, 599999)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           *> 6. BO DEM CHIA VIEC XOAY VONG CHO NHAN VIEN GIAM DINH
           *>    (ADJASSIGN) - moi lan giao mot yeu cau boi thuong thi
           *>    tang len mot, nguoi ke tiep trong danh sach nhan.
           EXEC SQL
               INSERT INTO NUMBER_CONTROL (CONTROL_KEY, LAST_NUMBER)
               VALUES ('ADJUSTER', 0)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.
