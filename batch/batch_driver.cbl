
       01 STEP-TABLE.
           05 STEP-COUNT              PIC 9(03) VALUE ZERO.
           05 STEP-ENTRY OCCURS 50 TIMES
              INDEXED BY STEP-IDX, FAIL-IDX.
              10 STEP-NAME            PIC X(20).
              10 STEP-PROGRAM         PIC X(20).

           EXEC SQL OPEN schedule_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR STEP-COUNT = 50
               EXEC SQL
                   FETCH schedule_cursor
                   INTO :DB-SCH-NAME, :DB-SCH-PROGRAM,
