       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFQUEUE.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * New products, rates, payout rules, surrender and experience
      * scales, premium taxes, approval limits and system parameters
      * no longer change the moment one person keys them. The
      * maintenance screens call here instead, and the change is held
      * PENDING on REFDATA_CHANGE until a second user approves it in
      * REFAPPROVE.
      * Nothing on the live table moves until then.
      *
      * The key fields say which live row the change is for; the
      * value fields carry what it is to become. A REMOVE carries
      * the key only.

       01 TODAY-DATE           PIC 9(08).
       01 NOW-TIME             PIC 9(08).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-CHANGE-ID         PIC 9(09).
       01 DB-TABLE-NAME        PIC X(20).
       01 DB-CHANGE-ACTION     PIC X(06).
       01 DB-KEY-1             PIC X(20).
       01 DB-KEY-2             PIC X(20).
       01 DB-KEY-3             PIC X(20).
       01 DB-KEY-NUMBER-1      PIC 9(05).
       01 DB-KEY-NUMBER-2      PIC 9(05).
       01 DB-EFFECTIVE-DATE    PIC 9(08).
       01 DB-VALUE-1           PIC 9(9)V999.
       01 DB-VALUE-2           PIC 9(9)V999.
       01 DB-VALUE-3           PIC 9(9)V999.
       01 DB-KEYED-BY          PIC X(20).
       01 DB-TODAY-DATE        PIC 9(08).
       01 DB-NOW-TIME          PIC 9(06).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01 RFQ-TABLE-NAME       PIC X(20).
       01 RFQ-CHANGE-ACTION    PIC X(06).
       01 RFQ-KEY-1            PIC X(20).
       01 RFQ-KEY-2            PIC X(20).
       01 RFQ-KEY-3            PIC X(20).
       01 RFQ-KEY-NUMBER-1     PIC 9(05).
       01 RFQ-KEY-NUMBER-2     PIC 9(05).
       01 RFQ-EFFECTIVE-DATE   PIC 9(08).
       01 RFQ-VALUE-1          PIC 9(9)V999.
       01 RFQ-VALUE-2          PIC 9(9)V999.
       01 RFQ-VALUE-3          PIC 9(9)V999.
       01 RFQ-KEYED-BY         PIC X(20).
       01 RFQ-CHANGE-ID        PIC 9(09).

       PROCEDURE DIVISION USING RFQ-TABLE-NAME
                                 RFQ-CHANGE-ACTION
                                 RFQ-KEY-1
                                 RFQ-KEY-2
                                 RFQ-KEY-3
                                 RFQ-KEY-NUMBER-1
                                 RFQ-KEY-NUMBER-2
                                 RFQ-EFFECTIVE-DATE
                                 RFQ-VALUE-1
                                 RFQ-VALUE-2
                                 RFQ-VALUE-3
                                 RFQ-KEYED-BY
                                 RFQ-CHANGE-ID.

       MAIN-REFDATA-QUEUE.

           MOVE ZERO TO RFQ-CHANGE-ID

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME

           MOVE RFQ-TABLE-NAME     TO DB-TABLE-NAME
           MOVE RFQ-CHANGE-ACTION  TO DB-CHANGE-ACTION
           MOVE RFQ-KEY-1          TO DB-KEY-1
           MOVE RFQ-KEY-2          TO DB-KEY-2
           MOVE RFQ-KEY-3          TO DB-KEY-3
           MOVE RFQ-KEY-NUMBER-1   TO DB-KEY-NUMBER-1
           MOVE RFQ-KEY-NUMBER-2   TO DB-KEY-NUMBER-2
           MOVE RFQ-EFFECTIVE-DATE TO DB-EFFECTIVE-DATE
           MOVE RFQ-VALUE-1        TO DB-VALUE-1
           MOVE RFQ-VALUE-2        TO DB-VALUE-2
           MOVE RFQ-VALUE-3        TO DB-VALUE-3
           MOVE RFQ-KEYED-BY       TO DB-KEYED-BY
           MOVE TODAY-DATE         TO DB-TODAY-DATE
           MOVE NOW-TIME (1:6)     TO DB-NOW-TIME

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               SELECT IFNULL(MAX(CHANGE_ID), 0) + 1
               INTO :DB-CHANGE-ID
               FROM REFDATA_CHANGE
           END-EXEC

           EXEC SQL
               INSERT INTO REFDATA_CHANGE
                   (CHANGE_ID, TABLE_NAME, CHANGE_ACTION, KEY_1,
                    KEY_2, KEY_3, KEY_NUMBER_1, KEY_NUMBER_2,
                    EFFECTIVE_DATE, VALUE_1, VALUE_2, VALUE_3,
                    STATUS, KEYED_BY, KEYED_DATE, KEYED_TIME)
               VALUES
                   (:DB-CHANGE-ID, :DB-TABLE-NAME, :DB-CHANGE-ACTION,
                    :DB-KEY-1, :DB-KEY-2, :DB-KEY-3,
                    :DB-KEY-NUMBER-1, :DB-KEY-NUMBER-2,
                    :DB-EFFECTIVE-DATE, :DB-VALUE-1, :DB-VALUE-2,
                    :DB-VALUE-3, 'PENDING', :DB-KEYED-BY,
                    :DB-TODAY-DATE, :DB-NOW-TIME)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR QUEUEING CHANGE FOR APPROVAL, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               EXEC SQL COMMIT END-EXEC
               MOVE DB-CHANGE-ID TO RFQ-CHANGE-ID
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

           GOBACK.
