       01 PARAM-KEY            PIC X(20).
       01 PARAM-VALUE          PIC 9(9)V99.
       01 PARAM-EFFECTIVE-DATE PIC 9(08).
       01 TODAY-DATE           PIC 9(08).

      * A new value is held for a second user to approve in
      * REFAPPROVE; the history shows who keyed it once it is live.

       01 REFDATA-CHANGE-FIELDS.
           05 RFQ-TABLE-NAME       PIC X(20).
           05 RFQ-CHANGE-ACTION    PIC X(06).
           05 RFQ-KEY-1            PIC X(20).
           05 RFQ-KEY-2            PIC X(20).
           05 RFQ-KEY-3            PIC X(20).
           05 RFQ-KEY-NUMBER-1     PIC 9(05).
           05 RFQ-KEY-NUMBER-2     PIC 9(05).
           05 RFQ-EFFECTIVE-DATE   PIC 9(08).
           05 RFQ-VALUE-1          PIC 9(9)V999.
           05 RFQ-VALUE-2          PIC 9(9)V999.
           05 RFQ-VALUE-3          PIC 9(9)V999.
           05 RFQ-KEYED-BY         PIC X(20).
           05 RFQ-CHANGE-ID        PIC 9(09).

       01 DONE-SWITCH          PIC X(01) VALUE "N".
           88 DONE                       VALUE "Y".
       01 WINDOW-BLOCKED-SWITCH PIC X(01) VALUE "N".
           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD):"
           ACCEPT PARAM-EFFECTIVE-DATE

      * Re-keying the same key and date replaces that staged value
      * once approved.

           INITIALIZE REFDATA-CHANGE-FIELDS
           MOVE "SYSTEM_PARAMETER"   TO RFQ-TABLE-NAME
           MOVE "SET"                TO RFQ-CHANGE-ACTION
           MOVE PARAM-KEY            TO RFQ-KEY-1
           MOVE PARAM-EFFECTIVE-DATE TO RFQ-EFFECTIVE-DATE
           MOVE PARAM-VALUE          TO RFQ-VALUE-1

           PERFORM QUEUE-FOR-APPROVAL.

       LIST-PARAMETER-HISTORY.

               DISPLAY "NO HISTORY FOR KEY: " PARAM-KEY
           END-IF.

       QUEUE-FOR-APPROVAL.

           MOVE SIGNON-USER-ID TO RFQ-KEYED-BY

           CALL "REFQUEUE"
                USING RFQ-TABLE-NAME
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
                      RFQ-CHANGE-ID

           IF RFQ-CHANGE-ID NOT = ZERO
               DISPLAY "CHANGE " RFQ-CHANGE-ID " HELD FOR APPROVAL - "
                       "NOT IN FORCE UNTIL ANOTHER USER APPROVES IT"
           END-IF.

       SIGN-ON-USER.

           CALL "USERSIGNON"
