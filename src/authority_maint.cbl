       01 REVIEWER-ID          PIC X(20).
       01 MAX-APPROVAL-AMOUNT  PIC 9(7)V99.

      * Raising, lowering or removing a reviewer's limit is held
      * for a second user to approve in REFAPPROVE.

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

           DISPLAY "ENTER MAXIMUM APPROVAL AMOUNT:"
           ACCEPT MAX-APPROVAL-AMOUNT

      * Setting a reviewer replaces any limit already on file - the
      * latest word on someone's authority is the one that counts.

           INITIALIZE REFDATA-CHANGE-FIELDS
           MOVE "APPROVAL_AUTHORITY" TO RFQ-TABLE-NAME
           MOVE "SET"                TO RFQ-CHANGE-ACTION
           MOVE REVIEWER-ID          TO RFQ-KEY-1
           MOVE MAX-APPROVAL-AMOUNT  TO RFQ-VALUE-1

           PERFORM QUEUE-FOR-APPROVAL.

       REMOVE-REVIEWER.

           DISPLAY "ENTER REVIEWER ID TO REMOVE:"
           ACCEPT REVIEWER-ID

           INITIALIZE REFDATA-CHANGE-FIELDS
           MOVE "APPROVAL_AUTHORITY" TO RFQ-TABLE-NAME
           MOVE "REMOVE"             TO RFQ-CHANGE-ACTION
           MOVE REVIEWER-ID          TO RFQ-KEY-1

           PERFORM QUEUE-FOR-APPROVAL.

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

