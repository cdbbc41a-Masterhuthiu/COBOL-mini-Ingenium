      * what came on the books (new business, reinstatements), minus
      * what went off (lapses, terminations, death holds), equals
      * closing in-force - all rebuilt from the POLICY_AUDIT trail.
      * A reduced paid-up policy is still in force.

       01 TODAY-DATE                 PIC 9(08).
       01 CURRENT-PERIOD             PIC X(06).
       01 DB-TERMINATIONS            PIC 9(09).
       01 DB-REINSTATEMENTS          PIC 9(09).
       01 DB-OTHER-OFF               PIC 9(09).
       01 DB-PAID-UP                 PIC 9(09).
       01 DB-NOT-TAKEN-UP            PIC 9(09).
       01 DB-CLOSING-IN-FORCE        PIC 9(09).
       01 DB-POLICY-ID               PIC 9(06).
       01 DB-OLD-STATUS              PIC X(10).
                   DB-CLOSING-IN-FORCE
                   - DB-NEW-BUSINESS - DB-REINSTATEMENTS
                   + DB-LAPSES + DB-TERMINATIONS + DB-OTHER-OFF
                   + DB-NOT-TAKEN-UP

           MOVE "OPENING IN-FORCE:" TO MCL-CAPTION
           MOVE OPENING-IN-FORCE TO MCL-COUNT
           MOVE DB-TERMINATIONS TO MCL-COUNT
           WRITE MOVEMENT-COUNT-LINE

      * A free-look cancellation is business that never took effect,
      * kept apart from lapses so persistency is not understated.

           MOVE "MINUS NOT TAKEN UP:" TO MCL-CAPTION
           MOVE DB-NOT-TAKEN-UP TO MCL-COUNT
           WRITE MOVEMENT-COUNT-LINE

           MOVE "MINUS OTHER OFF-BOOK:" TO MCL-CAPTION
           MOVE DB-OTHER-OFF TO MCL-COUNT
           WRITE MOVEMENT-COUNT-LINE
           MOVE DB-CLOSING-IN-FORCE TO MCL-COUNT
           WRITE MOVEMENT-COUNT-LINE

      * A reduced paid-up conversion stays on the books - it is shown
      * for information and takes no part in the roll-forward.

           MOVE "OF WHICH NEWLY PAID-UP:" TO MCL-CAPTION
           MOVE DB-PAID-UP TO MCL-COUNT
           WRITE MOVEMENT-COUNT-LINE

           PERFORM LIST-MOVEMENT-DETAIL.

       GATHER-MOVEMENT-COUNTS.
           MOVE ZERO TO DB-TERMINATIONS
           MOVE ZERO TO DB-REINSTATEMENTS
           MOVE ZERO TO DB-OTHER-OFF
           MOVE ZERO TO DB-PAID-UP
           MOVE ZERO TO DB-NOT-TAKEN-UP

           EXEC SQL
               SELECT
                   IFNULL(SUM(CASE WHEN TRIM(A.OLD_STATUS) = ''
                              AND A.NEW_STATUS = 'ACTIVE'
                              THEN 1 ELSE 0 END), 0),
                   IFNULL(SUM(CASE WHEN A.OLD_STATUS
                              IN ('ACTIVE', 'PAID-UP')
                              AND A.NEW_STATUS = 'LAPSED'
                              THEN 1 ELSE 0 END), 0),
                   IFNULL(SUM(CASE WHEN A.OLD_STATUS
                              IN ('ACTIVE', 'PAID-UP')
                              AND A.NEW_STATUS = 'TERMINATED'
                              THEN 1 ELSE 0 END), 0),
                   IFNULL(SUM(CASE WHEN A.OLD_STATUS = 'LAPSED'
                              AND A.NEW_STATUS = 'ACTIVE'
                              THEN 1 ELSE 0 END), 0),
                   IFNULL(SUM(CASE WHEN A.OLD_STATUS
                              IN ('ACTIVE', 'PAID-UP')
                              AND A.NEW_STATUS NOT IN
                              ('LAPSED', 'TERMINATED', 'ACTIVE',
                               'PAID-UP', 'CANCELLED')
                              THEN 1 ELSE 0 END), 0),
                   IFNULL(SUM(CASE WHEN A.OLD_STATUS = 'ACTIVE'
                              AND A.NEW_STATUS = 'PAID-UP'
                              THEN 1 ELSE 0 END), 0),
                   IFNULL(SUM(CASE WHEN A.OLD_STATUS = 'ACTIVE'
                              AND A.NEW_STATUS = 'CANCELLED'
                              THEN 1 ELSE 0 END), 0)
               INTO :DB-NEW-BUSINESS, :DB-LAPSES, :DB-TERMINATIONS,
                    :DB-REINSTATEMENTS, :DB-OTHER-OFF,
                    :DB-PAID-UP, :DB-NOT-TAKEN-UP
               FROM POLICY_AUDIT A, POLICY P
               WHERE A.POLICY_ID = P.POLICY_ID
                 AND P.PRODUCT_CODE = :DB-PRODUCT-CODE
               SELECT COUNT(*) INTO :DB-CLOSING-IN-FORCE
               FROM POLICY
               WHERE PRODUCT_CODE = :DB-PRODUCT-CODE
                 AND STATUS IN ('ACTIVE', 'PAID-UP')
           END-EXEC

           IF SQLCODE NOT = 0
