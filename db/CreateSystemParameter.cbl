                   ('CYCLE-LEAD-DAYS', '00000000', 30, 'SETUP'),
                   ('RENEWAL-WINDOW-DAYS', '00000000', 30, 'SETUP'),
                   ('MAX-BACKDATE-DAYS', '00000000', 365, 'SETUP'),
                   ('RETENTION-LIMIT', '00000000', 10000.00, 'SETUP'),
                   ('SIU-REFER-SCORE', '00000000', 50, 'SETUP'),
                   ('LATE-NOTIFY-DAYS', '00000000', 90, 'SETUP'),
                   ('LOAN-INTEREST-RATE', '00000000', 8.00, 'SETUP'),
                   ('LOAN-MAX-PERCENT', '00000000', 90, 'SETUP'),
                   ('RPU-WOL-PREMIUM-YEARS', '00000000', 20, 'SETUP'),
                   ('RPU-MINIMUM-COVER', '00000000', 1000, 'SETUP'),
                   ('FREE-LOOK-DAYS', '00000000', 15, 'SETUP'),
                   ('INDEX-PERCENT', '00000000', 3.00, 'SETUP'),
                   ('INDEX-LEAD-DAYS', '00000000', 45, 'SETUP'),
                   ('INDEX-MAX-DECLINES', '00000000', 2, 'SETUP'),
                   ('PERSIST-MIN-PCT', '00000000', 80.00, 'SETUP'),
                   ('ESCHEAT-DORMANT-DAYS', '00000000', 1095,
                    'SETUP'),
                   ('ESCHEAT-LETTER-DAYS', '00000000', 60, 'SETUP'),
                   ('ESCHEAT-REPORT-MONTH', '00000000', 10,
                    'SETUP'),
                   ('PRIVACY-RETAIN-DAYS', '00000000', 2557,
                    'SETUP'),
                   ('SIGNON-MAX-FAILURES', '00000000', 5, 'SETUP'),
                   ('PASSWORD-EXPIRY-DAYS', '00000000', 90, 'SETUP'),
                   ('PASSWORD-MIN-LENGTH', '00000000', 8, 'SETUP'),
                   ('CLMREC-TOLERANCE', '00000000', 0.05,
                    'SETUP'),
                   ('CLMREC-CLOSE-BLOCK', '00000000', 1,
                    'SETUP'),
                   ('IBNR-POST-GL', '00000000', 0, 'SETUP'),
                   ('FCST-RENEWAL-PCT', '00000000', 80, 'SETUP')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

