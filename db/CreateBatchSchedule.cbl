                   (STEP_SEQUENCE, STEP_NAME, STEP_PROGRAM,
                    DEPENDS_ON, FREQUENCY)
               VALUES
                   (5,   'WATCH-LIST', 'WATCHINTAKE', ' ', 'DAILY'),
                   (10,  'FX-RATES', 'FXINTAKE', ' ', 'DAILY'),
                   (15,  'ADDRESS-CHANGE', 'ADDRCHANGE',
                    ' ', 'DAILY'),
                   (20,  'POLICY-LOAD', 'POLICYENGINE',
                    'FX-RATES', 'DAILY'),
                   (30,  'CLAIM-LOAD', 'CLAIMENGINE',
                    'POLICY-LOAD', 'DAILY'),
                   (35,  'INDEXATION', 'INDEXBATCH',
                    'POLICY-LOAD', 'DAILY'),
                   (40,  'BILLING', 'BILLINGBATCH',
                    'POLICY-LOAD', 'DAILY'),
                   (42,  'DD-RETURN', 'DDRETURN', ' ', 'DAILY'),
                   (45,  'DD-COLLECT', 'DDCOLLECT',
                    'BILLING', 'DAILY'),
                   (48,  'MAIL-RETURN', 'MAILRETURN', ' ', 'DAILY'),
                   (50,  'DUNNING', 'DUNNINGBATCH',
                    'BILLING', 'DAILY'),
                   (60,  'LAPSE', 'LAPSEBATCH', 'DUNNING', 'DAILY'),
                   (65,  'LOAN-INTEREST', 'LOANINTEREST',
                    'LAPSE', 'DAILY'),
                   (70,  'COLLECTIONS', 'COLLECTIONS',
                    'LAPSE', 'DAILY'),
                   (80,  'RENEWAL-NOTICE', 'RENEWALNOTICE',
                    ' ', 'DAILY'),
                   (90,  'RENEWAL', 'RENEWALBATCH',
                    'BILLING', 'DAILY'),
                   (95,  'BANK-REC', 'BANKREC', ' ', 'DAILY'),
                   (98,  'BENEFIT-RAISE', 'BENEFITRAISE',
                    'CLAIM-LOAD', 'DAILY'),
                   (100, 'CLAIM-DISBURSE', 'CLAIMDISBURSE',
                    'CLAIM-LOAD', 'DAILY'),
                   (105, 'PAYOUT-DISBURSE', 'PAYOUTDISBURSE',
                    ' ', 'DAILY'),
                   (110, 'CASH-PROOF', 'CASHPROOF', ' ', 'DAILY'),
                   (120, 'RECONCILE-REPORT', 'POLICYRECON',
                    'BILLING', 'DAILY'),
                   (140, 'GL-EXTRACT', 'GLEXTRACT', ' ', 'DAILY'),
                   (150, 'DELTA-EXTRACT', 'DELTAEXTRACT',
                    ' ', 'DAILY'),
                   (160, 'WATCH-RESCREEN', 'WATCHRESCREEN',
                    'WATCH-LIST', 'WEEKLY'),
                   (200, 'EARNINGS', 'EARNINGSBATCH',
                    'BILLING', 'MONTHEND'),
                   (205, 'LIST-BILL', 'LISTBILL',
                    'BILLING', 'MONTHEND'),
                   (210, 'COMMISSION-SETTLE', 'COMMSETTLE',
                    'BILLING', 'MONTHEND'),
                   (220, 'STATEMENTS', 'STMTBATCH',
                    'BILLING', 'MONTHEND'),
                   (230, 'MOVEMENT-RPT', 'MOVEMENTRPT',
                    ' ', 'MONTHEND'),
                   (235, 'VALUATION-EXTRACT', 'VALEXTRACT',
                    'MOVEMENT-RPT', 'MONTHEND'),
                   (238, 'PREMIUM-FORECAST', 'PREMFORECAST',
                    'BILLING', 'MONTHEND'),
                   (240, 'RESERVE-RPT', 'RESERVERPT',
                    ' ', 'MONTHEND'),
                   (250, 'EXPERIENCE-RPT', 'EXPERIENCERPT',
                    ' ', 'MONTHEND'),
                   (255, 'PERSISTENCY-RPT', 'PERSISTRPT',
                    ' ', 'MONTHEND'),
                   (260, 'REINS-BORDEREAU', 'REINSBORD',
                    ' ', 'MONTHEND'),
                   (265, 'REINS-PREMIUM', 'REINSPREM',
                    'EARNINGS', 'MONTHEND'),
                   (268, 'ESCHEAT', 'ESCHEATBATCH',
                    ' ', 'MONTHEND'),
                   (269, 'CLAIM-GL-RECON', 'CLAIMGLREC',
                    'REINS-BORDEREAU', 'MONTHEND'),
                   (270, 'ARCHIVE-PURGE', 'ARCHIVEPURGE',
                    ' ', 'MONTHEND'),
                   (275, 'ANONYMISE', 'ANONBATCH',
                    'ARCHIVE-PURGE', 'MONTHEND'),
                   (280, 'TAX-REMIT', 'TAXREMIT', ' ', 'QTREND'),
                   (285, 'CLAIM-TRIANGLE', 'CLAIMTRIANGLE',
                    ' ', 'QTREND')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

