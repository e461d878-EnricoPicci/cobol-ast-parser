      *================================================================*
      * RECEIVABLES TRIAL BALANCE RESULT RECORD COPYBOOK - One row
      * per operating company from each ARTRIAL run (ARTBRES): the
      * period proved, whether the customer subledger tied to the GL
      * receivables control accounts, and the difference left once
      * FX conversion rounding is allowed for. MNTHCLSE refuses to
      * close a company's period without a tied row for that period.
      *================================================================*
       01  AR-TRIAL-BALANCE-RESULT.
           05  ATB-COMPANY-CODE            PIC X(2).
           05  ATB-PERIOD                  PIC 9(6).
           05  ATB-RESULT-FLAG             PIC X(1).
               88  ATB-TIED                VALUE 'T'.
               88  ATB-NOT-TIED            VALUE 'N'.
           05  ATB-RUN-DATE                PIC 9(8).
           05  ATB-SUBLEDGER-USD           PIC S9(13)V99.
           05  ATB-CONTROL-BALANCE         PIC S9(13)V99.
           05  ATB-UNEXPLAINED             PIC S9(13)V99.
           05  FILLER                      PIC X(18).
