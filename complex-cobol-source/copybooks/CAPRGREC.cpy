      *================================================================*
      * CREDIT APPLICATION REGISTER RECORD COPYBOOK - One row per
      * credit application CAPINTK has taken in (CAPREG), keyed by
      * application ID, so an application is decided once and its
      * decision can be traced. A referred row is the underwriter
      * queue: it waits with the score, the limit the model would
      * have given and the reasons it was referred until an
      * underwriter's decision comes through CAPINTK. The
      * application is carried as received, in the CAPPREC layout.
      *================================================================*
       01  CREDIT-APP-REGISTER-RECORD.
           05  CAR-APPLICATION-ID          PIC X(10).
           05  CAR-DECISION                PIC X(1).
               88  CAR-APPROVED            VALUE 'A'.
               88  CAR-DECLINED            VALUE 'D'.
               88  CAR-REFERRED            VALUE 'R'.
      *----------------------------------------------------------------*
      * 'AUTO' when the model decided; otherwise the underwriter.
      *----------------------------------------------------------------*
           05  CAR-DECIDED-BY              PIC X(8).
           05  CAR-DECISION-DATE           PIC 9(8).
           05  CAR-QUEUED-DATE             PIC 9(8).
           05  CAR-BRANCH-CODE             PIC X(3).
           05  CAR-APP-SCORE               PIC 9(4).
           05  CAR-BUREAU-SCORE            PIC 9(3).
           05  CAR-DECIDED-LIMIT           PIC 9(7)V99.
      *----------------------------------------------------------------*
      * The customer number the approved application was added
      * under; zero until approval.
      *----------------------------------------------------------------*
           05  CAR-CUST-ID                 PIC 9(8).
           05  CAR-REASON-COUNT            PIC 9(1).
           05  CAR-REASON-CODE             PIC X(4) OCCURS 4 TIMES.
           05  CAR-APPLICATION-DATA        PIC X(280).
           05  FILLER                      PIC X(20).
