      *================================================================*
      * ESTATE EXECUTOR RECORD COPYBOOK - One row per deceased
      * customer whose estate has a personal representative on file,
      * keyed by customer: the executor's (or court-appointed
      * administrator's) name, mailing address and phone, and the
      * date the appointment was recorded. Kept by DECDINTK from the
      * service desk's entries. CUSTLBL addresses the customer's
      * mail to the executor in place of the customer, and CUSTSTMT
      * sends the statement in print only, so nothing goes on to the
      * deceased's own inbox.
      *================================================================*
       01  EXECUTOR-RECORD.
           05  EXE-CUST-ID                 PIC 9(8).
           05  EXE-NAME-DATA.
               10  EXE-FIRST-NAME          PIC X(25).
               10  EXE-LAST-NAME           PIC X(30).
               10  EXE-MIDDLE-INIT         PIC X(1).
           05  EXE-NAME-FULL REDEFINES EXE-NAME-DATA.
               10  EXE-FULL-NAME           PIC X(56).
           05  EXE-STREET                  PIC X(40).
           05  EXE-CITY                    PIC X(25).
           05  EXE-STATE-PROV              PIC X(2).
           05  EXE-POSTAL                  PIC X(9).
           05  EXE-COUNTRY                 PIC X(2).
           05  EXE-PHONE                   PIC 9(10).
      *----------------------------------------------------------------*
      * 'E' executor named in the will, 'A' administrator the court
      * appointed where there was none.
      *----------------------------------------------------------------*
           05  EXE-CAPACITY                PIC X(1).
               88  EXE-EXECUTOR            VALUE 'E'.
               88  EXE-ADMINISTRATOR       VALUE 'A'.
           05  EXE-EFFECTIVE-DATE          PIC 9(8).
           05  EXE-OPERATOR-ID             PIC X(8).
           05  FILLER                      PIC X(20).
