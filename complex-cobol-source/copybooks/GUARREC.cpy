      *================================================================*
      * GUARANTOR RECORD COPYBOOK - One row per individual account
      * opened on the strength of a co-signer, keyed by customer: the
      * guarantor's name, mailing address and phone, the most the
      * guarantee covers and the date it took effect. Maintained
      * through CUSTMAIN's guarantor action, which screens the name
      * for duplicates and sanctions the way an add is screened;
      * DUNNING sends the guarantor a demand letter once the account
      * reaches its top severity, and CUSTINQ shows the guarantor.
      *================================================================*
       01  GUARANTOR-RECORD.
           05  GUA-CUST-ID                 PIC 9(8).
           05  GUA-NAME-DATA.
               10  GUA-FIRST-NAME          PIC X(25).
               10  GUA-LAST-NAME           PIC X(30).
               10  GUA-MIDDLE-INIT         PIC X(1).
           05  GUA-NAME-FULL REDEFINES GUA-NAME-DATA.
               10  GUA-FULL-NAME           PIC X(56).
           05  GUA-STREET                  PIC X(40).
           05  GUA-CITY                    PIC X(25).
           05  GUA-STATE-PROV              PIC X(2).
           05  GUA-POSTAL                  PIC X(9).
           05  GUA-COUNTRY                 PIC X(2).
           05  GUA-PHONE                   PIC 9(10).
      *----------------------------------------------------------------*
      * The most the guarantor can be asked for; zero means the
      * guarantee covers the whole balance.
      *----------------------------------------------------------------*
           05  GUA-GUARANTEE-LIMIT         PIC 9(7)V99.
           05  GUA-EFFECTIVE-DATE          PIC 9(8).
      *----------------------------------------------------------------*
      * Set when the guarantor's name matched the sanctions list as
      * the guarantee was recorded or rescreened; the account itself
      * goes on hold and the match to SANCREVW's review queue, which
      * clears the mark once nothing is left open for the account.
      *----------------------------------------------------------------*
           05  GUA-SANCTIONS-STATUS        PIC X(1).
               88  GUA-SANCTIONS-NONE      VALUE SPACE.
               88  GUA-SANCTIONS-PENDING   VALUE 'P'.
           05  GUA-MAINT-DATE              PIC 9(8).
           05  GUA-OPERATOR-ID             PIC X(8).
           05  FILLER                      PIC X(20).
