      * timestamp (with a sequence byte for documents landing in the
      * same second, the arrangement NOTEREC uses). CUSTSTMT logs
      * statements and email feeds, DUNNING its letters with their
      * severity and its guarantor demands (logged against the
      * borrower), CUSTOLMT its over-limit notices, CONFLTR its
      * confirmation letters and CAMPSEL its marketing campaign
      * contacts, so the service desk can see exactly what we sent
      * and when from CUSTINQ's inquiry session.
      *================================================================*
       01  CORRESPONDENCE-RECORD.
           05  COR-KEY.
               88  COR-DOC-DUNNING         VALUE 'DU'.
               88  COR-DOC-OVER-LIMIT      VALUE 'OL'.
               88  COR-DOC-CONFIRMATION    VALUE 'CF'.
               88  COR-DOC-GUARANTOR-DEM   VALUE 'GD'.
               88  COR-DOC-CAMPAIGN        VALUE 'MK'.
           05  COR-CHANNEL                 PIC X(1).
               88  COR-CHANNEL-PRINT       VALUE 'P'.
               88  COR-CHANNEL-EMAIL       VALUE 'E'.
      *----------------------------------------------------------------*
      * Free-form qualifier per document type: the statement cycle,
      * the dunning severity, the confirmation's as-of date, or the
      * marketing campaign ID.
      *----------------------------------------------------------------*
           05  COR-DETAIL                  PIC X(10).
      *----------------------------------------------------------------*
      * Delivery of a printed document, carved from the filler: sent
      * to the print vendor when logged, then mailed or spoiled as
      * PRTRECON reconciles the vendor's production-complete file
      * against the job's manifest, with the vendor's mail date.
      * Spaces on rows older than the field and on email documents.
      *----------------------------------------------------------------*
           05  COR-DELIVERY-STATUS         PIC X(1).
               88  COR-SENT-TO-VENDOR      VALUE 'V'.
               88  COR-MAILED              VALUE 'M'.
               88  COR-SPOILED             VALUE 'X'.
           05  COR-MAILED-DATE             PIC 9(8).
           05  FILLER                      PIC X(1).
