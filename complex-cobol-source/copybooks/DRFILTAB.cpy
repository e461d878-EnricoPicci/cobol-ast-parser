      *================================================================*
      * DR REPLICATED FILES TABLE COPYBOOK - The keyed files copied to
      * the disaster-recovery site, in the order every replication
      * program handles them: a two-byte file ID (the ID DRFILEIO is
      * called with and the delta file carries) and the dataset name
      * for the report. Adding a file means a row here and its I/O
      * section in DRFILEIO. A record longer than DIO-RECORD-IMAGE
      * or a key longer than DIO-KEY (copybooks/DRIOPARM) means
      * widening those and the image and delta layouts with them;
      * the DR site is then reloaded by a DREXTR run without a prior
      * image and a DRAPPLY run without an apply control.
      *================================================================*
       01  DR-FILE-TABLE-VALUES.
           05  FILLER  PIC X(10) VALUE 'CUCUSTFILE'.
           05  FILLER  PIC X(10) VALUE 'OIOPENITEM'.
           05  FILLER  PIC X(10) VALUE 'PHPAYHIST '.
           05  FILLER  PIC X(10) VALUE 'THTRANHIST'.
           05  FILLER  PIC X(10) VALUE 'PLPLANFILE'.
           05  FILLER  PIC X(10) VALUE 'NTNOTEFILE'.
           05  FILLER  PIC X(10) VALUE 'GUGUARFILE'.
           05  FILLER  PIC X(10) VALUE 'CRCORRHIST'.
           05  FILLER  PIC X(10) VALUE 'AAALTADDR '.
           05  FILLER  PIC X(10) VALUE 'BKBNKRFILE'.
           05  FILLER  PIC X(10) VALUE 'MDMANDFILE'.
           05  FILLER  PIC X(10) VALUE 'SCSCRAFILE'.
           05  FILLER  PIC X(10) VALUE 'SDSTMTDUE '.
           05  FILLER  PIC X(10) VALUE 'DSDSPFILE '.
           05  FILLER  PIC X(10) VALUE 'PAAUTHFILE'.
           05  FILLER  PIC X(10) VALUE 'TXTAXEXMPT'.
           05  FILLER  PIC X(10) VALUE 'ITITEMFILE'.
           05  FILLER  PIC X(10) VALUE 'CLCLOVFILE'.
           05  FILLER  PIC X(10) VALUE 'CKCHKREG  '.
           05  FILLER  PIC X(10) VALUE 'CBCHBKFILE'.
           05  FILLER  PIC X(10) VALUE 'AGAGYMAST '.
           05  FILLER  PIC X(10) VALUE 'SQSANCQUE '.
           05  FILLER  PIC X(10) VALUE 'PCPCHGFILE'.
           05  FILLER  PIC X(10) VALUE 'FQFRAUDQUE'.
           05  FILLER  PIC X(10) VALUE 'AWALWHIST '.
           05  FILLER  PIC X(10) VALUE 'DCDECDFILE'.
           05  FILLER  PIC X(10) VALUE 'EXEXECFILE'.
           05  FILLER  PIC X(10) VALUE 'POPOFILE  '.
           05  FILLER  PIC X(10) VALUE 'RAREAGEHST'.
           05  FILLER  PIC X(10) VALUE 'LYLOYLEDGR'.
           05  FILLER  PIC X(10) VALUE 'RCRCHGSCHD'.
           05  FILLER  PIC X(10) VALUE 'PRPRODMST '.
           05  FILLER  PIC X(10) VALUE 'WIWOITEMS '.
           05  FILLER  PIC X(10) VALUE 'BDBDCLAIMS'.
           05  FILLER  PIC X(10) VALUE 'CACAPREG  '.
           05  FILLER  PIC X(10) VALUE 'CMCAMPFILE'.
           05  FILLER  PIC X(10) VALUE 'CNCAMPMBR '.

       01  DR-FILE-TABLE REDEFINES DR-FILE-TABLE-VALUES.
           05  DRF-ENTRY OCCURS 37 TIMES.
               10  DRF-FILE-ID             PIC X(2).
               10  DRF-DATASET             PIC X(8).

       01  DRF-TABLE-SIZE                  PIC 9(2) VALUE 37.
       01  DRF-IDX                         PIC 9(2).
