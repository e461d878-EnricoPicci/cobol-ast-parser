      *================================================================*
      * PRINT PIECE RECORD COPYBOOK - One row per piece in a print
      * job (PRTPIECE), keyed by job ID and the piece's place in the
      * extract, written by PRTMANW as the extract is written. It
      * ties the piece to its customer, its page count for postage,
      * and the correspondence row logged for it, which PRTRECON
      * moves from sent to vendor to mailed or spoiled.
      *================================================================*
       01  PRINT-PIECE-RECORD.
           05  PPC-KEY.
               10  PPC-JOB-ID.
                   15  PPC-EXTRACT-NAME    PIC X(8).
                   15  PPC-JOB-DATE        PIC 9(8).
                   15  PPC-JOB-TIME        PIC 9(6).
               10  PPC-PIECE-SEQ           PIC 9(7).
           05  PPC-CUST-ID                 PIC 9(8).
           05  PPC-PAGE-COUNT              PIC 9(5).
      *----------------------------------------------------------------*
      * Key of the CORRHIST row logged for the piece; zeros when the
      * extract logs no correspondence (labels, escheat letters).
      *----------------------------------------------------------------*
           05  PPC-COR-KEY.
               10  PPC-COR-CUST-ID         PIC 9(8).
               10  PPC-COR-TS-DATE         PIC 9(8).
               10  PPC-COR-TS-TIME         PIC 9(6).
               10  PPC-COR-SEQ             PIC 9(3).
           05  PPC-STATUS                  PIC X(1).
               88  PPC-SENT-TO-VENDOR      VALUE 'V'.
               88  PPC-MAILED              VALUE 'M'.
               88  PPC-SPOILED             VALUE 'X'.
           05  FILLER                      PIC X(10).
