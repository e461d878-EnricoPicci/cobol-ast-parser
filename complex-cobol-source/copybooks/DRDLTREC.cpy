      *================================================================*
      * DR REPLICATION DELTA RECORD COPYBOOK - One night's changes to
      * the replicated keyed files, as DREXTR cuts them for
      * transmission and DRAPPLY applies them at the DR site. Every
      * row carries the delta's sequence number and its own row
      * number, so a delta applied out of turn, or one damaged or
      * reordered in transit, is rejected before anything is applied:
      *   H - header: when the delta was cut
      *   D - detail: one record added, changed or deleted, with the
      *       record image as it now stands (as it stood, for a
      *       delete) and the balance it carries
      *   T - trailer per file: the adds, changes and deletes cut and
      *       the net movement in the file's balance total
      *   E - end: the row count of the delta
      *================================================================*
       01  DR-DELTA-RECORD.
           05  DRD-REC-TYPE                PIC X(1).
               88  DRD-HEADER              VALUE 'H'.
               88  DRD-DETAIL              VALUE 'D'.
               88  DRD-FILE-TRAILER        VALUE 'T'.
               88  DRD-END                 VALUE 'E'.
           05  DRD-DELTA-SEQ               PIC 9(9).
           05  DRD-ROW-SEQ                 PIC 9(9).
           05  DRD-FILE-ID                 PIC X(2).
           05  DRD-BODY                    PIC X(526).
           05  DRD-DETAIL-DATA REDEFINES DRD-BODY.
               10  DRD-ACTION              PIC X(1).
                   88  DRD-ADD             VALUE 'A'.
                   88  DRD-CHANGE          VALUE 'C'.
                   88  DRD-DELETE          VALUE 'D'.
               10  DRD-KEY                 PIC X(30).
               10  DRD-BALANCE             PIC S9(9)V99.
               10  DRD-RECORD-IMAGE        PIC X(480).
               10  FILLER                  PIC X(4).
           05  DRD-HEADER-DATA REDEFINES DRD-BODY.
               10  DRD-CUT-DATE            PIC 9(8).
               10  DRD-CUT-TIME            PIC 9(6).
               10  FILLER                  PIC X(512).
           05  DRD-TRAILER-DATA REDEFINES DRD-BODY.
               10  DRD-ADD-COUNT           PIC 9(9).
               10  DRD-CHANGE-COUNT        PIC 9(9).
               10  DRD-DELETE-COUNT        PIC 9(9).
               10  DRD-NET-MOVEMENT        PIC S9(13)V99.
               10  FILLER                  PIC X(484).
           05  DRD-END-DATA REDEFINES DRD-BODY.
               10  DRD-ROW-COUNT           PIC 9(9).
               10  FILLER                  PIC X(517).
