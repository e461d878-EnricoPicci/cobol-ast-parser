      *================================================================*
      * DR APPLY CONTROL RECORD COPYBOOK - The single record DRAPPLY
      * keeps at the DR site: the last delta applied and when. A
      * delta is only accepted as the one after it.
      *================================================================*
       01  DR-APPLY-CONTROL-RECORD.
           05  DRA-LAST-DELTA-SEQ          PIC 9(9).
           05  DRA-APPLIED-DATE            PIC 9(8).
           05  DRA-APPLIED-TIME            PIC 9(6).
           05  FILLER                      PIC X(20).
