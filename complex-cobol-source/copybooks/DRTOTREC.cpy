      *================================================================*
      * DR SITE TOTALS RECORD COPYBOOK - The record count and balance
      * total of one replicated file at one site: DREXTR takes the
      * production totals as it cuts each night's delta, and DRTOTL
      * takes the DR site's once DRAPPLY has applied that delta. Each
      * row names the last delta it stands after, so DRCOMP's weekly
      * compare only ever matches like with like.
      *================================================================*
       01  DR-TOTALS-RECORD.
           05  DRT-SITE                    PIC X(1).
               88  DRT-PRODUCTION-SITE     VALUE 'P'.
               88  DRT-DR-SITE             VALUE 'D'.
           05  DRT-FILE-ID                 PIC X(2).
           05  DRT-DELTA-SEQ               PIC 9(9).
           05  DRT-TAKEN-DATE              PIC 9(8).
           05  DRT-RECORD-COUNT            PIC 9(9).
           05  DRT-BALANCE-TOTAL           PIC S9(13)V99.
           05  DRT-FILE-STATUS             PIC XX.
           05  FILLER                      PIC X(20).
