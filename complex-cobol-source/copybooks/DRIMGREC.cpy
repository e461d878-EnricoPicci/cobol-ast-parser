      *================================================================*
      * DR REPLICATION IMAGE RECORD COPYBOOK - The image of the
      * replicated files DREXTR leaves behind each night for the next
      * night to compare against: a header naming the last delta cut,
      * then every record of every replicated file, file by file in
      * table order (copybooks/DRFILTAB) and key order within a file,
      * with the balance it carried.
      * The image dataset is a generation data group at the JCL
      * level, read as the prior generation and written as the next.
      *================================================================*
       01  DR-IMAGE-RECORD.
           05  DRI-REC-TYPE                PIC X(1).
               88  DRI-HEADER              VALUE 'H'.
               88  DRI-FILE-RECORD         VALUE 'R'.
           05  DRI-FILE-ID                 PIC X(2).
           05  DRI-KEY                     PIC X(30).
           05  DRI-BALANCE                 PIC S9(9)V99.
           05  DRI-RECORD-IMAGE            PIC X(480).
           05  DRI-HEADER-DATA REDEFINES DRI-RECORD-IMAGE.
               10  DRI-LAST-DELTA-SEQ      PIC 9(9).
               10  DRI-IMAGE-DATE          PIC 9(8).
               10  DRI-IMAGE-TIME          PIC 9(6).
               10  FILLER                  PIC X(457).
