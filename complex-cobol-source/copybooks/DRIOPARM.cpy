      *================================================================*
      * DRFILEIO CALL PARAMETER COPYBOOK - Shared LINKAGE layout for
      * any program that CALLs 'DRFILEIO', the record-level access
      * to the replicated keyed files (copybooks/DRFILTAB). Every
      * file's record travels as an image, its key as the leading
      * bytes of the image, so one caller handles all files alike.
      * The caller sets DIO-FUNCTION-CODE and DIO-FILE-ID plus
      * whichever input fields that function needs, then inspects
      * DIO-RESULT-FLAG (and DIO-FILE-STATUS when it is not OK):
      *   OI - open the file for reading in key order
      *   OU - open the file for update, creating it when missing
      *   RN - read the next record: image, key and balance returned
      *   RK - read the record keyed by DIO-KEY: image and balance
      *   WR - write DIO-RECORD-IMAGE as a new record
      *   RW - rewrite the record held in DIO-RECORD-IMAGE
      *   DL - delete the record keyed by DIO-KEY
      *   CL - close the file
      * DIO-BALANCE is the money the record carries towards the
      * file's balance total (customer balance, open amount, payment
      * amount and so on); zero for files that hold no money.
      *================================================================*
       01  DRFILEIO-PARMS.
           05  DIO-FUNCTION-CODE           PIC X(2).
               88  DIO-FN-OPEN-INPUT       VALUE 'OI'.
               88  DIO-FN-OPEN-UPDATE      VALUE 'OU'.
               88  DIO-FN-READ-NEXT        VALUE 'RN'.
               88  DIO-FN-READ-KEY         VALUE 'RK'.
               88  DIO-FN-WRITE            VALUE 'WR'.
               88  DIO-FN-REWRITE          VALUE 'RW'.
               88  DIO-FN-DELETE           VALUE 'DL'.
               88  DIO-FN-CLOSE            VALUE 'CL'.
           05  DIO-FILE-ID                 PIC X(2).
           05  DIO-KEY                     PIC X(30).
           05  DIO-BALANCE                 PIC S9(9)V99.
           05  DIO-RECORD-IMAGE            PIC X(480).
           05  DIO-FILE-STATUS             PIC XX.
           05  DIO-RESULT-FLAG             PIC X(1).
               88  DIO-OK                  VALUE 'Y'.
               88  DIO-NOT-OK              VALUE 'N'.
               88  DIO-AT-END              VALUE 'E'.
               88  DIO-NOT-FOUND           VALUE 'F'.
               88  DIO-DUPLICATE           VALUE 'D'.
