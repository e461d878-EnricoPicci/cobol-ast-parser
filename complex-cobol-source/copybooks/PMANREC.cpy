      *================================================================*
      * PRINT MANIFEST RECORD COPYBOOK - One row per job an outbound
      * print extract sends the print vendor (PRTMANF), keyed by the
      * job ID PRTMANW gives it: the extract name and the date and
      * time the job was opened. The manifest is our record of what
      * went - pieces, pages and a hash total of the customer IDs -
      * and PRTRECON writes the vendor's production-complete figures
      * and its reconciliation beside it. The same layout is copied
      * to the manifest transmission file that goes with the job.
      *================================================================*
       01  PRINT-MANIFEST-RECORD.
           05  PMF-JOB-ID.
               10  PMF-EXTRACT-NAME        PIC X(8).
               10  PMF-JOB-DATE            PIC 9(8).
               10  PMF-JOB-TIME            PIC 9(6).
           05  PMF-PROGRAM-ID              PIC X(8).
           05  PMF-PIECE-COUNT             PIC 9(7).
           05  PMF-PAGE-COUNT              PIC 9(9).
           05  PMF-CUST-HASH               PIC 9(16).
      *----------------------------------------------------------------*
      * 'S' sent to the vendor, 'R' reconciled clean, 'E' reconciled
      * with exceptions (see the report for which).
      *----------------------------------------------------------------*
           05  PMF-STATUS                  PIC X(1).
               88  PMF-SENT                VALUE 'S'.
               88  PMF-RECONCILED          VALUE 'R'.
               88  PMF-EXCEPTION           VALUE 'E'.
      *----------------------------------------------------------------*
      * The vendor's production-complete figures and ours, as of the
      * reconciliation. Variance is manifest pieces less mailed and
      * spoiled: positive is pieces missing, negative pieces extra.
      *----------------------------------------------------------------*
           05  PMF-RECON-DATE              PIC 9(8).
           05  PMF-MAIL-DATE               PIC 9(8).
           05  PMF-POSTAL-CLASS            PIC X(2).
           05  PMF-PIECES-MAILED           PIC 9(7).
           05  PMF-PIECES-SPOILED          PIC 9(7).
           05  PMF-PIECE-VARIANCE          PIC S9(7).
           05  PMF-POSTAGE-CHARGED         PIC 9(7)V99.
           05  PMF-POSTAGE-EXPECTED        PIC 9(7)V99.
           05  FILLER                      PIC X(20).
