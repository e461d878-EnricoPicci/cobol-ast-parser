      *================================================================*
      * PRTMANW CALL PARAMETER COPYBOOK - Shared LINKAGE layout for
      * any program that CALLs 'PRTMANW', the print manifest writer,
      * for an extract it sends the print vendor. The caller sets
      * PM-FUNCTION-CODE plus whichever input fields that function
      * needs, then inspects PM-RESULT-FLAG:
      *   OJ - open a job for PM-EXTRACT-NAME written by
      *        PM-PROGRAM-ID; the job ID comes back in PM-JOB-ID
      *   AP - add one piece to the open job: PM-CUST-ID, its
      *        PM-PAGE-COUNT and the PM-COR-KEY of the correspondence
      *        row logged for it (zeros when none is logged); the
      *        job's running totals come back in the totals
      *   CJ - close the job, writing its manifest; the piece count,
      *        page count and customer hash come back in the totals
      *   RJ - resume a job a restarted extract program left open:
      *        PM-JOB-ID with the piece count, page count and hash
      *        as at its checkpoint in the totals; pieces recorded
      *        past the checkpoint are removed, since the restart
      *        discards them from the extract
      *   HJ - hold the open job for a later RJ: the files are
      *        released and no manifest is written, for an extract
      *        program stopping short of the end of its run
      *================================================================*
       01  PRTMANW-PARMS.
           05  PM-FUNCTION-CODE            PIC X(2).
               88  PM-FN-OPEN-JOB          VALUE 'OJ'.
               88  PM-FN-ADD-PIECE         VALUE 'AP'.
               88  PM-FN-CLOSE-JOB         VALUE 'CJ'.
               88  PM-FN-RESUME-JOB        VALUE 'RJ'.
               88  PM-FN-HOLD-JOB          VALUE 'HJ'.
           05  PM-EXTRACT-NAME             PIC X(8).
           05  PM-PROGRAM-ID               PIC X(8).
           05  PM-JOB-ID.
               10  PM-JOB-EXTRACT          PIC X(8).
               10  PM-JOB-DATE             PIC 9(8).
               10  PM-JOB-TIME             PIC 9(6).
           05  PM-CUST-ID                  PIC 9(8).
           05  PM-PAGE-COUNT               PIC 9(5).
           05  PM-COR-KEY.
               10  PM-COR-CUST-ID          PIC 9(8).
               10  PM-COR-TS-DATE          PIC 9(8).
               10  PM-COR-TS-TIME          PIC 9(6).
               10  PM-COR-SEQ              PIC 9(3).
           05  PM-PIECE-COUNT              PIC 9(7).
           05  PM-TOTAL-PAGES              PIC 9(9).
           05  PM-CUST-HASH                PIC 9(16).
           05  PM-RESULT-FLAG              PIC X(1).
               88  PM-OK                   VALUE 'Y'.
               88  PM-NOT-OK               VALUE 'N'.
