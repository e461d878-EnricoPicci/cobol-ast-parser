      *        registers nothing - the partitioned posting jobs use
      *        it, since they share the files among themselves)
      *   BL - break a crashed job's registration of that file
      *   CP - record a checkpoint of this program's step in flight:
      *        RC-RESTART-KEY is the last CUST-KEY done, with the
      *        records read in RC-RECORD-COUNT and the output records
      *        kept in RC-OUTPUT-COUNT
      *   RS - record this program's step resumed from its
      *        checkpoint, with the reconciled counts and the partial
      *        output discarded in RC-DISCARDED-COUNT
      *   RQ - does this program's step stand started with a
      *        checkpoint it can resume from? RC-OK returns the
      *        restart key and the checkpointed counts
      *================================================================*
       01  RUNCTL-PARMS.
           05  RC-FUNCTION-CODE            PIC X(2).
               88  RC-FN-UNLOCK-FILE       VALUE 'UL'.
               88  RC-FN-CHECK-LOCK        VALUE 'CL'.
               88  RC-FN-BREAK-LOCK        VALUE 'BL'.
               88  RC-FN-CHECKPOINT-STEP   VALUE 'CP'.
               88  RC-FN-RESUME-STEP       VALUE 'RS'.
               88  RC-FN-QUERY-RESTART     VALUE 'RQ'.
           05  RC-PROGRAM-NAME             PIC X(8).
           05  RC-RUN-DATE                 PIC 9(8).
           05  RC-BATCH-ID                 PIC X(10).
           05  RC-BATCH-DATE               PIC 9(8).
           05  RC-RECORD-COUNT             PIC 9(7).
           05  RC-LOCK-NAME                PIC X(8).
           05  RC-RESTART-KEY              PIC X(10).
           05  RC-OUTPUT-COUNT             PIC 9(7).
           05  RC-DISCARDED-COUNT          PIC 9(7).
           05  RC-RESULT-FLAG              PIC X(1).
               88  RC-OK                   VALUE 'Y'.
               88  RC-NOT-OK               VALUE 'N'.
