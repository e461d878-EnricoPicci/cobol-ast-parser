      * releases it with UL at end of step, so two updaters can no
      * longer run against the same file at once. BL breaks the
      * registration a crashed job left behind.
      *
      * The long customer sweeps record their checkpoints against
      * their step entry with CP, and a sweep resuming from one
      * records the restart and its reconciled counts with RS. RQ
      * lets the schedule driver find a failed step that can be
      * resumed rather than failing the stream.
      *================================================================*

       ENVIRONMENT DIVISION.
                       PERFORM 7300-CHECK-LOCK
                   WHEN RC-FN-BREAK-LOCK
                       PERFORM 7200-BREAK-LOCK
                   WHEN RC-FN-CHECKPOINT-STEP
                       PERFORM 8000-CHECKPOINT-STEP
                   WHEN RC-FN-RESUME-STEP
                       PERFORM 8100-RESUME-STEP
                   WHEN RC-FN-QUERY-RESTART
                       PERFORM 8200-QUERY-RESTART
                   WHEN OTHER
                       SET RC-NOT-OK TO TRUE
               END-EVALUATE
               END-IF
           END-IF.

       8000-CHECKPOINT-STEP SECTION.

      *----------------------------------------------------------------*
      * The entry stays started: a checkpoint only moves the restart
      * point forward. A step with no started entry has nothing to
      * checkpoint against.
      *----------------------------------------------------------------*
       8000-CHECKPOINT.
           PERFORM 6000-BUILD-STEP-KEY
           MOVE 'S' TO RUN-ENTRY-TYPE
           MOVE WS-STEP-ENTRY-ID TO RUN-ENTRY-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   SET RC-NOT-OK TO TRUE
           END-READ
           IF RC-OK
               MOVE RC-RESTART-KEY TO RUN-RESTART-KEY
               MOVE RC-RECORD-COUNT TO RUN-CHECKPOINT-COUNT
               MOVE RC-OUTPUT-COUNT TO RUN-OUTPUT-COUNT
               REWRITE RUN-CONTROL-RECORD
               IF NOT WS-RUN-OK
                   SET RC-NOT-OK TO TRUE
               END-IF
           END-IF.

       8100-RESUME-STEP SECTION.

      *----------------------------------------------------------------*
      * A resumed step goes back to started with a fresh start time,
      * as ST would, but keeps its restart point and records the
      * counts the restart reconciled to and the partial output it
      * discarded. An entry lost since the checkpoint is rebuilt.
      *----------------------------------------------------------------*
       8100-RESUME.
           PERFORM 6000-BUILD-STEP-KEY
           MOVE 'S' TO RUN-ENTRY-TYPE
           MOVE WS-STEP-ENTRY-ID TO RUN-ENTRY-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   INITIALIZE RUN-CONTROL-RECORD
                   MOVE 'S' TO RUN-ENTRY-TYPE
                   MOVE WS-STEP-ENTRY-ID TO RUN-ENTRY-ID
           END-READ
           SET RUN-STARTED TO TRUE
           MOVE WS-NOW-DATE TO RUN-START-DATE
           MOVE WS-NOW-TIME TO RUN-START-TIME
           MOVE 0 TO RUN-END-DATE
           MOVE 0 TO RUN-END-TIME
           MOVE RC-RESTART-KEY TO RUN-RESTART-KEY
           MOVE RC-RECORD-COUNT TO RUN-CHECKPOINT-COUNT
           MOVE RC-OUTPUT-COUNT TO RUN-OUTPUT-COUNT
           MOVE RC-DISCARDED-COUNT TO RUN-DISCARDED-COUNT
           ADD 1 TO RUN-RESTART-COUNT
           IF WS-RUN-OK
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF
           IF NOT WS-RUN-OK
               SET RC-NOT-OK TO TRUE
           END-IF.

       8200-QUERY-RESTART SECTION.

      *----------------------------------------------------------------*
      * RC-OK only for a step left started with a checkpoint on it -
      * a completed step needs no restart, and one that died before
      * its first checkpoint simply runs again from the top.
      *----------------------------------------------------------------*
       8200-QUERY.
           PERFORM 6000-BUILD-STEP-KEY
           MOVE 'S' TO RUN-ENTRY-TYPE
           MOVE WS-STEP-ENTRY-ID TO RUN-ENTRY-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   SET RC-NOT-OK TO TRUE
           END-READ
           IF RC-OK
               IF RUN-STARTED AND RUN-RESTART-KEY NOT = SPACES
                   MOVE RUN-RESTART-KEY TO RC-RESTART-KEY
                   MOVE RUN-CHECKPOINT-COUNT TO RC-RECORD-COUNT
                   MOVE RUN-OUTPUT-COUNT TO RC-OUTPUT-COUNT
               ELSE
                   SET RC-NOT-OK TO TRUE
               END-IF
           END-IF.

       7500-BUILD-LOCK-KEY SECTION.

       7500-BUILD-LOCK.
