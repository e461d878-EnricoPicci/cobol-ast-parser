      * CALLed step returns here instead of ending the run unit;
      * each step still registers its own ST/EN with RUNCTL, which
      * is what this log reads back.
      *
      * The customer sweeps (FINCHG, ACHORIG, DUNNING, RISKSCOR and
      * the CUSTSTMT cycle run) checkpoint as they go and record the
      * restart point in the registry. A step that comes back without
      * completing but has left a restart point is cancelled and
      * called once more to resume from it, instead of failing the
      * stream; a step entered with a restart point from an earlier
      * attempt resumes the same way. The log shows which steps were
      * restarted and the registry's count of restarts.
      *================================================================*

       ENVIRONMENT DIVISION.
           05  WS-REGISTRY-FLAG            PIC X VALUE 'N'.
               88  WS-REGISTRY-AVAILABLE   VALUE 'Y'.
               88  WS-REGISTRY-ABSENT      VALUE 'N'.
           05  WS-STEP-DONE-FLAG           PIC X VALUE 'N'.
               88  WS-STEP-DONE            VALUE 'Y'.
               88  WS-STEP-NOT-DONE        VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).

      * The plan loaded up front so predecessor checks can look
      * backward at what this stream has already done. Per-step
      * status: C completed, F failed, A already run today, K
      * skipped on predecessors, N not reached; the restart flag
      * says the step ran from a checkpoint.
      *----------------------------------------------------------------*
       01  WS-PLAN-COUNT                   PIC 9(2) VALUE 0.
       01  WS-PLAN-TABLE.
                   88  WS-PLN-ALREADY-RUN  VALUE 'A'.
                   88  WS-PLN-SKIPPED      VALUE 'K'.
                   88  WS-PLN-NOT-REACHED  VALUE 'N'.
               10  WS-PLN-RESTART-FLAG     PIC X(1).
                   88  WS-PLN-RESTARTED    VALUE 'Y'.
                   88  WS-PLN-NOT-RESTARTED
                                           VALUE 'N'.

       01  WS-PLN-IDX                      PIC 9(2).
       01  WS-PRED-IDX                     PIC 9(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE 'RECORDS '.
           05  WS-LOG-RECORD-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(9) VALUE 'RESTARTS '.
           05  WS-LOG-RESTART-COUNT        PIC ZZ9.

       PROCEDURE DIVISION.

                       MOVE JPL-RESTARTABLE-FLAG TO
                           WS-PLN-RESTARTABLE(WS-PLAN-COUNT)
                       MOVE 'N' TO WS-PLN-STATUS(WS-PLAN-COUNT)
                       MOVE 'N' TO
                           WS-PLN-RESTART-FLAG(WS-PLAN-COUNT)
                   ELSE
                       DISPLAY 'JOB PLAN TABLE FULL, STEP NOT '
                           'LOADED: ' JPL-STEP-NAME

       3300-CALL-STEP.
           MOVE WS-PLN-PROGRAM(WS-PLN-IDX) TO WS-CALL-PROGRAM
           PERFORM 3350-QUERY-RESTART-POINT
           IF RC-OK
               MOVE 'Y' TO WS-PLN-RESTART-FLAG(WS-PLN-IDX)
               DISPLAY 'STEP ' WS-PLN-STEP-NAME(WS-PLN-IDX)
                   ' RESUMES AFTER KEY ' RC-RESTART-KEY ' WITH '
                   RC-RECORD-COUNT ' RECORDS READ'
           END-IF
           DISPLAY 'RUNNING STEP ' WS-PLN-STEP-NAME(WS-PLN-IDX)
               ' PROGRAM ' WS-CALL-PROGRAM
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   DISPLAY 'PROGRAM NOT AVAILABLE: ' WS-CALL-PROGRAM
           END-CALL
           PERFORM 3450-CHECK-STEP-COMPLETE
           IF WS-STEP-NOT-DONE
               PERFORM 3350-QUERY-RESTART-POINT
               IF RC-OK
                   PERFORM 3500-RESTART-STEP
               END-IF
           END-IF
           PERFORM 3400-JUDGE-STEP-OUTCOME.

       3350-QUERY-RESTART-POINT SECTION.

       3350-QUERY-RESTART.
           SET RC-FN-QUERY-RESTART TO TRUE
           MOVE WS-PLN-PROGRAM(WS-PLN-IDX) TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           CALL 'RUNCTL' USING RUNCTL-PARMS.

       3500-RESTART-STEP SECTION.

      *----------------------------------------------------------------*
      * One restart per step per stream. The step is cancelled first
      * so it comes back with fresh working storage, and resumes off
      * its own checkpoint file.
      *----------------------------------------------------------------*
       3500-RESTART.
           MOVE 'Y' TO WS-PLN-RESTART-FLAG(WS-PLN-IDX)
           DISPLAY 'RESTARTING STEP ' WS-PLN-STEP-NAME(WS-PLN-IDX)
               ' AFTER KEY ' RC-RESTART-KEY ' WITH '
               RC-RECORD-COUNT ' RECORDS READ'
           CANCEL WS-CALL-PROGRAM
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   DISPLAY 'PROGRAM NOT AVAILABLE: ' WS-CALL-PROGRAM
           END-CALL
           PERFORM 3450-CHECK-STEP-COMPLETE.

       3400-JUDGE-STEP-OUTCOME SECTION.

      *----------------------------------------------------------------*
      * judged failed whatever the CALL itself looked like.
      *----------------------------------------------------------------*
       3400-JUDGE.
           IF WS-STEP-DONE
               MOVE 'C' TO WS-PLN-STATUS(WS-PLN-IDX)
               ADD 1 TO WS-STEPS-RUN
           ELSE
           END-IF
           PERFORM 3700-LOG-STEP-RESULT.

       3450-CHECK-STEP-COMPLETE SECTION.

       3450-CHECK-COMPLETE.
           SET RC-FN-CHECK-STEP TO TRUE
           MOVE WS-PLN-PROGRAM(WS-PLN-IDX) TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF RC-OK
               SET WS-STEP-DONE TO TRUE
           ELSE
               SET WS-STEP-NOT-DONE TO TRUE
           END-IF.

       3600-LOG-NOT-REACHED SECTION.

       3600-LOG-NOT.
           MOVE WS-PLN-STEP-NAME(WS-PLN-IDX) TO WS-LOG-STEP
           MOVE WS-PLN-PROGRAM(WS-PLN-IDX) TO WS-LOG-PROGRAM
           EVALUATE TRUE
               WHEN WS-PLN-COMPLETED(WS-PLN-IDX)
                   AND WS-PLN-RESTARTED(WS-PLN-IDX)
                   MOVE 'COMPLETED ON RESTART' TO WS-LOG-DISPOSITION
               WHEN WS-PLN-COMPLETED(WS-PLN-IDX)
                   MOVE 'COMPLETED' TO WS-LOG-DISPOSITION
               WHEN WS-PLN-FAILED(WS-PLN-IDX)
                   AND WS-PLN-RESTARTED(WS-PLN-IDX)
                   MOVE 'FAILED ON RESTART' TO WS-LOG-DISPOSITION
               WHEN WS-PLN-FAILED(WS-PLN-IDX)
                   IF WS-PLN-REQUIRED(WS-PLN-IDX) = 'R'
                       MOVE 'FAILED (REQUIRED)' TO
           MOVE 0 TO WS-LOG-START-TIME
           MOVE 0 TO WS-LOG-END-TIME
           MOVE 0 TO WS-LOG-RECORD-COUNT
           MOVE 0 TO WS-LOG-RESTART-COUNT
           IF WS-REGISTRY-ABSENT
               OPEN INPUT RUN-CONTROL-FILE
               IF WS-RUN-OK
                   MOVE RUN-START-TIME TO WS-LOG-START-TIME
                   MOVE RUN-END-TIME TO WS-LOG-END-TIME
                   MOVE RUN-RECORD-COUNT TO WS-LOG-RECORD-COUNT
                   MOVE RUN-RESTART-COUNT TO WS-LOG-RESTART-COUNT
               END-IF
               CLOSE RUN-CONTROL-FILE
               SET WS-REGISTRY-ABSENT TO TRUE
