       PROGRAM-ID. RCTLCONV.
      *================================================================*
      * RUN-CONTROL REGISTRY LAYOUT CONVERSION (ONE-TIME CUTOVER)
      * The registry record grew when the step restart point was
      * added for the checkpointed customer sweeps (it had grown
      * once before, for the lock holder's program name), so the
      * standing RUNCTL data set no longer matches the layout RUNCTL
      * and the registry readers open with. This cutover step copies
      * the registry into the new layout, key order preserved, every
      * prior field unchanged and the restart fields empty - no step
      * was in flight at cutover, the stream being down for the
      * swap. The job swaps the converted data set into RUNCTL's
      * place, the same swap arrangement MNTHCLSE's period file uses.
      * Rerunnable: the output rebuilds from scratch each run.
      *================================================================*

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * The registry record as it stood before the restart fields -
      * 63 bytes against today's 97.
      *----------------------------------------------------------------*
       FD  OLD-REGISTRY-FILE.
       01  OLD-RUN-CONTROL-RECORD.
           05  OLD-RUN-END-DATE            PIC 9(8).
           05  OLD-RUN-END-TIME            PIC 9(6).
           05  OLD-RUN-RECORD-COUNT        PIC 9(7).
           05  OLD-RUN-HOLDER-PROGRAM      PIC X(8).

       FD  NEW-REGISTRY-FILE.
           COPY RUNCREC.
                   MOVE OLD-RUN-END-DATE TO RUN-END-DATE
                   MOVE OLD-RUN-END-TIME TO RUN-END-TIME
                   MOVE OLD-RUN-RECORD-COUNT TO RUN-RECORD-COUNT
                   MOVE OLD-RUN-HOLDER-PROGRAM TO
                       RUN-HOLDER-PROGRAM
                   MOVE SPACES TO RUN-RESTART-KEY
                   WRITE RUN-CONTROL-RECORD
                   IF WS-NEW-OK
                       ADD 1 TO WS-RECORDS-WRITTEN
