      * Step entries key on program name plus run date, batch entries
      * on batch ID plus batch date, and lock entries on the shared
      * file name - all behind the one-byte entry type.
      * A step entry also carries the restart point of a long
      * customer sweep: the CUST-KEY and counts of its last
      * checkpoint, and on a resumed run the output records the
      * restart truncated back to that checkpoint and how many times
      * the step has been resumed.
      *================================================================*
       01  RUN-CONTROL-RECORD.
           05  RUN-KEY.
           05  RUN-END-TIME                PIC 9(6).
           05  RUN-RECORD-COUNT            PIC 9(7).
           05  RUN-HOLDER-PROGRAM          PIC X(8).
           05  RUN-RESTART-KEY             PIC X(10).
           05  RUN-CHECKPOINT-COUNT        PIC 9(7).
           05  RUN-OUTPUT-COUNT            PIC 9(7).
           05  RUN-DISCARDED-COUNT         PIC 9(7).
           05  RUN-RESTART-COUNT           PIC 9(3).
