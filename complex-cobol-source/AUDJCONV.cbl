       PROGRAM-ID. AUDJCONV.
      *================================================================*
      * AUDIT JOURNAL LAYOUT CONVERSION (ONE-TIME CUTOVER)
      * The audit record grew twice since the posting-entry TRAN-ID:
      * first by the dual-control approver ID, then by the journal
      * chain sequence and chain value behind it. The standing daily
      * journals and the AUDCONS monthly archives are still in the
      * layout that ended at the TRAN-ID, so they no longer match
      * the layout their readers open with. This cutover step reads
      * one old-layout data set and writes it back in the new
      * layout in one pass, the prior bytes unchanged, the approver
      * ID spaces - the value every single-operator entry carries -
      * and the chain fields zeros, the mark of an entry written
      * before the chain began, which AUDVRFY counts rather than
      * verifies. It runs before the first entry is sealed (see
      * AUDCHAIN), so the chain begins on converted journals. The
      * job points AUDITOLD at each standing journal and archive
      * generation in turn and swaps the converted data set into its
      * place, the same swap arrangement MNTHCLSE's period file uses.
      * Rerunnable: the output rebuilds from scratch each run.
      *================================================================*

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * The record as it stood before the approver ID and the chain
      * fields: action, timestamp, customer, operator, the two
      * 340-byte images and the posting TRAN-ID - 723 bytes against
      * today's 761.
      *----------------------------------------------------------------*
       FD  OLD-AUDIT-FILE.
       01  OLD-AUDIT-RECORD                PIC X(723).

       FD  NEW-AUDIT-FILE.
           COPY AUDITREC.
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   INITIALIZE AUDIT-RECORD
                   MOVE OLD-AUDIT-RECORD TO AUDIT-RECORD(1:723)
                   MOVE SPACES TO AUD-APPROVER-ID
                   MOVE 0 TO AUD-CHAIN-SEQ
                   MOVE 0 TO AUD-CHAIN-VALUE
                   WRITE AUDIT-RECORD
                   IF WS-NEW-OK
                       ADD 1 TO WS-RECORDS-WRITTEN
