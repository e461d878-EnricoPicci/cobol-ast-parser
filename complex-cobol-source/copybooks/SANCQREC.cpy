      *================================================================*
      * SANCTIONS REVIEW QUEUE RECORD COPYBOOK - One row per customer
      * and list entry a screening run found as a potential match,
      * keyed by customer and entry. SANCSCRN writes the row pending
      * when the account goes on hold; SANCREVW records the
      * compliance officer's clear or confirm decision against it
      * with their operator ID. A cleared row stays on file so the
      * same entry is not raised again for the same customer on the
      * next rescreen. The account's status and reason from before
      * the hold are kept so a clear can put them back.
      *================================================================*
       01  SANCTIONS-QUEUE-RECORD.
           05  SRQ-KEY.
               10  SRQ-CUST-ID             PIC 9(8).
               10  SRQ-ENTRY-ID            PIC X(10).
           05  SRQ-STATUS                  PIC X(1).
               88  SRQ-PENDING             VALUE 'P'.
               88  SRQ-CLEARED             VALUE 'C'.
               88  SRQ-CONFIRMED           VALUE 'M'.
           05  SRQ-MATCH-TYPE              PIC X(1).
           05  SRQ-SANCTIONS-PROGRAM       PIC X(8).
           05  SRQ-SOURCE-PROGRAM          PIC X(8).
           05  SRQ-QUEUED-DATE             PIC 9(8).
           05  SRQ-LIST-DATE               PIC 9(8).
           05  SRQ-CUST-NAME               PIC X(56).
           05  SRQ-COUNTRY-CODE            PIC X(2).
           05  SRQ-PRIOR-STATUS            PIC X(1).
           05  SRQ-PRIOR-REASON            PIC X(2).
      *----------------------------------------------------------------*
      * Compliance officer's decision; spaces and zeros while the
      * row is pending.
      *----------------------------------------------------------------*
           05  SRQ-DECIDED-BY              PIC X(8).
           05  SRQ-DECISION-DATE           PIC 9(8).
           05  FILLER                      PIC X(15).
