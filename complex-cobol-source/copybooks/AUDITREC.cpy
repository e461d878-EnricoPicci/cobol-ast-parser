      *================================================================*
      * AUDIT JOURNAL RECORD COPYBOOK - One row per maintenance
      * action applied to CUSTOMER-FILE, and one per posting-day
      * balance change TRANPOST applies or delinquency re-age REAGE
      * grants, carrying full before/after images of
      * CUSTOMER-RECORD so a consumer can reconstruct any
      * field change without the live file and CUSTREST's
      * roll-forward covers the day's postings as well as the
      * maintenance. Every entry is sealed into the journal's chain
      * as it is written (see AUDCHAIN), so AUDVRFY can prove no
      * entry was since removed, altered or reordered.
      *================================================================*
       01  AUDIT-RECORD.
           05  AUD-ACTION                  PIC X(1).
               88  AUD-ACTION-DELETE       VALUE 'D'.
               88  AUD-ACTION-REINSTATE    VALUE 'R'.
               88  AUD-ACTION-POSTING      VALUE 'P'.
      * A delinquency re-age (see REAGE) changes no field on the
      * customer, so its before and after images are the same.
               88  AUD-ACTION-REAGE        VALUE 'G'.
           05  AUD-TS-DATE                 PIC 9(8).
           05  AUD-TS-TIME                 PIC 9(6).
           05  AUD-CUST-ID                 PIC 9(8).
      * Transaction that drove a posting balance change; zeros on
      * maintenance entries.
           05  AUD-TRAN-ID                 PIC 9(12).
      * Second operator who approved a change held for dual control
      * (see copybooks/PCHGREC); spaces on every single-operator
      * entry.
           05  AUD-APPROVER-ID             PIC X(8).
      * Position of the entry in the journal chain, consecutive from
      * one across every writer, and the chain value computed from
      * this entry's bytes up to and including the sequence and the
      * chain value of the entry before it. Zeros on entries written
      * before the chain began.
           05  AUD-CHAIN-SEQ               PIC 9(12).
           05  AUD-CHAIN-VALUE             PIC 9(18).
