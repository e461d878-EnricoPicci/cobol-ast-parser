      *================================================================*
      * AUDIT CHAIN CONTROL RECORD COPYBOOK - The control rows
      * AUDCHAIN keeps beside the audit journal, held apart from it
      * so an entry cut from the journal still shows against them.
      * Shared so AUDVRFY can read the rows directly. All entry types
      * carry a sequence range, its entry count and the chain value
      * before the first and after the last entry in the range:
      *   C - the chain as it stands (one row, date zeros): the last
      *       sequence issued and its chain value
      *   D - one row per day entries were sealed, keyed by that day
      *   M - one row per monthly consolidation AUDCONS ran, keyed
      *       by its run date (opening value zeros - the month links
      *       through the row before it)
      *   A - the retention anchor (one row, date zeros): the last
      *       entry AUDPURGE destroyed, from which the retained
      *       journal's chain resumes
      *================================================================*
       01  AUDIT-CHAIN-CONTROL-RECORD.
           05  ACR-KEY.
               10  ACR-ENTRY-TYPE          PIC X(1).
                   88  ACR-CURRENT-ENTRY   VALUE 'C'.
                   88  ACR-DAILY-ENTRY     VALUE 'D'.
                   88  ACR-MONTH-ENTRY     VALUE 'M'.
                   88  ACR-ANCHOR-ENTRY    VALUE 'A'.
               10  ACR-ENTRY-DATE          PIC 9(8).
           05  ACR-FIRST-SEQ               PIC 9(12).
           05  ACR-LAST-SEQ                PIC 9(12).
           05  ACR-ENTRY-COUNT             PIC 9(9).
           05  ACR-OPENING-VALUE           PIC 9(18).
           05  ACR-CLOSING-VALUE           PIC 9(18).
           05  ACR-UPDATE-DATE             PIC 9(8).
           05  ACR-UPDATE-TIME             PIC 9(6).
           05  FILLER                      PIC X(20).
