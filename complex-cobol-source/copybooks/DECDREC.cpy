      *================================================================*
      * DECEASED CUSTOMER RECORD COPYBOOK - One row per customer whose
      * death has been notified, keyed by customer: the date of
      * death, where the notice came from and who worked it, and the
      * balance as it stood on the date of death for the estate
      * claim. Kept by DECDINTK, which also puts an active account
      * on hold with reason 'DC'. While the row stands deceased
      * FINCHG, DUNNING, COLLQUE, ACHORIG and the NSF-fee path all
      * stand down on the account, and statement mail goes to the
      * estate's executor (see EXECREC). A notice found to be in
      * error is rescinded rather than deleted, so the history of
      * the notice survives it.
      *================================================================*
       01  DECEASED-RECORD.
           05  DCD-CUST-ID                 PIC 9(8).
           05  DCD-DEATH-DATE              PIC 9(8).
           05  DCD-NOTIFIED-DATE           PIC 9(8).
      *----------------------------------------------------------------*
      * 'N' from the death-notification file, 'D' keyed by the
      * service desk from a certificate or a family member's call.
      *----------------------------------------------------------------*
           05  DCD-SOURCE                  PIC X(1).
               88  DCD-FROM-NOTIFICATION   VALUE 'N'.
               88  DCD-FROM-DESK           VALUE 'D'.
           05  DCD-REFERENCE               PIC X(20).
           05  DCD-OPERATOR-ID             PIC X(8).
           05  DCD-STATUS-FLAG             PIC X(1).
               88  DCD-DECEASED            VALUE 'A'.
               88  DCD-RESCINDED           VALUE 'R'.
           05  DCD-DEATH-BALANCE           PIC S9(7)V99.
           05  DCD-RESCIND-DATE            PIC 9(8).
      *----------------------------------------------------------------*
      * The account's status and reason as they stood before the
      * death hold went on, carved from the reserved filler, so a
      * rescission can put them back. Spaces on rows recorded before
      * the hold was taken.
      *----------------------------------------------------------------*
           05  DCD-PRIOR-ACCT-STATUS       PIC X(1).
           05  DCD-PRIOR-STATUS-REASON     PIC X(2).
           05  FILLER                      PIC X(9).
