      *================================================================*
      * MASS UPDATE REQUEST CARD COPYBOOK - One mass-update run for
      * MASSUPD (MUPDREQ), as 80-byte cards. The header card names
      * the update, the run wanted (preview, commit or back-out), the
      * operator requesting it and, on a commit or back-out, the
      * approving supervisor and their approval token. A preview
      * deck follows the header with selection cards, all of which
      * must hold for a customer to be selected, and field-change
      * cards giving the new value of each field to change. A commit
      * or back-out deck is the header card alone: the selection and
      * changes are the ones the preview stored under the update ID.
      *================================================================*
       01  MASS-UPDATE-REQUEST-RECORD.
           05  MUR-RECORD-TYPE             PIC X(1).
               88  MUR-HEADER              VALUE 'H'.
               88  MUR-SELECTION           VALUE 'S'.
               88  MUR-CHANGE              VALUE 'F'.
           05  MUR-DETAIL                  PIC X(79).
           05  MUR-HEADER-DETAIL REDEFINES MUR-DETAIL.
               10  MUR-UPDATE-ID           PIC X(8).
               10  MUR-RUN-MODE            PIC X(1).
                   88  MUR-RUN-PREVIEW     VALUE 'P'.
                   88  MUR-RUN-COMMIT      VALUE 'C'.
                   88  MUR-RUN-BACKOUT     VALUE 'B'.
                   88  MUR-RUN-VALID       VALUE 'P' 'C' 'B'.
               10  MUR-REQUESTER-ID        PIC X(8).
               10  MUR-APPROVER-ID         PIC X(8).
               10  MUR-APPROVAL-TOKEN      PIC X(8).
               10  MUR-DESCRIPTION         PIC X(40).
               10  FILLER                  PIC X(6).
      *----------------------------------------------------------------*
      * Selection and field-change cards share a layout; the compare
      * (EQ or NE) is read on selection cards only.
      *----------------------------------------------------------------*
           05  MUR-ITEM-DETAIL REDEFINES MUR-DETAIL.
               10  MUR-FIELD-NAME          PIC X(14).
               10  MUR-COMPARE             PIC X(2).
                   88  MUR-COMPARE-EQ      VALUE 'EQ'.
                   88  MUR-COMPARE-NE      VALUE 'NE'.
               10  MUR-VALUE               PIC X(8).
               10  FILLER                  PIC X(55).
