      *================================================================*
      * MASS UPDATE CONTROL RECORD COPYBOOK - One row per mass update
      * MASSUPD has previewed (MUPDCTL), keyed by update ID. The
      * preview stores the requester, description and the selection
      * and field-change cards, so the commit applies exactly what
      * was previewed and the back-out knows which fields were
      * touched. The status moves from previewed to committed to
      * backed out, and each step records its date, its approver and
      * its counts.
      *================================================================*
       01  MASS-UPDATE-CONTROL-RECORD.
           05  MUC-UPDATE-ID               PIC X(8).
           05  MUC-STATUS                  PIC X(1).
               88  MUC-PREVIEWED           VALUE 'P'.
               88  MUC-COMMITTED           VALUE 'C'.
               88  MUC-BACKED-OUT          VALUE 'B'.
           05  MUC-REQUESTER-ID            PIC X(8).
           05  MUC-DESCRIPTION             PIC X(40).
           05  MUC-PREVIEW-DATE            PIC 9(8).
           05  MUC-PREVIEW-TIME            PIC 9(6).
           05  MUC-PREVIEW-SELECTED        PIC 9(7).
           05  MUC-PREVIEW-CHANGED         PIC 9(7).
           05  MUC-COMMIT-DATE             PIC 9(8).
           05  MUC-COMMIT-APPROVER         PIC X(8).
           05  MUC-COMMIT-CHANGED          PIC 9(7).
           05  MUC-BACKOUT-DATE            PIC 9(8).
           05  MUC-BACKOUT-APPROVER        PIC X(8).
           05  MUC-BACKOUT-RESTORED        PIC 9(7).
           05  MUC-BACKOUT-EXCEPTIONS      PIC 9(7).
           05  MUC-CARD-COUNT              PIC 9(2).
           05  MUC-CARD                    PIC X(80) OCCURS 20 TIMES.
           05  FILLER                      PIC X(20).
