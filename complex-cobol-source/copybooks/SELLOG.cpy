      *================================================================*
      * SELECTION REQUEST LOG RECORD COPYBOOK - What CUSTSEL was asked
      * for and by whom (SELLOG), appended for every request whether
      * it ran or was refused: a run row with the operator, their
      * role, the rendition given and the counts, followed by the
      * request's cards exactly as they were read. The log is only
      * ever extended, never rewritten.
      *================================================================*
       01  SELECTION-LOG-RECORD.
           05  SLG-OPERATOR-ID             PIC X(8).
           05  SLG-RUN-DATE                PIC 9(8).
           05  SLG-RUN-TIME                PIC 9(6).
           05  SLG-ENTRY-TYPE              PIC X(1).
               88  SLG-RUN-ENTRY           VALUE 'R'.
               88  SLG-CARD-ENTRY          VALUE 'C'.
           05  SLG-CARD-IMAGE              PIC X(80).
           05  SLG-RUN-DETAIL REDEFINES SLG-CARD-IMAGE.
               10  SLG-TITLE               PIC X(40).
               10  SLG-OPERATOR-ROLE       PIC X(1).
               10  SLG-RENDITION           PIC X(1).
                   88  SLG-UNMASKED        VALUE 'F'.
                   88  SLG-MASKED          VALUE 'M'.
               10  SLG-OUTCOME             PIC X(1).
                   88  SLG-RUN-DONE        VALUE 'D'.
                   88  SLG-RUN-REFUSED     VALUE 'R'.
               10  SLG-OUTPUT-FORMAT       PIC X(1).
               10  SLG-RECORDS-READ        PIC 9(9).
               10  SLG-RECORDS-SELECTED    PIC 9(9).
               10  FILLER                  PIC X(18).
           05  FILLER                      PIC X(37).
