      *================================================================*
      * REPORT MEMBER RECORD COPYBOOK - The online report store
      * (RPTMBR) the report viewer reads: one row per print line of
      * each recipient's member of a report, keyed by recipient,
      * report and the moment RPTBURST burst it, then the line's
      * place in the member. A member opens with the report's heading
      * lines and carries only the sections the recipient is sent,
      * in the rendition the recipient is cleared for.
      *================================================================*
       01  REPORT-MEMBER-RECORD.
           05  RMB-KEY.
               10  RMB-RECIPIENT-ID        PIC X(8).
               10  RMB-REPORT-ID           PIC X(8).
               10  RMB-BURST-DATE          PIC 9(8).
               10  RMB-BURST-TIME          PIC 9(6).
               10  RMB-LINE-SEQ            PIC 9(7).
           05  RMB-RENDITION               PIC X(1).
               88  RMB-FULL                VALUE 'F'.
               88  RMB-MASKED              VALUE 'M'.
           05  RMB-LINE-LENGTH             PIC 9(3).
           05  RMB-LINE                    PIC X(200).
