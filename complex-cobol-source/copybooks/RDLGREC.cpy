      *================================================================*
      * REPORT DISTRIBUTION LOG RECORD COPYBOOK - One row per
      * recipient of each report RPTBURST bursts (RPTDLOG), keyed by
      * recipient then report and burst time, so what a recipient
      * was sent, and when, reads off together. The row says which
      * rendition went, how many sections and lines, and the first
      * of the branch or company codes the member covered. A
      * recipient with no section in the night's report is logged
      * with nothing sent; one not cleared for a report's personal
      * data when no masked rendition was supplied is logged as
      * withheld.
      *================================================================*
       01  REPORT-DISTRIBUTION-RECORD.
           05  DLG-KEY.
               10  DLG-RECIPIENT-ID        PIC X(8).
               10  DLG-REPORT-ID           PIC X(8).
               10  DLG-BURST-DATE          PIC 9(8).
               10  DLG-BURST-TIME          PIC 9(6).
           05  DLG-RECIPIENT-NAME          PIC X(30).
           05  DLG-DESTINATION             PIC X(44).
           05  DLG-RENDITION               PIC X(1).
               88  DLG-FULL                VALUE 'F'.
               88  DLG-MASKED              VALUE 'M'.
               88  DLG-WITHHELD            VALUE 'W'.
               88  DLG-NOTHING-SENT        VALUE 'N'.
           05  DLG-SECTION-COUNT           PIC 9(5).
           05  DLG-LINE-COUNT              PIC 9(7).
           05  DLG-BREAK-LIST              PIC X(40).
           05  FILLER                      PIC X(13).
