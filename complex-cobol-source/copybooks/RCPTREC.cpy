      *================================================================*
      * REPORT RECIPIENT RECORD COPYBOOK - The report distribution
      * recipient table (RPTRCPT), maintained by RPTRMNT. Each row
      * sends one recipient one part of one report: the sections of
      * the report for a branch or a company, or the whole report,
      * keyed by report, break and recipient so RPTBURST reads a
      * report's recipients together. A recipient may hold several
      * rows for a report (an area manager over three branches) and
      * still gets one member of it per run. PII clearance decides
      * whether the recipient gets a report carrying customer
      * personal data as printed or in its masked rendition.
      *================================================================*
       01  REPORT-RECIPIENT-RECORD.
           05  RCP-KEY.
      *----------------------------------------------------------------*
      * Report ID is the print file's name, as RPTDTAB knows it.
      *----------------------------------------------------------------*
               10  RCP-REPORT-ID           PIC X(8).
               10  RCP-BREAK-TYPE          PIC X(1).
                   88  RCP-BREAK-BRANCH    VALUE 'B'.
                   88  RCP-BREAK-COMPANY   VALUE 'C'.
                   88  RCP-WHOLE-REPORT    VALUE 'A'.
                   88  RCP-BREAK-TYPE-VALID
                                           VALUE 'B' 'C' 'A'.
      *----------------------------------------------------------------*
      * Branch code, or company code left-justified; spaces for the
      * whole report.
      *----------------------------------------------------------------*
               10  RCP-BREAK-CODE          PIC X(3).
               10  RCP-RECIPIENT-ID        PIC X(8).
           05  RCP-RECIPIENT-NAME          PIC X(30).
      *----------------------------------------------------------------*
      * Where the online report viewer files the recipient's members
      * (the recipient's report folder or output class).
      *----------------------------------------------------------------*
           05  RCP-DESTINATION             PIC X(44).
           05  RCP-PII-CLEARANCE           PIC X(1).
               88  RCP-PII-CLEARED         VALUE 'Y'.
               88  RCP-PII-NOT-CLEARED     VALUE 'N' SPACE.
           05  RCP-STATUS                  PIC X(1).
               88  RCP-ACTIVE              VALUE 'A'.
               88  RCP-INACTIVE            VALUE 'I'.
           05  RCP-LAST-CHANGE-DATE        PIC 9(8).
           05  FILLER                      PIC X(16).
