      *================================================================*
      * REPORT BURST DEFINITION TABLE COPYBOOK - The control breaks
      * RPTBURST splits each print file at. A row names the report,
      * the kind of break (branch or company), the text that opens a
      * section of the report and the column it prints at, and the
      * column and length of the branch or company code on that
      * line. Lines ahead of the first break are the report's
      * heading and go at the top of every member. A report with no
      * rows has no breaks and goes whole to the recipients of the
      * whole report. The PII flag marks a report that prints
      * customer personal data unmasked, whose masked rendition goes
      * to every recipient not cleared for it.
      *================================================================*
       01  REPORT-BURST-VALUES.
           05  FILLER  PIC X(29) VALUE 'CUSTLISTBBRANCH:   001080093Y'.
           05  FILLER  PIC X(29) VALUE 'AGERPT  BBRANCH    001070083N'.
           05  FILLER  PIC X(29) VALUE 'AGERPT  CCOMPANY   001080092N'.

       01  REPORT-BURST-TABLE REDEFINES REPORT-BURST-VALUES.
           05  RBD-ENTRY OCCURS 3 TIMES.
               10  RBD-REPORT-ID           PIC X(8).
               10  RBD-BREAK-TYPE          PIC X(1).
               10  RBD-MARKER-TEXT         PIC X(10).
               10  RBD-MARKER-COL          PIC 9(3).
               10  RBD-MARKER-LEN          PIC 9(2).
               10  RBD-KEY-COL             PIC 9(3).
               10  RBD-KEY-LEN             PIC 9(1).
               10  RBD-PII-FLAG            PIC X(1).

       01  RBD-TABLE-SIZE                  PIC 9(2) VALUE 3.
       01  RBD-IDX                         PIC 9(2).
       01  RBD-FOUND-FLAG                  PIC X VALUE 'N'.
           88  RBD-FOUND                   VALUE 'Y'.
           88  RBD-NOT-FOUND               VALUE 'N'.
