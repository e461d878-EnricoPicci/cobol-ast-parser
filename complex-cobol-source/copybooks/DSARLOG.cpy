      *================================================================*
      * DATA ACCESS REQUEST LOG RECORD COPYBOOK - One row appended by
      * DSAREXP for every access request it fulfils: when the request
      * was received, the date the response was due, when the export
      * was produced and how many days that took, so compliance can
      * show the regulator each request was answered within the
      * deadline. The log is only ever extended, never rewritten.
      *================================================================*
       01  DSAR-LOG-RECORD.
           05  DSL-CUST-ID                 PIC 9(8).
           05  DSL-RECEIVED-DATE           PIC 9(8).
           05  DSL-DUE-DATE                PIC 9(8).
           05  DSL-FULFILLED-DATE          PIC 9(8).
           05  DSL-FULFILLED-TIME          PIC 9(6).
           05  DSL-DAYS-TAKEN              PIC 9(5).
           05  DSL-DEADLINE-FLAG           PIC X(1).
               88  DSL-WITHIN-DEADLINE     VALUE 'Y'.
               88  DSL-PAST-DEADLINE       VALUE 'N'.
           05  DSL-CUSTOMER-FOUND          PIC X(1).
               88  DSL-CUSTOMER-ON-FILE    VALUE 'Y'.
               88  DSL-CUSTOMER-NOT-ON-FILE
                                           VALUE 'N'.
           05  DSL-EXPORT-COMPLETE         PIC X(1).
               88  DSL-ALL-FILES-READ      VALUE 'Y'.
               88  DSL-FILES-MISSING       VALUE 'N'.
           05  DSL-ROWS-EXPORTED           PIC 9(7).
           05  FILLER                      PIC X(27).
