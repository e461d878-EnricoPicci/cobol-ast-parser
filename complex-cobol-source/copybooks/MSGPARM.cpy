      *================================================================*
      * MSGTXT CALL PARAMETER COPYBOOK - Shared LINKAGE layout for any
      * program that CALLs 'MSGTXT', the message-text lookup behind
      * every customer document. TX returns the text of message
      * MT-MESSAGE-NO in language MT-LANGUAGE-CODE. DT returns
      * MT-DATE written out with the language's month name. DC asks
      * whether a document can go out in the language: messages
      * 01 through MT-MESSAGE-COUNT of document group
      * MT-DOCUMENT-GROUP, and the twelve month names, must all be
      * on the table; when one is not, the customer is written to
      * the language exception report under MT-PROGRAM-NAME and
      * MT-CUST-ID and the first missing message is returned. CL
      * closes the exception report at end of run. A blank language
      * is English, whose text the callers carry themselves, so an
      * English document is always available.
      *================================================================*
       01  MSGTXT-PARMS.
           05  MT-FUNCTION-CODE            PIC X(2).
               88  MT-FN-TEXT              VALUE 'TX'.
               88  MT-FN-DATE              VALUE 'DT'.
               88  MT-FN-DOCUMENT          VALUE 'DC'.
               88  MT-FN-CLOSE             VALUE 'CL'.
           05  MT-LANGUAGE-CODE            PIC X(2).
           05  MT-MESSAGE-NO               PIC 9(4).
           05  MT-DOCUMENT-GROUP           PIC 9(2).
           05  MT-MESSAGE-COUNT            PIC 9(2).
           05  MT-DATE                     PIC 9(8).
           05  MT-PROGRAM-NAME             PIC X(8).
           05  MT-CUST-ID                  PIC 9(8).
           05  MT-TEXT                     PIC X(60).
           05  MT-MISSING-NO               PIC 9(4).
           05  MT-RESULT-FLAG              PIC X(1).
               88  MT-FOUND                VALUE 'Y'.
               88  MT-NOT-FOUND            VALUE 'N'.
