      *================================================================*
      * SANCSCRN CALL PARAMETER COPYBOOK - Shared LINKAGE layout for
      * any program that CALLs 'SANCSCRN', the sanctions screening
      * subroutine. SC screens one customer's name and country
      * against the list and returns the first potential match not
      * already cleared for that customer; QU puts the match SC
      * just returned on the review queue, with the status and
      * reason the account held before it went on hold; LI returns
      * the publication date of the list loaded; CL closes the
      * review queue at end of run.
      *================================================================*
       01  SANCSCRN-PARMS.
           05  SS-FUNCTION-CODE            PIC X(2).
               88  SS-FN-SCREEN            VALUE 'SC'.
               88  SS-FN-QUEUE             VALUE 'QU'.
               88  SS-FN-LIST-INFO         VALUE 'LI'.
               88  SS-FN-CLOSE             VALUE 'CL'.
           05  SS-CUST-ID                  PIC 9(8).
           05  SS-NAME-DATA.
               10  SS-FIRST-NAME           PIC X(25).
               10  SS-LAST-NAME            PIC X(30).
               10  SS-MIDDLE-INIT          PIC X(1).
           05  SS-FULL-NAME REDEFINES SS-NAME-DATA
                                           PIC X(56).
           05  SS-COUNTRY-CODE             PIC X(2).
           05  SS-SOURCE-PROGRAM           PIC X(8).
           05  SS-PRIOR-STATUS             PIC X(1).
           05  SS-PRIOR-REASON             PIC X(2).
           05  SS-RESULT-FLAG              PIC X(1).
               88  SS-NO-MATCH             VALUE 'N'.
               88  SS-POTENTIAL-MATCH      VALUE 'M'.
               88  SS-LIST-UNAVAILABLE     VALUE 'U'.
           05  SS-ENTRY-ID                 PIC X(10).
           05  SS-MATCH-TYPE               PIC X(1).
               88  SS-MATCH-FULL-NAME      VALUE 'F'.
               88  SS-MATCH-PARTIAL-NAME   VALUE 'P'.
               88  SS-MATCH-COUNTRY        VALUE 'C'.
           05  SS-SANCTIONS-PROGRAM        PIC X(8).
           05  SS-LIST-DATE                PIC 9(8).
           05  SS-QUEUE-FLAG               PIC X(1).
               88  SS-QUEUED               VALUE 'Y'.
               88  SS-NOT-QUEUED           VALUE 'N'.
