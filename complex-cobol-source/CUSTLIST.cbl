      * Sorts CUSTOMER-FILE by owning branch and customer ID and
      * prints a paginated customer roster with a control break and
      * subtotals per branch, so each branch audits its own book.
      * RPTBURST splits the listing at each branch heading for the
      * branch managers; run with parm E it prints the masked
      * rendition RPTBURST sends to recipients not cleared for the
      * unmasked one.
      *================================================================*

       ENVIRONMENT DIVISION.
