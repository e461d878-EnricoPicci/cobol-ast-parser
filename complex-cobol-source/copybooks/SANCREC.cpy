      *================================================================*
      * SANCTIONS LIST RECORD COPYBOOK - The screening list SANCSCRN
      * matches customers against, built by SANCLOAD from each
      * published issue of the sanctions list. The first row is a
      * header carrying the publication date of the issue; every
      * other row is either a named party (a person or an entity)
      * or a country program that sanctions every party resident
      * in the country. Names are held in the customer record's
      * first/last/middle layout so a full-name compare lines up
      * the same way CUST-FULL-NAME does.
      *================================================================*
       01  SANCTIONS-LIST-RECORD.
           05  SNC-RECORD-TYPE             PIC X(1).
               88  SNC-HEADER              VALUE 'H'.
               88  SNC-NAMED-PARTY         VALUE 'N'.
               88  SNC-COUNTRY-PROGRAM     VALUE 'C'.
           05  SNC-ENTRY-ID                PIC X(10).
           05  SNC-PARTY-TYPE              PIC X(1).
               88  SNC-INDIVIDUAL          VALUE 'I'.
               88  SNC-ENTITY              VALUE 'E'.
           05  SNC-NAME-DATA.
               10  SNC-FIRST-NAME          PIC X(25).
               10  SNC-LAST-NAME           PIC X(30).
               10  SNC-MIDDLE-INIT         PIC X(1).
           05  SNC-FULL-NAME REDEFINES SNC-NAME-DATA
                                           PIC X(56).
           05  SNC-COUNTRY-CODE            PIC X(2).
           05  SNC-PROGRAM                 PIC X(8).
      * Publication date of the issue, on the header row only.
           05  SNC-LIST-DATE               PIC 9(8).
           05  FILLER                      PIC X(14).
