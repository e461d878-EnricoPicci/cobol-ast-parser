       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCLOAD.
      *================================================================*
      * SANCTIONS LIST LOAD
      * Builds the screening list SANCSCRN reads (SANCLIST, see
      * copybooks/SANCREC) from the published sanctions list extract,
      * one published entry per row. An individual's name arrives as
      * "LAST, FIRST MIDDLE" and is split into the customer record's
      * first/last/middle layout; an entity's name is carried whole
      * in the full-name area, the way a corporate customer's name
      * sits in CUST-FULL-NAME; a country entry becomes a country
      * program row. Rows of any other type, or with no entry ID,
      * are reported and left off the list.
      *
      * Run parameter: the publication date of the issue in
      * positions 1-8 (required). It goes on the list's header row,
      * which is how SANCRSCN tells a new issue from the one the
      * customer file was last screened against.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUBLISHED-LIST-FILE ASSIGN TO 'SANCPUB'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PUB-STATUS.

           SELECT SANCTIONS-LIST-FILE ASSIGN TO 'SANCLIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUBLISHED-LIST-FILE.
       01  PUBLISHED-LIST-RECORD.
           05  PUB-ENTRY-ID                PIC X(10).
           05  PUB-ENTRY-TYPE              PIC X(12).
               88  PUB-INDIVIDUAL          VALUE 'INDIVIDUAL'.
               88  PUB-ENTITY              VALUE 'ENTITY'
                                                 'VESSEL'
                                                 'AIRCRAFT'.
               88  PUB-COUNTRY             VALUE 'COUNTRY'.
           05  PUB-NAME                    PIC X(100).
           05  PUB-PROGRAM                 PIC X(8).
           05  PUB-COUNTRY-CODE            PIC X(2).
           05  FILLER                      PIC X(18).

       FD  SANCTIONS-LIST-FILE.
           COPY SANCREC.

       WORKING-STORAGE SECTION.

       01  WS-PUB-STATUS                   PIC XX.
           88  WS-PUB-OK                   VALUE '00'.

       01  WS-SNC-STATUS                   PIC XX.
           88  WS-SNC-OK                   VALUE '00'.

       COPY DATEPARM.

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-LIST-DATE           PIC X(8).
           05  FILLER                      PIC X(12).

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.

       01  WS-LIST-DATE                    PIC 9(8) VALUE 0.

      *----------------------------------------------------------------*
      * Individual name split: the surname before the comma, then the
      * given names after it with their leading spaces stepped over.
      *----------------------------------------------------------------*
       01  WS-NAME-WORK.
           05  WS-NAME-LAST                PIC X(100).
           05  WS-NAME-REST                PIC X(100).
           05  WS-NAME-FIRST               PIC X(25).
           05  WS-NAME-MIDDLE              PIC X(25).
           05  WS-NAME-LEAD                PIC 9(3).

       01  WS-LOAD-TOTALS.
           05  WS-ROWS-READ                PIC 9(7) VALUE 0.
           05  WS-INDIVIDUALS-LOADED       PIC 9(7) VALUE 0.
           05  WS-ENTITIES-LOADED          PIC 9(7) VALUE 0.
           05  WS-COUNTRIES-LOADED         PIC 9(7) VALUE 0.
           05  WS-ROWS-REJECTED            PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-LOAD-ONE-ENTRY UNTIL WS-EOF
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

      *----------------------------------------------------------------*
      * The issue date must be a real date; without it there is no
      * telling this issue from the last, so the load is refused and
      * the standing list is left alone.
      *----------------------------------------------------------------*
       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-LOAD-TOTALS
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-PARM-LIST-DATE NUMERIC
               SET DU-FN-VALIDATE TO TRUE
               MOVE WS-PARM-LIST-DATE TO DU-DATE-1
               CALL 'DATEUTIL' USING DATEUTIL-PARMS
               IF DU-VALID
                   MOVE WS-PARM-LIST-DATE TO WS-LIST-DATE
               END-IF
           END-IF
           IF WS-LIST-DATE = 0
               DISPLAY 'NO VALID LIST PUBLICATION DATE ON RUN '
                   'PARAMETER, LOAD REFUSED: ' WS-PARM-LIST-DATE
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           IF WS-RUN-CLEAN
               OPEN INPUT PUBLISHED-LIST-FILE
               IF NOT WS-PUB-OK
                   DISPLAY 'ERROR OPENING PUBLISHED SANCTIONS LIST: '
                       WS-PUB-STATUS
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF
           IF WS-RUN-CLEAN
               OPEN OUTPUT SANCTIONS-LIST-FILE
               IF NOT WS-SNC-OK
                   DISPLAY 'ERROR OPENING SANCTIONS LIST: '
                       WS-SNC-STATUS
                   CLOSE PUBLISHED-LIST-FILE
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF
           IF WS-RUN-CLEAN
               INITIALIZE SANCTIONS-LIST-RECORD
               SET SNC-HEADER TO TRUE
               MOVE WS-LIST-DATE TO SNC-LIST-DATE
               WRITE SANCTIONS-LIST-RECORD
           END-IF.

       2000-LOAD-ONE-ENTRY SECTION.

       2000-LOAD-ENTRY.
           READ PUBLISHED-LIST-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM 2100-BUILD-ENTRY
           END-READ.

       2100-BUILD-ENTRY SECTION.

       2100-BUILD.
           INITIALIZE SANCTIONS-LIST-RECORD
           MOVE PUB-ENTRY-ID TO SNC-ENTRY-ID
           MOVE PUB-PROGRAM TO SNC-PROGRAM
           MOVE PUB-COUNTRY-CODE TO SNC-COUNTRY-CODE
           EVALUATE TRUE
               WHEN PUB-ENTRY-ID = SPACES
                   ADD 1 TO WS-ROWS-REJECTED
                   DISPLAY 'PUBLISHED ENTRY WITH NO ENTRY ID SKIPPED: '
                       PUB-NAME(1:40)
               WHEN PUB-INDIVIDUAL
                   SET SNC-NAMED-PARTY TO TRUE
                   SET SNC-INDIVIDUAL TO TRUE
                   PERFORM 2200-SPLIT-INDIVIDUAL-NAME
                   WRITE SANCTIONS-LIST-RECORD
                   ADD 1 TO WS-INDIVIDUALS-LOADED
               WHEN PUB-ENTITY
                   SET SNC-NAMED-PARTY TO TRUE
                   SET SNC-ENTITY TO TRUE
                   MOVE PUB-NAME TO SNC-FULL-NAME
                   WRITE SANCTIONS-LIST-RECORD
                   ADD 1 TO WS-ENTITIES-LOADED
               WHEN PUB-COUNTRY
                   AND PUB-COUNTRY-CODE NOT = SPACES
                   SET SNC-COUNTRY-PROGRAM TO TRUE
                   WRITE SANCTIONS-LIST-RECORD
                   ADD 1 TO WS-COUNTRIES-LOADED
               WHEN OTHER
                   ADD 1 TO WS-ROWS-REJECTED
                   DISPLAY 'PUBLISHED ENTRY TYPE NOT RECOGNIZED: '
                       PUB-ENTRY-ID ' ' PUB-ENTRY-TYPE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * "LAST, FIRST MIDDLE": a name with no comma is taken as a
      * surname alone, which the screen matches on surname only.
      *----------------------------------------------------------------*
       2200-SPLIT-INDIVIDUAL-NAME SECTION.

       2200-SPLIT.
           MOVE SPACES TO WS-NAME-WORK
           MOVE 0 TO WS-NAME-LEAD
           UNSTRING PUB-NAME DELIMITED BY ','
               INTO WS-NAME-LAST WS-NAME-REST
           END-UNSTRING
           IF WS-NAME-REST NOT = SPACES
               INSPECT WS-NAME-REST TALLYING WS-NAME-LEAD
                   FOR LEADING SPACES
               UNSTRING WS-NAME-REST(WS-NAME-LEAD + 1:)
                   DELIMITED BY ALL SPACES
                   INTO WS-NAME-FIRST WS-NAME-MIDDLE
               END-UNSTRING
           END-IF
           MOVE WS-NAME-LAST TO SNC-LAST-NAME
           MOVE WS-NAME-FIRST TO SNC-FIRST-NAME
           MOVE WS-NAME-MIDDLE(1:1) TO SNC-MIDDLE-INIT.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-RUN-CLEAN
               CLOSE PUBLISHED-LIST-FILE
               CLOSE SANCTIONS-LIST-FILE
           END-IF
           DISPLAY 'LIST PUBLICATION DATE: ' WS-LIST-DATE
           DISPLAY 'PUBLISHED ROWS READ:   ' WS-ROWS-READ
           DISPLAY 'INDIVIDUALS LOADED:    ' WS-INDIVIDUALS-LOADED
           DISPLAY 'ENTITIES LOADED:       ' WS-ENTITIES-LOADED
           DISPLAY 'COUNTRIES LOADED:      ' WS-COUNTRIES-LOADED
           DISPLAY 'ROWS REJECTED:         ' WS-ROWS-REJECTED.
