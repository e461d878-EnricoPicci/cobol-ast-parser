       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGTXT.
      *================================================================*
      * MESSAGE TEXT LOOKUP SUBROUTINE
      * Callable lookup of the fixed text on customer documents,
      * driven by MT-FUNCTION-CODE in MSGTXT-PARMS (see
      * copybooks/MSGPARM), the same CALL convention FXCONV uses.
      * The message-text file (copybooks/MSGTXREC) is loaded once on
      * the first call and held for the life of the run; every row
      * is one message in one language.
      *
      * CUSTSTMT, STMTRPRT, DUNNING, CONFLTR and ESCHEAT carry their
      * English text themselves and ask here for the customer's own
      * language. Before a document is built the caller checks that
      * every message it uses, and the month names its dates are
      * written with, is on file in that language; a customer whose
      * language is not fully translated lands on the language
      * exception report (LANGEXCP) instead of getting a document in
      * the wrong language. The report is opened for extension on
      * the first exception, so one day's runs accumulate on it, and
      * closed by the caller's CL at end of run.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESSAGE-TEXT-FILE ASSIGN TO 'MSGTEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MTX-STATUS.

           SELECT LANGUAGE-EXCEPTION-FILE ASSIGN TO 'LANGEXCP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LGX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MESSAGE-TEXT-FILE.
           COPY MSGTXREC.

       FD  LANGUAGE-EXCEPTION-FILE.
       01  LANGUAGE-EXCEPTION-RECORD.
           05  LGX-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(2).
           05  LGX-PROGRAM-NAME            PIC X(8).
           05  FILLER                      PIC X(2).
           05  LGX-CUST-ID                 PIC 9(8).
           05  FILLER                      PIC X(2).
           05  LGX-LANGUAGE-CODE           PIC X(2).
           05  FILLER                      PIC X(2).
           05  LGX-DOCUMENT-GROUP          PIC 9(2).
           05  FILLER                      PIC X(2).
           05  LGX-MISSING-NO              PIC 9(4).
           05  FILLER                      PIC X(2).
           05  LGX-REASON                  PIC X(30).
           05  FILLER                      PIC X(6).

       WORKING-STORAGE SECTION.

       01  WS-MTX-STATUS                   PIC XX.
           88  WS-MTX-OK                   VALUE '00'.

       01  WS-LGX-STATUS                   PIC XX.
           88  WS-LGX-OK                   VALUE '00'.

       01  WS-LOAD-FLAG                    PIC X VALUE 'N'.
           88  WS-TABLE-LOADED             VALUE 'Y'.
           88  WS-TABLE-NOT-LOADED         VALUE 'N'.

       01  WS-LOAD-EOF-FLAG                PIC X VALUE 'N'.
           88  WS-LOAD-EOF                 VALUE 'Y'.
           88  WS-LOAD-NOT-EOF             VALUE 'N'.

       01  WS-LGX-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-LGX-FILE-OPEN            VALUE 'Y'.
           88  WS-LGX-FILE-CLOSED          VALUE 'N'.

       01  WS-TEXT-COUNT                   PIC 9(4) VALUE 0.
       01  WS-TEXT-TABLE.
           05  WS-TXT-ENTRY OCCURS 1000 TIMES.
               10  WS-TXT-LANGUAGE         PIC X(2).
               10  WS-TXT-MESSAGE-NO       PIC 9(4).
               10  WS-TXT-TEXT             PIC X(60).

       01  WS-TEXT-FULL-COUNT              PIC 9(5) VALUE 0.
       01  WS-TXT-IDX                      PIC 9(4).

      *----------------------------------------------------------------*
      * English month names, for an English date when the table
      * carries none.
      *----------------------------------------------------------------*
       01  WS-ENGLISH-MONTH-VALUES.
           05  FILLER  PIC X(9) VALUE 'JANUARY'.
           05  FILLER  PIC X(9) VALUE 'FEBRUARY'.
           05  FILLER  PIC X(9) VALUE 'MARCH'.
           05  FILLER  PIC X(9) VALUE 'APRIL'.
           05  FILLER  PIC X(9) VALUE 'MAY'.
           05  FILLER  PIC X(9) VALUE 'JUNE'.
           05  FILLER  PIC X(9) VALUE 'JULY'.
           05  FILLER  PIC X(9) VALUE 'AUGUST'.
           05  FILLER  PIC X(9) VALUE 'SEPTEMBER'.
           05  FILLER  PIC X(9) VALUE 'OCTOBER'.
           05  FILLER  PIC X(9) VALUE 'NOVEMBER'.
           05  FILLER  PIC X(9) VALUE 'DECEMBER'.

       01  WS-ENGLISH-MONTH-TABLE REDEFINES WS-ENGLISH-MONTH-VALUES.
           05  WS-ENGLISH-MONTH OCCURS 12 TIMES
                                           PIC X(9).

      *----------------------------------------------------------------*
      * Document checks already answered this run, by language,
      * group and message count, so a cycle of statements does not
      * rescan the table for every customer. The exception is still
      * written per customer.
      *----------------------------------------------------------------*
       01  WS-CHECK-COUNT                  PIC 9(2) VALUE 0.
       01  WS-CHECK-TABLE.
           05  WS-CHK-ENTRY OCCURS 30 TIMES.
               10  WS-CHK-LANGUAGE         PIC X(2).
               10  WS-CHK-GROUP            PIC 9(2).
               10  WS-CHK-MESSAGE-COUNT    PIC 9(2).
               10  WS-CHK-RESULT           PIC X(1).
               10  WS-CHK-MISSING-NO       PIC 9(4).

       01  WS-CHK-IDX                      PIC 9(2).
       01  WS-CHK-FOUND-FLAG               PIC X VALUE 'N'.
           88  WS-CHK-FOUND                VALUE 'Y'.
           88  WS-CHK-NOT-FOUND            VALUE 'N'.

       01  WS-LOOKUP-WORK.
           05  WS-LANGUAGE                 PIC X(2).
           05  WS-SEARCH-NO                PIC 9(4).
           05  WS-SEARCH-TEXT              PIC X(60).
           05  WS-SEARCH-FLAG              PIC X.
               88  WS-TEXT-FOUND           VALUE 'Y'.
               88  WS-TEXT-NOT-FOUND       VALUE 'N'.
           05  WS-MESSAGE-IDX              PIC 9(2).
           05  WS-DOCUMENT-FLAG            PIC X.
               88  WS-DOCUMENT-COMPLETE    VALUE 'Y'.
               88  WS-DOCUMENT-INCOMPLETE  VALUE 'N'.
           05  WS-MISSING-NO               PIC 9(4).

       01  WS-DATE-WORK.
           05  WS-DATE-IN                  PIC 9(8).
           05  WS-DATE-PARTS REDEFINES WS-DATE-IN.
               10  WS-DATE-YEAR            PIC X(4).
               10  WS-DATE-MONTH           PIC 9(2).
               10  WS-DATE-DAY             PIC 9(2).
           05  WS-DAY-TEXT                 PIC X(2).
           05  WS-MONTH-NAME               PIC X(60).

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-EXCEPTIONS-WRITTEN           PIC 9(7) VALUE 0.

       LINKAGE SECTION.

           COPY MSGPARM.

       PROCEDURE DIVISION USING MSGTXT-PARMS.

       0000-MAIN SECTION.

       0000-START.
           SET MT-NOT-FOUND TO TRUE
           IF MT-LANGUAGE-CODE = SPACES
               MOVE 'EN' TO WS-LANGUAGE
           ELSE
               MOVE MT-LANGUAGE-CODE TO WS-LANGUAGE
           END-IF
           IF WS-TABLE-NOT-LOADED AND NOT MT-FN-CLOSE
               PERFORM 1000-LOAD-TEXT-TABLE
           END-IF
           EVALUATE TRUE
               WHEN MT-FN-TEXT
                   MOVE MT-MESSAGE-NO TO WS-SEARCH-NO
                   PERFORM 2000-FIND-TEXT
                   MOVE WS-SEARCH-TEXT TO MT-TEXT
                   IF WS-TEXT-FOUND
                       SET MT-FOUND TO TRUE
                   END-IF
               WHEN MT-FN-DATE
                   PERFORM 3000-WRITE-OUT-DATE
               WHEN MT-FN-DOCUMENT
                   PERFORM 4000-CHECK-DOCUMENT
               WHEN MT-FN-CLOSE
                   PERFORM 9000-CLOSE-EXCEPTIONS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       1000-LOAD-TEXT-TABLE SECTION.

       1000-LOAD.
           SET WS-TABLE-LOADED TO TRUE
           SET WS-LOAD-NOT-EOF TO TRUE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT MESSAGE-TEXT-FILE
           IF NOT WS-MTX-OK
               DISPLAY 'MESSAGE TEXT FILE NOT AVAILABLE, ENGLISH '
                   'ONLY: ' WS-MTX-STATUS
           ELSE
               PERFORM 1100-LOAD-ONE-TEXT UNTIL WS-LOAD-EOF
               CLOSE MESSAGE-TEXT-FILE
               IF WS-TEXT-FULL-COUNT > 0
                   DISPLAY 'MESSAGE TEXT TABLE FULL, MESSAGES NOT '
                       'LOADED: ' WS-TEXT-FULL-COUNT
               END-IF
           END-IF.

       1100-LOAD-ONE-TEXT SECTION.

       1100-LOAD-TEXT.
           READ MESSAGE-TEXT-FILE
               AT END
                   SET WS-LOAD-EOF TO TRUE
               NOT AT END
                   IF WS-TEXT-COUNT < 1000
                       ADD 1 TO WS-TEXT-COUNT
                       MOVE MTX-LANGUAGE-CODE TO
                           WS-TXT-LANGUAGE(WS-TEXT-COUNT)
                       MOVE MTX-MESSAGE-NO TO
                           WS-TXT-MESSAGE-NO(WS-TEXT-COUNT)
                       MOVE MTX-TEXT TO
                           WS-TXT-TEXT(WS-TEXT-COUNT)
                   ELSE
                       ADD 1 TO WS-TEXT-FULL-COUNT
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Message WS-SEARCH-NO in WS-LANGUAGE; spaces when not on file.
      *----------------------------------------------------------------*
       2000-FIND-TEXT SECTION.

       2000-FIND.
           SET WS-TEXT-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-SEARCH-TEXT
           PERFORM 2100-MATCH-ONE-TEXT
               VARYING WS-TXT-IDX FROM 1 BY 1
               UNTIL WS-TXT-IDX > WS-TEXT-COUNT OR WS-TEXT-FOUND.

       2100-MATCH-ONE-TEXT SECTION.

       2100-MATCH-TEXT.
           IF WS-TXT-LANGUAGE(WS-TXT-IDX) = WS-LANGUAGE
               AND WS-TXT-MESSAGE-NO(WS-TXT-IDX) = WS-SEARCH-NO
               SET WS-TEXT-FOUND TO TRUE
               MOVE WS-TXT-TEXT(WS-TXT-IDX) TO WS-SEARCH-TEXT
           END-IF.

      *----------------------------------------------------------------*
      * The date written out the way each language writes it:
      * English as month, day and year (OCTOBER 5, 2026), every
      * other language as day, month and year (5 OCTOBRE 2026). A
      * month with no name on file in the language comes back as
      * the plain YYYYMMDD date, not found.
      *----------------------------------------------------------------*
       3000-WRITE-OUT-DATE SECTION.

       3000-WRITE-DATE.
           MOVE SPACES TO MT-TEXT
           MOVE MT-DATE TO WS-DATE-IN
           IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
               MOVE MT-DATE TO MT-TEXT
           ELSE
               MOVE WS-DATE-MONTH TO WS-SEARCH-NO
               PERFORM 2000-FIND-TEXT
               IF WS-TEXT-FOUND
                   MOVE WS-SEARCH-TEXT TO WS-MONTH-NAME
               ELSE
                   IF WS-LANGUAGE = 'EN'
                       MOVE WS-ENGLISH-MONTH(WS-DATE-MONTH) TO
                           WS-MONTH-NAME
                       SET WS-TEXT-FOUND TO TRUE
                   END-IF
               END-IF
               IF WS-TEXT-NOT-FOUND
                   MOVE MT-DATE TO MT-TEXT
               ELSE
                   SET MT-FOUND TO TRUE
                   IF WS-DATE-DAY < 10
                       MOVE MT-DATE(8:1) TO WS-DAY-TEXT
                   ELSE
                       MOVE MT-DATE(7:2) TO WS-DAY-TEXT
                   END-IF
                   IF WS-LANGUAGE = 'EN'
                       STRING WS-MONTH-NAME DELIMITED BY '  '
                              ' ' DELIMITED BY SIZE
                              WS-DAY-TEXT DELIMITED BY SPACE
                              ', ' DELIMITED BY SIZE
                              WS-DATE-YEAR DELIMITED BY SIZE
                           INTO MT-TEXT
                       END-STRING
                   ELSE
                       STRING WS-DAY-TEXT DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                              WS-MONTH-NAME DELIMITED BY '  '
                              ' ' DELIMITED BY SIZE
                              WS-DATE-YEAR DELIMITED BY SIZE
                           INTO MT-TEXT
                       END-STRING
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * English is always complete - the callers carry it. Any other
      * language needs the twelve month names and every message of
      * the document on file; the first gap is reported and the
      * customer goes on the exception report.
      *----------------------------------------------------------------*
       4000-CHECK-DOCUMENT SECTION.

       4000-CHECK-DOC.
           MOVE 0 TO MT-MISSING-NO
           IF WS-LANGUAGE = 'EN'
               SET MT-FOUND TO TRUE
           ELSE
               SET WS-CHK-NOT-FOUND TO TRUE
               PERFORM 4100-MATCH-ONE-CHECK
                   VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHECK-COUNT OR WS-CHK-FOUND
               IF WS-CHK-FOUND
                   SUBTRACT 1 FROM WS-CHK-IDX
                   MOVE WS-CHK-RESULT(WS-CHK-IDX) TO WS-DOCUMENT-FLAG
                   MOVE WS-CHK-MISSING-NO(WS-CHK-IDX) TO
                       WS-MISSING-NO
               ELSE
                   PERFORM 4200-SCAN-DOCUMENT-MESSAGES
               END-IF
               IF WS-DOCUMENT-COMPLETE
                   SET MT-FOUND TO TRUE
               ELSE
                   MOVE WS-MISSING-NO TO MT-MISSING-NO
                   PERFORM 4400-WRITE-EXCEPTION
               END-IF
           END-IF.

       4100-MATCH-ONE-CHECK SECTION.

       4100-MATCH-CHECK.
           IF WS-CHK-LANGUAGE(WS-CHK-IDX) = WS-LANGUAGE
               AND WS-CHK-GROUP(WS-CHK-IDX) = MT-DOCUMENT-GROUP
               AND WS-CHK-MESSAGE-COUNT(WS-CHK-IDX) =
                   MT-MESSAGE-COUNT
               SET WS-CHK-FOUND TO TRUE
           END-IF.

       4200-SCAN-DOCUMENT-MESSAGES SECTION.

       4200-SCAN-DOC.
           SET WS-DOCUMENT-COMPLETE TO TRUE
           MOVE 0 TO WS-MISSING-NO
           PERFORM 4210-CHECK-ONE-MONTH
               VARYING WS-MESSAGE-IDX FROM 1 BY 1
               UNTIL WS-MESSAGE-IDX > 12 OR WS-DOCUMENT-INCOMPLETE
           PERFORM 4220-CHECK-ONE-MESSAGE
               VARYING WS-MESSAGE-IDX FROM 1 BY 1
               UNTIL WS-MESSAGE-IDX > MT-MESSAGE-COUNT
                   OR WS-DOCUMENT-INCOMPLETE
           IF WS-CHECK-COUNT < 30
               ADD 1 TO WS-CHECK-COUNT
               MOVE WS-LANGUAGE TO WS-CHK-LANGUAGE(WS-CHECK-COUNT)
               MOVE MT-DOCUMENT-GROUP TO WS-CHK-GROUP(WS-CHECK-COUNT)
               MOVE MT-MESSAGE-COUNT TO
                   WS-CHK-MESSAGE-COUNT(WS-CHECK-COUNT)
               MOVE WS-DOCUMENT-FLAG TO
                   WS-CHK-RESULT(WS-CHECK-COUNT)
               MOVE WS-MISSING-NO TO
                   WS-CHK-MISSING-NO(WS-CHECK-COUNT)
           END-IF.

       4210-CHECK-ONE-MONTH SECTION.

       4210-CHECK-MONTH.
           MOVE WS-MESSAGE-IDX TO WS-SEARCH-NO
           PERFORM 2000-FIND-TEXT
           IF WS-TEXT-NOT-FOUND
               SET WS-DOCUMENT-INCOMPLETE TO TRUE
               MOVE WS-SEARCH-NO TO WS-MISSING-NO
           END-IF.

       4220-CHECK-ONE-MESSAGE SECTION.

       4220-CHECK-MESSAGE.
           COMPUTE WS-SEARCH-NO =
               MT-DOCUMENT-GROUP * 100 + WS-MESSAGE-IDX
           PERFORM 2000-FIND-TEXT
           IF WS-TEXT-NOT-FOUND
               SET WS-DOCUMENT-INCOMPLETE TO TRUE
               MOVE WS-SEARCH-NO TO WS-MISSING-NO
           END-IF.

       4400-WRITE-EXCEPTION SECTION.

       4400-WRITE-EXCP.
           IF WS-LGX-FILE-CLOSED
               OPEN EXTEND LANGUAGE-EXCEPTION-FILE
               IF NOT WS-LGX-OK
                   OPEN OUTPUT LANGUAGE-EXCEPTION-FILE
               END-IF
               IF WS-LGX-OK
                   SET WS-LGX-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'ERROR OPENING LANGUAGE EXCEPTION FILE: '
                       WS-LGX-STATUS
               END-IF
           END-IF
           IF WS-LGX-FILE-OPEN
               MOVE SPACES TO LANGUAGE-EXCEPTION-RECORD
               MOVE WS-TODAY-DATE TO LGX-RUN-DATE
               MOVE MT-PROGRAM-NAME TO LGX-PROGRAM-NAME
               MOVE MT-CUST-ID TO LGX-CUST-ID
               MOVE WS-LANGUAGE TO LGX-LANGUAGE-CODE
               MOVE MT-DOCUMENT-GROUP TO LGX-DOCUMENT-GROUP
               MOVE WS-MISSING-NO TO LGX-MISSING-NO
               MOVE 'NO TRANSLATION, NOT SENT' TO LGX-REASON
               WRITE LANGUAGE-EXCEPTION-RECORD
               IF WS-LGX-OK
                   ADD 1 TO WS-EXCEPTIONS-WRITTEN
               ELSE
                   DISPLAY 'ERROR WRITING LANGUAGE EXCEPTION FOR: '
                       MT-CUST-ID ' STATUS: ' WS-LGX-STATUS
               END-IF
           ELSE
               DISPLAY 'NO TRANSLATION, NOT SENT: ' MT-CUST-ID
                   ' LANGUAGE: ' WS-LANGUAGE
           END-IF.

       9000-CLOSE-EXCEPTIONS SECTION.

       9000-CLOSE.
           IF WS-LGX-FILE-OPEN
               CLOSE LANGUAGE-EXCEPTION-FILE
               SET WS-LGX-FILE-CLOSED TO TRUE
               DISPLAY 'LANGUAGE EXCEPTIONS:     '
                   WS-EXCEPTIONS-WRITTEN
           END-IF
           MOVE 0 TO WS-EXCEPTIONS-WRITTEN.
