       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBURST.
      *================================================================*
      * REPORT BURSTING AND ONLINE DISTRIBUTION
      * Splits one of the night's print files (run parm positions
      * 1-8 name it, as RPTDTAB and the recipient table know it) into
      * a member per recipient on the online report store, in place
      * of printing the report whole and hand-sorting it for the
      * branch managers. The print file is read from BURSTIN.
      *
      * The report is cut at the control breaks RPTDTAB defines for
      * it - a branch or company heading line opens a section that
      * runs to the next one. Each section goes to every recipient
      * with a row for that branch or company (see copybooks/
      * RCPTREC), behind the report's own heading lines; recipients
      * of the whole report get every line. A recipient holding rows
      * for several branches gets them all in one member. A report
      * with no breaks defined goes only to its whole-report
      * recipients.
      *
      * A report RPTDTAB marks as carrying unmasked customer personal
      * data goes as printed only to recipients cleared for it. The
      * others get the masked rendition, read line for line beside
      * the report from BURSTMSK - the same report run in its masked
      * mode (CUSTLIST with parm E). Without a masked rendition the
      * report is withheld from them rather than sent unmasked.
      *
      * What each recipient was sent, and when, is written to the
      * distribution log (see copybooks/RDLGREC), including the
      * recipients who had nothing in the night's report and those
      * it was withheld from.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIPIENT-FILE ASSIGN TO 'RPTRCPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               FILE STATUS IS WS-RCP-STATUS.

           SELECT REPORT-INPUT-FILE ASSIGN TO 'BURSTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPI-STATUS.

           SELECT MASKED-INPUT-FILE ASSIGN TO 'BURSTMSK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MKI-STATUS.

           SELECT REPORT-MEMBER-FILE ASSIGN TO 'RPTMBR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMB-KEY
               FILE STATUS IS WS-RMB-STATUS.

           SELECT DISTRIBUTION-LOG-FILE ASSIGN TO 'RPTDLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLG-KEY
               FILE STATUS IS WS-DLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECIPIENT-FILE.
           COPY RCPTREC.

      *----------------------------------------------------------------*
      * Print files run from 132 to 189 columns, so both renditions
      * are read as variable-length lines.
      *----------------------------------------------------------------*
       FD  REPORT-INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WS-RPI-LENGTH.
       01  REPORT-INPUT-LINE               PIC X(200).

       FD  MASKED-INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WS-MKI-LENGTH.
       01  MASKED-INPUT-LINE               PIC X(200).

       FD  REPORT-MEMBER-FILE.
           COPY RMBRREC.

       FD  DISTRIBUTION-LOG-FILE.
           COPY RDLGREC.

       WORKING-STORAGE SECTION.

       01  WS-RCP-STATUS                   PIC XX.
           88  WS-RCP-OK                   VALUE '00'.

       01  WS-RPI-STATUS                   PIC XX.
           88  WS-RPI-OK                   VALUE '00'.

       01  WS-MKI-STATUS                   PIC XX.
           88  WS-MKI-OK                   VALUE '00'.

       01  WS-RMB-STATUS                   PIC XX.
           88  WS-RMB-OK                   VALUE '00'.
           88  WS-RMB-NOT-OPEN             VALUE '35'.

       01  WS-DLG-STATUS                   PIC XX.
           88  WS-DLG-OK                   VALUE '00'.
           88  WS-DLG-NOT-OPEN             VALUE '35'.

       01  WS-RPI-LENGTH                   PIC 9(3).
       01  WS-MKI-LENGTH                   PIC 9(3).

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-RPI-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-RPI-EOF              VALUE 'Y'.
               88  WS-RPI-NOT-EOF          VALUE 'N'.
           05  WS-RCP-SCAN-FLAG            PIC X VALUE 'D'.
               88  WS-RCP-SCAN-ACTIVE      VALUE 'A'.
               88  WS-RCP-SCAN-DONE        VALUE 'D'.
           05  WS-REPORT-PII-FLAG          PIC X VALUE 'N'.
               88  WS-REPORT-HAS-PII       VALUE 'Y'.
               88  WS-REPORT-NO-PII        VALUE 'N'.
           05  WS-PROLOGUE-FLAG            PIC X VALUE 'Y'.
               88  WS-IN-PROLOGUE          VALUE 'Y'.
               88  WS-PAST-PROLOGUE        VALUE 'N'.
           05  WS-BREAK-LINE-FLAG          PIC X VALUE 'N'.
               88  WS-BREAK-LINE           VALUE 'Y'.
               88  WS-NOT-BREAK-LINE       VALUE 'N'.
           05  WS-SECTION-SENT-FLAG        PIC X VALUE 'N'.
               88  WS-SECTION-SENT         VALUE 'Y'.
               88  WS-SECTION-UNSENT       VALUE 'N'.
           05  WS-WRITE-FLAG               PIC X VALUE 'N'.
               88  WS-WRITE-LINE           VALUE 'Y'.
               88  WS-SKIP-LINE            VALUE 'N'.

      *----------------------------------------------------------------*
      * 'A' the masked rendition is being read beside the report, 'X'
      * none was supplied, 'E' it ran out before the report did.
      *----------------------------------------------------------------*
       01  WS-MASK-FILE-FLAG               PIC X VALUE 'X'.
           88  WS-MASK-AVAILABLE           VALUE 'A'.
           88  WS-MASK-ABSENT              VALUE 'X'.
           88  WS-MASK-ENDED               VALUE 'E'.

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-REPORT-ID           PIC X(8).
           05  FILLER                      PIC X(12).

       01  WS-BURST-DATE                   PIC 9(8).
       01  WS-BURST-TIME                   PIC 9(6).

       COPY RPTDTAB.

      *----------------------------------------------------------------*
      * The report's recipients, one entry each however many rows
      * they hold, with the state of their member as the report is
      * read. A recipient is treated as cleared only if every row
      * they hold for the report says so.
      *----------------------------------------------------------------*
       01  WS-RCT-MAX                      PIC 9(3) VALUE 50.
       01  WS-RCT-COUNT                    PIC 9(3) VALUE 0.
       01  WS-RCT-IDX                      PIC 9(3).
       01  WS-RECIPIENT-TABLE.
           05  WS-RCT-ENTRY OCCURS 50 TIMES.
               10  WS-RCT-ID               PIC X(8).
               10  WS-RCT-NAME             PIC X(30).
               10  WS-RCT-DESTINATION      PIC X(44).
               10  WS-RCT-CLEARED-FLAG     PIC X(1).
                   88  WS-RCT-CLEARED      VALUE 'Y'.
                   88  WS-RCT-NOT-CLEARED  VALUE 'N'.
               10  WS-RCT-WHOLE-FLAG       PIC X(1).
                   88  WS-RCT-WHOLE        VALUE 'Y'.
                   88  WS-RCT-SECTIONS-ONLY
                                           VALUE 'N'.
               10  WS-RCT-SECTION-FLAG     PIC X(1).
                   88  WS-RCT-IN-SECTION   VALUE 'Y'.
                   88  WS-RCT-OUT-SECTION  VALUE 'N'.
               10  WS-RCT-STARTED-FLAG     PIC X(1).
                   88  WS-RCT-STARTED      VALUE 'Y'.
                   88  WS-RCT-NOT-STARTED  VALUE 'N'.
               10  WS-RCT-WITHHELD-FLAG    PIC X(1).
                   88  WS-RCT-WITHHELD     VALUE 'Y'.
                   88  WS-RCT-NOT-WITHHELD VALUE 'N'.
               10  WS-RCT-LINES            PIC 9(7).
               10  WS-RCT-SECTIONS         PIC 9(5).
               10  WS-RCT-BREAK-LIST       PIC X(40).
               10  WS-RCT-LIST-POS         PIC 9(2).

      *----------------------------------------------------------------*
      * Each branch or company row, pointing at its recipient.
      *----------------------------------------------------------------*
       01  WS-MAP-MAX                      PIC 9(3) VALUE 200.
       01  WS-MAP-COUNT                    PIC 9(3) VALUE 0.
       01  WS-MAP-IDX                      PIC 9(3).
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES.
               10  WS-MAP-BREAK-TYPE       PIC X(1).
               10  WS-MAP-BREAK-CODE       PIC X(3).
               10  WS-MAP-RCT-IDX          PIC 9(3).

      *----------------------------------------------------------------*
      * The report's heading lines, ahead of its first break, in both
      * renditions, put at the top of every sectioned member.
      *----------------------------------------------------------------*
       01  WS-PRO-MAX                      PIC 9(3) VALUE 10.
       01  WS-PRO-COUNT                    PIC 9(3) VALUE 0.
       01  WS-PRO-IDX                      PIC 9(3).
       01  WS-PROLOGUE-TABLE.
           05  WS-PRO-ENTRY OCCURS 10 TIMES.
               10  WS-PRO-FULL-LENGTH      PIC 9(3).
               10  WS-PRO-FULL-LINE        PIC X(200).
               10  WS-PRO-MASK-LENGTH      PIC 9(3).
               10  WS-PRO-MASK-LINE        PIC X(200).

       01  WS-LINE-WORK.
           05  WS-LINE-FULL-LENGTH         PIC 9(3).
           05  WS-LINE-FULL                PIC X(200).
           05  WS-LINE-MASK-LENGTH         PIC 9(3).
           05  WS-LINE-MASK                PIC X(200).

       01  WS-OUT-WORK.
           05  WS-OUT-FULL-LENGTH          PIC 9(3).
           05  WS-OUT-FULL                 PIC X(200).
           05  WS-OUT-MASK-LENGTH          PIC 9(3).
           05  WS-OUT-MASK                 PIC X(200).

       01  WS-BREAK-KEY.
           05  WS-BREAK-TYPE               PIC X(1).
           05  WS-BREAK-CODE               PIC X(3).

       01  WS-RUN-TOTALS.
           05  WS-LINES-READ               PIC 9(9) VALUE 0.
           05  WS-SECTIONS-FOUND           PIC 9(7) VALUE 0.
           05  WS-SECTIONS-UNSENT          PIC 9(7) VALUE 0.
           05  WS-MEMBER-LINES             PIC 9(9) VALUE 0.
           05  WS-RECIPIENTS-LOGGED        PIC 9(5) VALUE 0.
           05  WS-RECIPIENTS-WITHHELD      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-LOAD-RECIPIENTS
               IF WS-RCT-COUNT = 0
                   DISPLAY 'NO ACTIVE RECIPIENTS FOR REPORT: '
                       WS-PARM-REPORT-ID
               ELSE
                   PERFORM 3000-BURST-ONE-LINE UNTIL WS-RPI-EOF
                   PERFORM 5000-LOG-DISTRIBUTION
               END-IF
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-RUN-TOTALS
           SET WS-IN-PROLOGUE TO TRUE
           ACCEPT WS-BURST-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BURST-TIME FROM TIME
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-PARM-REPORT-ID = SPACES
               DISPLAY 'NO REPORT ID ON RUN PARM, NOTHING BURST'
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               PERFORM 1100-CHECK-REPORT-PII
                   VARYING RBD-IDX FROM 1 BY 1
                   UNTIL RBD-IDX > RBD-TABLE-SIZE
               PERFORM 1200-OPEN-FILES
           END-IF.

       1100-CHECK-REPORT-PII SECTION.

       1100-CHECK-PII.
           IF RBD-REPORT-ID(RBD-IDX) = WS-PARM-REPORT-ID
               AND RBD-PII-FLAG(RBD-IDX) = 'Y'
               SET WS-REPORT-HAS-PII TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * The masked rendition is only looked for when the report
      * needs one; the member store and log are created on first use.
      *----------------------------------------------------------------*
       1200-OPEN-FILES SECTION.

       1200-OPEN.
           OPEN INPUT RECIPIENT-FILE
           IF NOT WS-RCP-OK
               DISPLAY 'ERROR OPENING RECIPIENT FILE: ' WS-RCP-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT REPORT-INPUT-FILE
           IF NOT WS-RPI-OK
               DISPLAY 'ERROR OPENING REPORT TO BURST: ' WS-RPI-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN I-O REPORT-MEMBER-FILE
           IF WS-RMB-NOT-OPEN
               OPEN OUTPUT REPORT-MEMBER-FILE
               CLOSE REPORT-MEMBER-FILE
               OPEN I-O REPORT-MEMBER-FILE
           END-IF
           IF NOT WS-RMB-OK
               DISPLAY 'ERROR OPENING REPORT MEMBER FILE: '
                   WS-RMB-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN I-O DISTRIBUTION-LOG-FILE
           IF WS-DLG-NOT-OPEN
               OPEN OUTPUT DISTRIBUTION-LOG-FILE
               CLOSE DISTRIBUTION-LOG-FILE
               OPEN I-O DISTRIBUTION-LOG-FILE
           END-IF
           IF NOT WS-DLG-OK
               DISPLAY 'ERROR OPENING DISTRIBUTION LOG: '
                   WS-DLG-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           IF WS-REPORT-HAS-PII
               OPEN INPUT MASKED-INPUT-FILE
               IF WS-MKI-OK
                   SET WS-MASK-AVAILABLE TO TRUE
               ELSE
                   SET WS-MASK-ABSENT TO TRUE
                   DISPLAY 'MASKED RENDITION NOT AVAILABLE, REPORT '
                       'WITHHELD FROM UNCLEARED RECIPIENTS: '
                       WS-MKI-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The report's rows sit together on the recipient file, keyed
      * by report first.
      *----------------------------------------------------------------*
       2000-LOAD-RECIPIENTS SECTION.

       2000-LOAD.
           SET WS-RCP-SCAN-ACTIVE TO TRUE
           MOVE LOW-VALUES TO RCP-KEY
           MOVE WS-PARM-REPORT-ID TO RCP-REPORT-ID
           START RECIPIENT-FILE KEY IS NOT LESS THAN RCP-KEY
               INVALID KEY
                   SET WS-RCP-SCAN-DONE TO TRUE
           END-START
           PERFORM 2100-LOAD-ONE-ROW
               UNTIL WS-RCP-SCAN-DONE.

       2100-LOAD-ONE-ROW SECTION.

       2100-LOAD-ROW.
           READ RECIPIENT-FILE NEXT RECORD
               AT END
                   SET WS-RCP-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-RCP-SCAN-DONE
               IF NOT WS-RCP-OK
                   OR RCP-REPORT-ID NOT = WS-PARM-REPORT-ID
                   SET WS-RCP-SCAN-DONE TO TRUE
               ELSE
                   IF RCP-ACTIVE
                       PERFORM 2200-FIND-RECIPIENT
                       IF WS-RCT-IDX > 0
                           PERFORM 2300-KEEP-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Leaves WS-RCT-IDX on the recipient's entry, adding one if
      * this is their first row, or zero when the table is full.
      *----------------------------------------------------------------*
       2200-FIND-RECIPIENT SECTION.

       2200-FIND-RCT.
           MOVE 1 TO WS-RCT-IDX
           PERFORM 2210-STEP-RECIPIENT
               UNTIL WS-RCT-IDX > WS-RCT-COUNT
                   OR WS-RCT-ID(WS-RCT-IDX) = RCP-RECIPIENT-ID
           IF WS-RCT-IDX > WS-RCT-COUNT
               IF WS-RCT-COUNT < WS-RCT-MAX
                   ADD 1 TO WS-RCT-COUNT
                   MOVE WS-RCT-COUNT TO WS-RCT-IDX
                   INITIALIZE WS-RCT-ENTRY(WS-RCT-IDX)
                   MOVE RCP-RECIPIENT-ID TO WS-RCT-ID(WS-RCT-IDX)
                   MOVE RCP-RECIPIENT-NAME TO WS-RCT-NAME(WS-RCT-IDX)
                   MOVE RCP-DESTINATION TO
                       WS-RCT-DESTINATION(WS-RCT-IDX)
                   SET WS-RCT-CLEARED(WS-RCT-IDX) TO TRUE
                   SET WS-RCT-SECTIONS-ONLY(WS-RCT-IDX) TO TRUE
                   SET WS-RCT-OUT-SECTION(WS-RCT-IDX) TO TRUE
                   SET WS-RCT-NOT-STARTED(WS-RCT-IDX) TO TRUE
                   SET WS-RCT-NOT-WITHHELD(WS-RCT-IDX) TO TRUE
                   MOVE SPACES TO WS-RCT-BREAK-LIST(WS-RCT-IDX)
               ELSE
                   DISPLAY 'RECIPIENT TABLE FULL, RECIPIENT SKIPPED: '
                       RCP-RECIPIENT-ID
                   MOVE 0 TO WS-RCT-IDX
               END-IF
           END-IF.

       2210-STEP-RECIPIENT SECTION.

       2210-STEP-RCT.
           ADD 1 TO WS-RCT-IDX.

       2300-KEEP-ROW SECTION.

       2300-KEEP.
           IF RCP-PII-NOT-CLEARED
               SET WS-RCT-NOT-CLEARED(WS-RCT-IDX) TO TRUE
           END-IF
           IF RCP-WHOLE-REPORT
               SET WS-RCT-WHOLE(WS-RCT-IDX) TO TRUE
               SET WS-RCT-STARTED(WS-RCT-IDX) TO TRUE
           ELSE
               IF WS-MAP-COUNT < WS-MAP-MAX
                   ADD 1 TO WS-MAP-COUNT
                   MOVE RCP-BREAK-TYPE TO
                       WS-MAP-BREAK-TYPE(WS-MAP-COUNT)
                   MOVE RCP-BREAK-CODE TO
                       WS-MAP-BREAK-CODE(WS-MAP-COUNT)
                   MOVE WS-RCT-IDX TO WS-MAP-RCT-IDX(WS-MAP-COUNT)
               ELSE
                   DISPLAY 'BREAK TABLE FULL, ROW SKIPPED: ' RCP-KEY
               END-IF
           END-IF.

       3000-BURST-ONE-LINE SECTION.

       3000-BURST-LINE.
           READ REPORT-INPUT-FILE
               AT END
                   SET WS-RPI-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   MOVE SPACES TO WS-LINE-FULL
                   MOVE WS-RPI-LENGTH TO WS-LINE-FULL-LENGTH
                   MOVE REPORT-INPUT-LINE(1:WS-RPI-LENGTH) TO
                       WS-LINE-FULL
                   PERFORM 3100-READ-MASKED-LINE
                   PERFORM 3200-CHECK-BREAK
                   IF WS-IN-PROLOGUE
                       PERFORM 3300-KEEP-PROLOGUE-LINE
                   END-IF
                   PERFORM 3400-DISTRIBUTE-LINE
                       VARYING WS-RCT-IDX FROM 1 BY 1
                       UNTIL WS-RCT-IDX > WS-RCT-COUNT
           END-READ.

      *----------------------------------------------------------------*
      * The masked rendition is the same report line for line; if it
      * runs out first the rest is withheld from uncleared members.
      *----------------------------------------------------------------*
       3100-READ-MASKED-LINE SECTION.

       3100-READ-MASKED.
           MOVE SPACES TO WS-LINE-MASK
           MOVE 0 TO WS-LINE-MASK-LENGTH
           IF WS-MASK-AVAILABLE
               READ MASKED-INPUT-FILE
                   AT END
                       SET WS-MASK-ENDED TO TRUE
                       DISPLAY 'MASKED RENDITION ENDS AT REPORT LINE '
                           WS-LINES-READ ', REST WITHHELD FROM '
                           'UNCLEARED RECIPIENTS'
                   NOT AT END
                       MOVE WS-MKI-LENGTH TO WS-LINE-MASK-LENGTH
                       MOVE MASKED-INPUT-LINE(1:WS-MKI-LENGTH) TO
                           WS-LINE-MASK
               END-READ
           END-IF.

       3200-CHECK-BREAK SECTION.

       3200-CHECK-BRK.
           SET WS-NOT-BREAK-LINE TO TRUE
           PERFORM 3210-CHECK-ONE-DEFINITION
               VARYING RBD-IDX FROM 1 BY 1
               UNTIL RBD-IDX > RBD-TABLE-SIZE
                   OR WS-BREAK-LINE
           IF WS-BREAK-LINE
               PERFORM 3220-START-SECTION
           END-IF.

       3210-CHECK-ONE-DEFINITION SECTION.

       3210-CHECK-DEF.
           IF RBD-REPORT-ID(RBD-IDX) = WS-PARM-REPORT-ID
               IF WS-LINE-FULL(RBD-MARKER-COL(RBD-IDX):
                       RBD-MARKER-LEN(RBD-IDX)) =
                   RBD-MARKER-TEXT(RBD-IDX)
                       (1:RBD-MARKER-LEN(RBD-IDX))
                   SET WS-BREAK-LINE TO TRUE
                   MOVE RBD-BREAK-TYPE(RBD-IDX) TO WS-BREAK-TYPE
                   MOVE SPACES TO WS-BREAK-CODE
                   MOVE WS-LINE-FULL(RBD-KEY-COL(RBD-IDX):
                           RBD-KEY-LEN(RBD-IDX)) TO
                       WS-BREAK-CODE(1:RBD-KEY-LEN(RBD-IDX))
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * A break closes every recipient's current section and opens
      * the new one for the recipients holding its branch or company.
      * A section no one holds still goes to whole-report recipients
      * and is listed so the recipient table can be put right.
      *----------------------------------------------------------------*
       3220-START-SECTION SECTION.

       3220-START.
           SET WS-PAST-PROLOGUE TO TRUE
           ADD 1 TO WS-SECTIONS-FOUND
           SET WS-SECTION-UNSENT TO TRUE
           PERFORM 3221-CLOSE-SECTION
               VARYING WS-RCT-IDX FROM 1 BY 1
               UNTIL WS-RCT-IDX > WS-RCT-COUNT
           PERFORM 3230-MATCH-ONE-ROW
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
           IF WS-SECTION-UNSENT
               ADD 1 TO WS-SECTIONS-UNSENT
               DISPLAY 'NO RECIPIENT FOR SECTION: ' WS-BREAK-TYPE
                   ' ' WS-BREAK-CODE
           END-IF.

       3221-CLOSE-SECTION SECTION.

       3221-CLOSE.
           SET WS-RCT-OUT-SECTION(WS-RCT-IDX) TO TRUE.

       3230-MATCH-ONE-ROW SECTION.

       3230-MATCH.
           IF WS-MAP-BREAK-TYPE(WS-MAP-IDX) = WS-BREAK-TYPE
               AND WS-MAP-BREAK-CODE(WS-MAP-IDX) = WS-BREAK-CODE
               SET WS-SECTION-SENT TO TRUE
               MOVE WS-MAP-RCT-IDX(WS-MAP-IDX) TO WS-RCT-IDX
               SET WS-RCT-IN-SECTION(WS-RCT-IDX) TO TRUE
               ADD 1 TO WS-RCT-SECTIONS(WS-RCT-IDX)
               IF WS-RCT-LIST-POS(WS-RCT-IDX) < 37
                   MOVE WS-BREAK-CODE TO WS-RCT-BREAK-LIST(WS-RCT-IDX)
                       (WS-RCT-LIST-POS(WS-RCT-IDX) + 1:3)
                   ADD 4 TO WS-RCT-LIST-POS(WS-RCT-IDX)
               END-IF
           END-IF.

       3300-KEEP-PROLOGUE-LINE SECTION.

       3300-KEEP-PROLOGUE.
           IF WS-PRO-COUNT < WS-PRO-MAX
               ADD 1 TO WS-PRO-COUNT
               MOVE WS-LINE-FULL-LENGTH TO
                   WS-PRO-FULL-LENGTH(WS-PRO-COUNT)
               MOVE WS-LINE-FULL TO WS-PRO-FULL-LINE(WS-PRO-COUNT)
               MOVE WS-LINE-MASK-LENGTH TO
                   WS-PRO-MASK-LENGTH(WS-PRO-COUNT)
               MOVE WS-LINE-MASK TO WS-PRO-MASK-LINE(WS-PRO-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      * A sectioned member takes the report's heading lines the first
      * time one of its sections comes round.
      *----------------------------------------------------------------*
       3400-DISTRIBUTE-LINE SECTION.

       3400-DISTRIBUTE.
           IF WS-RCT-WHOLE(WS-RCT-IDX)
               OR WS-RCT-IN-SECTION(WS-RCT-IDX)
               IF WS-RCT-NOT-STARTED(WS-RCT-IDX)
                   PERFORM 3410-WRITE-PROLOGUE-LINE
                       VARYING WS-PRO-IDX FROM 1 BY 1
                       UNTIL WS-PRO-IDX > WS-PRO-COUNT
                   SET WS-RCT-STARTED(WS-RCT-IDX) TO TRUE
               END-IF
               MOVE WS-LINE-WORK TO WS-OUT-WORK
               PERFORM 4000-WRITE-MEMBER-LINE
           END-IF.

       3410-WRITE-PROLOGUE-LINE SECTION.

       3410-WRITE-PROLOGUE.
           MOVE WS-PRO-ENTRY(WS-PRO-IDX) TO WS-OUT-WORK
           PERFORM 4000-WRITE-MEMBER-LINE.

      *----------------------------------------------------------------*
      * The rendition goes by the recipient's clearance; a line with
      * no masked counterpart is withheld, never sent unmasked.
      *----------------------------------------------------------------*
       4000-WRITE-MEMBER-LINE SECTION.

       4000-WRITE-MEMBER.
           SET WS-WRITE-LINE TO TRUE
           INITIALIZE REPORT-MEMBER-RECORD
           IF WS-REPORT-HAS-PII
               AND WS-RCT-NOT-CLEARED(WS-RCT-IDX)
               IF WS-OUT-MASK-LENGTH = 0
                   SET WS-SKIP-LINE TO TRUE
                   SET WS-RCT-WITHHELD(WS-RCT-IDX) TO TRUE
               ELSE
                   SET RMB-MASKED TO TRUE
                   MOVE WS-OUT-MASK-LENGTH TO RMB-LINE-LENGTH
                   MOVE WS-OUT-MASK TO RMB-LINE
               END-IF
           ELSE
               SET RMB-FULL TO TRUE
               MOVE WS-OUT-FULL-LENGTH TO RMB-LINE-LENGTH
               MOVE WS-OUT-FULL TO RMB-LINE
           END-IF
           IF WS-WRITE-LINE
               ADD 1 TO WS-RCT-LINES(WS-RCT-IDX)
               MOVE WS-RCT-ID(WS-RCT-IDX) TO RMB-RECIPIENT-ID
               MOVE WS-PARM-REPORT-ID TO RMB-REPORT-ID
               MOVE WS-BURST-DATE TO RMB-BURST-DATE
               MOVE WS-BURST-TIME TO RMB-BURST-TIME
               MOVE WS-RCT-LINES(WS-RCT-IDX) TO RMB-LINE-SEQ
               WRITE REPORT-MEMBER-RECORD
               IF WS-RMB-OK
                   ADD 1 TO WS-MEMBER-LINES
               ELSE
                   DISPLAY 'ERROR WRITING REPORT MEMBER: ' RMB-KEY
                       ' STATUS: ' WS-RMB-STATUS
               END-IF
           END-IF.

       5000-LOG-DISTRIBUTION SECTION.

       5000-LOG-DIST.
           PERFORM 5100-LOG-ONE-RECIPIENT
               VARYING WS-RCT-IDX FROM 1 BY 1
               UNTIL WS-RCT-IDX > WS-RCT-COUNT.

       5100-LOG-ONE-RECIPIENT SECTION.

       5100-LOG-ONE.
           INITIALIZE REPORT-DISTRIBUTION-RECORD
           MOVE WS-RCT-ID(WS-RCT-IDX) TO DLG-RECIPIENT-ID
           MOVE WS-PARM-REPORT-ID TO DLG-REPORT-ID
           MOVE WS-BURST-DATE TO DLG-BURST-DATE
           MOVE WS-BURST-TIME TO DLG-BURST-TIME
           MOVE WS-RCT-NAME(WS-RCT-IDX) TO DLG-RECIPIENT-NAME
           MOVE WS-RCT-DESTINATION(WS-RCT-IDX) TO DLG-DESTINATION
           MOVE WS-RCT-SECTIONS(WS-RCT-IDX) TO DLG-SECTION-COUNT
           MOVE WS-RCT-LINES(WS-RCT-IDX) TO DLG-LINE-COUNT
           MOVE WS-RCT-BREAK-LIST(WS-RCT-IDX) TO DLG-BREAK-LIST
           EVALUATE TRUE
               WHEN WS-RCT-WITHHELD(WS-RCT-IDX)
                   SET DLG-WITHHELD TO TRUE
                   ADD 1 TO WS-RECIPIENTS-WITHHELD
               WHEN WS-RCT-LINES(WS-RCT-IDX) = 0
                   SET DLG-NOTHING-SENT TO TRUE
               WHEN WS-REPORT-HAS-PII
                   AND WS-RCT-NOT-CLEARED(WS-RCT-IDX)
                   SET DLG-MASKED TO TRUE
               WHEN OTHER
                   SET DLG-FULL TO TRUE
           END-EVALUATE
           WRITE REPORT-DISTRIBUTION-RECORD
           IF WS-DLG-OK
               ADD 1 TO WS-RECIPIENTS-LOGGED
           ELSE
               DISPLAY 'ERROR WRITING DISTRIBUTION LOG: ' DLG-KEY
                   ' STATUS: ' WS-DLG-STATUS
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-RUN-CLEAN
               CLOSE RECIPIENT-FILE
               CLOSE REPORT-INPUT-FILE
               CLOSE REPORT-MEMBER-FILE
               CLOSE DISTRIBUTION-LOG-FILE
               IF NOT WS-MASK-ABSENT
                   CLOSE MASKED-INPUT-FILE
               END-IF
           END-IF
           DISPLAY 'REPORT:                  ' WS-PARM-REPORT-ID
           DISPLAY 'REPORT LINES READ:       ' WS-LINES-READ
           DISPLAY 'SECTIONS FOUND:          ' WS-SECTIONS-FOUND
           DISPLAY 'SECTIONS WITH NO ONE:    ' WS-SECTIONS-UNSENT
           DISPLAY 'RECIPIENTS:              ' WS-RCT-COUNT
           DISPLAY 'MEMBER LINES WRITTEN:    ' WS-MEMBER-LINES
           DISPLAY 'RECIPIENTS LOGGED:       ' WS-RECIPIENTS-LOGGED
           DISPLAY 'RECIPIENTS WITHHELD:     ' WS-RECIPIENTS-WITHHELD.
