       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCRN.
      *================================================================*
      * SANCTIONS SCREENING SUBROUTINE
      * Callable screen of a customer's name and country against the
      * sanctions list, driven by SS-FUNCTION-CODE in SANCSCRN-PARMS
      * (see copybooks/SANCPARM), the same CALL convention FXCONV
      * uses. The list SANCLOAD builds is loaded once on the first
      * call and held for the life of the run. A customer is a
      * potential match when:
      *   - the full name equals a listed party's full name;
      *   - the last name equals a listed individual's last name and
      *     the first names start with the same letter (or the list
      *     carries no first name);
      *   - the country is under a country-wide program.
      * Names are compared in upper case. A match the review queue
      * already shows cleared for the customer is passed over, so a
      * compliance officer's clear holds through later rescreens.
      *
      * CUSTMAIN's add, CUSTCNV's conversion, NCOAINTK's address
      * change and the SANCRSCN monthly rescreen all screen here;
      * each puts a matched account on hold itself and then calls QU
      * to queue the match for SANCREVW.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCTIONS-LIST-FILE ASSIGN TO 'SANCLIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNC-STATUS.

           SELECT SANCTIONS-QUEUE-FILE ASSIGN TO 'SANCQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRQ-KEY
               FILE STATUS IS WS-SRQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SANCTIONS-LIST-FILE.
           COPY SANCREC.

       FD  SANCTIONS-QUEUE-FILE.
           COPY SANCQREC.

       WORKING-STORAGE SECTION.

       01  WS-SNC-STATUS                   PIC XX.
           88  WS-SNC-OK                   VALUE '00'.

       01  WS-SRQ-STATUS                   PIC XX.
           88  WS-SRQ-OK                   VALUE '00'.
           88  WS-SRQ-NOT-OPEN             VALUE '35'.

       01  WS-LOAD-FLAG                    PIC X VALUE 'N'.
           88  WS-TABLE-LOADED             VALUE 'Y'.
           88  WS-TABLE-NOT-LOADED         VALUE 'N'.

       01  WS-LIST-FLAG                    PIC X VALUE 'N'.
           88  WS-LIST-AVAILABLE           VALUE 'Y'.
           88  WS-LIST-ABSENT              VALUE 'N'.

       01  WS-QUEUE-FLAG                   PIC X VALUE 'N'.
           88  WS-QUEUE-OPEN               VALUE 'Y'.
           88  WS-QUEUE-CLOSED             VALUE 'N'.

       01  WS-LOAD-EOF-FLAG                PIC X VALUE 'N'.
           88  WS-LOAD-EOF                 VALUE 'Y'.
           88  WS-LOAD-NOT-EOF             VALUE 'N'.

       01  WS-LIST-DATE                    PIC 9(8) VALUE 0.
       01  WS-LIST-COUNT                   PIC 9(5) VALUE 0.
       01  WS-LIST-FULL-COUNT              PIC 9(5) VALUE 0.
       01  WS-LIST-IDX                     PIC 9(5).
       01  WS-LIST-TABLE.
           05  WS-LST-ENTRY OCCURS 10000 TIMES.
               10  WS-LST-RECORD-TYPE      PIC X(1).
                   88  WS-LST-NAMED-PARTY  VALUE 'N'.
                   88  WS-LST-COUNTRY-PROG VALUE 'C'.
               10  WS-LST-ENTRY-ID         PIC X(10).
               10  WS-LST-PARTY-TYPE       PIC X(1).
                   88  WS-LST-INDIVIDUAL   VALUE 'I'.
               10  WS-LST-NAME-DATA.
                   15  WS-LST-FIRST-NAME   PIC X(25).
                   15  WS-LST-LAST-NAME    PIC X(30).
                   15  WS-LST-MIDDLE-INIT  PIC X(1).
               10  WS-LST-FULL-NAME REDEFINES WS-LST-NAME-DATA
                                           PIC X(56).
               10  WS-LST-COUNTRY-CODE     PIC X(2).
               10  WS-LST-PROGRAM          PIC X(8).

       01  WS-SCREEN-WORK.
           05  WS-SCR-NAME-DATA.
               10  WS-SCR-FIRST-NAME       PIC X(25).
               10  WS-SCR-LAST-NAME        PIC X(30).
               10  WS-SCR-MIDDLE-INIT      PIC X(1).
           05  WS-SCR-FULL-NAME REDEFINES WS-SCR-NAME-DATA
                                           PIC X(56).
           05  WS-SCR-COUNTRY-CODE         PIC X(2).
           05  WS-SCR-MATCH-TYPE           PIC X(1).
               88  WS-SCR-NO-MATCH         VALUE SPACE.

       01  WS-TODAY-DATE                   PIC 9(8).

       LINKAGE SECTION.

           COPY SANCPARM.

       PROCEDURE DIVISION USING SANCSCRN-PARMS.

       0000-MAIN SECTION.

       0000-START.
           IF WS-TABLE-NOT-LOADED
               PERFORM 1000-LOAD-LIST
           END-IF
           EVALUATE TRUE
               WHEN SS-FN-SCREEN
                   PERFORM 2000-SCREEN-CUSTOMER
               WHEN SS-FN-QUEUE
                   PERFORM 3000-QUEUE-MATCH
               WHEN SS-FN-LIST-INFO
                   PERFORM 4000-LIST-INFO
               WHEN SS-FN-CLOSE
                   PERFORM 9000-CLOSE-QUEUE
               WHEN OTHER
                   SET SS-LIST-UNAVAILABLE TO TRUE
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------*
      * The header row gives the issue date; a list with no rows, or
      * no list at all, leaves the screen unavailable so the caller
      * can say so instead of passing the customer as clear.
      *----------------------------------------------------------------*
       1000-LOAD-LIST SECTION.

       1000-LOAD.
           SET WS-TABLE-LOADED TO TRUE
           SET WS-LOAD-NOT-EOF TO TRUE
           OPEN INPUT SANCTIONS-LIST-FILE
           IF NOT WS-SNC-OK
               DISPLAY 'SANCTIONS LIST NOT AVAILABLE: '
                   WS-SNC-STATUS
           ELSE
               PERFORM 1100-LOAD-ONE-ENTRY UNTIL WS-LOAD-EOF
               CLOSE SANCTIONS-LIST-FILE
               IF WS-LIST-COUNT > 0
                   SET WS-LIST-AVAILABLE TO TRUE
               ELSE
                   DISPLAY 'SANCTIONS LIST HAS NO ENTRIES'
               END-IF
               IF WS-LIST-FULL-COUNT > 0
                   DISPLAY 'SANCTIONS LIST ENTRIES NOT LOADED, TABLE '
                       'FULL: ' WS-LIST-FULL-COUNT
               END-IF
           END-IF.

       1100-LOAD-ONE-ENTRY SECTION.

       1100-LOAD-ENTRY.
           READ SANCTIONS-LIST-FILE
               AT END
                   SET WS-LOAD-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SNC-HEADER
                           MOVE SNC-LIST-DATE TO WS-LIST-DATE
                       WHEN WS-LIST-COUNT NOT < 10000
                           ADD 1 TO WS-LIST-FULL-COUNT
                       WHEN SNC-NAMED-PARTY
                       WHEN SNC-COUNTRY-PROGRAM
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM 1110-STORE-ENTRY
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       1110-STORE-ENTRY SECTION.

       1110-STORE.
           MOVE SNC-RECORD-TYPE TO WS-LST-RECORD-TYPE(WS-LIST-COUNT)
           MOVE SNC-ENTRY-ID TO WS-LST-ENTRY-ID(WS-LIST-COUNT)
           MOVE SNC-PARTY-TYPE TO WS-LST-PARTY-TYPE(WS-LIST-COUNT)
           MOVE SNC-FULL-NAME TO WS-LST-FULL-NAME(WS-LIST-COUNT)
           INSPECT WS-LST-FULL-NAME(WS-LIST-COUNT)
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SNC-COUNTRY-CODE TO WS-LST-COUNTRY-CODE(WS-LIST-COUNT)
           MOVE SNC-PROGRAM TO WS-LST-PROGRAM(WS-LIST-COUNT).

       2000-SCREEN-CUSTOMER SECTION.

       2000-SCREEN.
           SET SS-NO-MATCH TO TRUE
           MOVE SPACES TO SS-ENTRY-ID
           MOVE SPACES TO SS-MATCH-TYPE
           MOVE SPACES TO SS-SANCTIONS-PROGRAM
           SET SS-NOT-QUEUED TO TRUE
           MOVE WS-LIST-DATE TO SS-LIST-DATE
           IF WS-LIST-ABSENT
               SET SS-LIST-UNAVAILABLE TO TRUE
           ELSE
               PERFORM 2050-OPEN-QUEUE
               MOVE SS-FULL-NAME TO WS-SCR-FULL-NAME
               INSPECT WS-SCR-FULL-NAME
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE SS-COUNTRY-CODE TO WS-SCR-COUNTRY-CODE
               INSPECT WS-SCR-COUNTRY-CODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               PERFORM 2100-CHECK-ENTRY
                   VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-LIST-COUNT
                      OR SS-POTENTIAL-MATCH
           END-IF.

      *----------------------------------------------------------------*
      * The review queue is opened on the first screen or queue call
      * and created the first time it is needed.
      *----------------------------------------------------------------*
       2050-OPEN-QUEUE SECTION.

       2050-OPEN.
           IF WS-QUEUE-CLOSED
               OPEN I-O SANCTIONS-QUEUE-FILE
               IF WS-SRQ-NOT-OPEN
                   OPEN OUTPUT SANCTIONS-QUEUE-FILE
                   CLOSE SANCTIONS-QUEUE-FILE
                   OPEN I-O SANCTIONS-QUEUE-FILE
               END-IF
               IF WS-SRQ-OK
                   SET WS-QUEUE-OPEN TO TRUE
               ELSE
                   DISPLAY 'ERROR OPENING SANCTIONS REVIEW QUEUE: '
                       WS-SRQ-STATUS
               END-IF
           END-IF.

       2100-CHECK-ENTRY SECTION.

       2100-CHECK.
           MOVE SPACES TO WS-SCR-MATCH-TYPE
           EVALUATE TRUE
               WHEN WS-LST-COUNTRY-PROG(WS-LIST-IDX)
                   IF WS-SCR-COUNTRY-CODE NOT = SPACES
                      AND WS-SCR-COUNTRY-CODE =
                          WS-LST-COUNTRY-CODE(WS-LIST-IDX)
                       MOVE 'C' TO WS-SCR-MATCH-TYPE
                   END-IF
               WHEN WS-SCR-FULL-NAME = SPACES
                   CONTINUE
               WHEN WS-SCR-FULL-NAME = WS-LST-FULL-NAME(WS-LIST-IDX)
                   MOVE 'F' TO WS-SCR-MATCH-TYPE
               WHEN WS-LST-INDIVIDUAL(WS-LIST-IDX)
                AND WS-SCR-LAST-NAME NOT = SPACES
                AND WS-SCR-LAST-NAME = WS-LST-LAST-NAME(WS-LIST-IDX)
                   IF WS-LST-FIRST-NAME(WS-LIST-IDX) = SPACES
                      OR WS-SCR-FIRST-NAME(1:1) =
                         WS-LST-FIRST-NAME(WS-LIST-IDX)(1:1)
                       MOVE 'P' TO WS-SCR-MATCH-TYPE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-SCR-NO-MATCH
               PERFORM 2200-CHECK-CLEARED
           END-IF.

      *----------------------------------------------------------------*
      * A match already cleared for this customer against this entry
      * is not raised again.
      *----------------------------------------------------------------*
       2200-CHECK-CLEARED SECTION.

       2200-CLEARED.
           IF WS-QUEUE-OPEN
               MOVE SS-CUST-ID TO SRQ-CUST-ID
               MOVE WS-LST-ENTRY-ID(WS-LIST-IDX) TO SRQ-ENTRY-ID
               READ SANCTIONS-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-SRQ-OK AND SRQ-CLEARED
                   MOVE SPACES TO WS-SCR-MATCH-TYPE
               END-IF
           END-IF
           IF NOT WS-SCR-NO-MATCH
               SET SS-POTENTIAL-MATCH TO TRUE
               MOVE WS-LST-ENTRY-ID(WS-LIST-IDX) TO SS-ENTRY-ID
               MOVE WS-SCR-MATCH-TYPE TO SS-MATCH-TYPE
               MOVE WS-LST-PROGRAM(WS-LIST-IDX) TO
                   SS-SANCTIONS-PROGRAM
           END-IF.

      *----------------------------------------------------------------*
      * Queue the match the last SC returned. The caller supplies the
      * account status and reason from before it applied the hold.
      *----------------------------------------------------------------*
       3000-QUEUE-MATCH SECTION.

       3000-QUEUE.
           SET SS-NOT-QUEUED TO TRUE
           PERFORM 2050-OPEN-QUEUE
           IF WS-QUEUE-OPEN
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               INITIALIZE SANCTIONS-QUEUE-RECORD
               MOVE SS-CUST-ID TO SRQ-CUST-ID
               MOVE SS-ENTRY-ID TO SRQ-ENTRY-ID
               SET SRQ-PENDING TO TRUE
               MOVE SS-MATCH-TYPE TO SRQ-MATCH-TYPE
               MOVE SS-SANCTIONS-PROGRAM TO SRQ-SANCTIONS-PROGRAM
               MOVE SS-SOURCE-PROGRAM TO SRQ-SOURCE-PROGRAM
               MOVE WS-TODAY-DATE TO SRQ-QUEUED-DATE
               MOVE WS-LIST-DATE TO SRQ-LIST-DATE
               MOVE SS-FULL-NAME TO SRQ-CUST-NAME
               MOVE SS-COUNTRY-CODE TO SRQ-COUNTRY-CODE
               MOVE SS-PRIOR-STATUS TO SRQ-PRIOR-STATUS
               MOVE SS-PRIOR-REASON TO SRQ-PRIOR-REASON
               WRITE SANCTIONS-QUEUE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-SRQ-OK
                   SET SS-QUEUED TO TRUE
               ELSE
                   DISPLAY 'SANCTIONS MATCH NOT QUEUED, ALREADY ON '
                       'QUEUE OR WRITE FAILED: ' SS-CUST-ID ' '
                       SS-ENTRY-ID ' STATUS: ' WS-SRQ-STATUS
               END-IF
           END-IF.

       4000-LIST-INFO SECTION.

       4000-INFO.
           MOVE WS-LIST-DATE TO SS-LIST-DATE
           IF WS-LIST-AVAILABLE
               SET SS-NO-MATCH TO TRUE
           ELSE
               SET SS-LIST-UNAVAILABLE TO TRUE
           END-IF.

       9000-CLOSE-QUEUE SECTION.

       9000-CLOSE.
           IF WS-QUEUE-OPEN
               CLOSE SANCTIONS-QUEUE-FILE
               SET WS-QUEUE-CLOSED TO TRUE
           END-IF.
