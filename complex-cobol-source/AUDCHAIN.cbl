       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCHAIN.
      *================================================================*
      * AUDIT JOURNAL CHAIN SUBROUTINE
      * Callable keeper of the audit journal's chain, driven by
      * AC-FUNCTION-CODE in AUDCHAIN-PARMS (see copybooks/AUDCPARM),
      * the same CALL convention DATEUTIL uses. Every program that
      * writes an AUDIT-RECORD seals it here just before the WRITE:
      * the entry takes the next sequence number on the chain and a
      * chain value worked from its own bytes and the chain value of
      * the entry before it, so removing, altering, inserting or
      * reordering an entry leaves a break AUDVRFY can find. The
      * chain as it stands and a control row per day sealed are kept
      * on the chain control file (see copybooks/AUDCTREC), apart
      * from the journal, so a truncated journal shows against them.
      * AUDCONS and AUDPURGE record their month and retention anchor
      * here too, and AUDVRFY recomputes entries through CV.
      *
      * The chain value is two running remainders over the entry's
      * bytes - each step multiplies by a small prime, adds the
      * byte's collating value and reduces modulo a prime just under
      * 10**9 - seeded from the two halves of the previous chain
      * value and joined again as the eighteen-digit result.
      *
      * The control file is opened and closed per call so several
      * steps of the stream can seal entries in turn without holding
      * it, the arrangement RUNCTL uses for its registry.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-CONTROL-FILE ASSIGN TO 'AUDCHCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-KEY
               FILE STATUS IS WS-ACR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-CONTROL-FILE.
           COPY AUDCTREC.

       WORKING-STORAGE SECTION.

       01  WS-ACR-STATUS                   PIC XX.
           88  WS-ACR-OK                   VALUE '00'.
           88  WS-ACR-NOT-FOUND            VALUE '23'.
           88  WS-ACR-NOT-OPEN             VALUE '35'.

       01  WS-NOW-DATE                     PIC 9(8).
       01  WS-NOW-TIME                     PIC 9(6).

       01  WS-ROW-FOUND-FLAG               PIC X VALUE 'N'.
           88  WS-ROW-FOUND                VALUE 'Y'.
           88  WS-ROW-NEW                  VALUE 'N'.

      *----------------------------------------------------------------*
      * Bytes of the entry the chain value covers: everything up to
      * and including AUD-CHAIN-SEQ, so the sequence number cannot be
      * changed without the value changing with it.
      *----------------------------------------------------------------*
       01  WS-SEALED-LENGTH                PIC 9(3) VALUE 743.
       01  WS-BYTE-POS                     PIC 9(3).

      *----------------------------------------------------------------*
      * One byte of the entry set behind a LOW-VALUE byte, so the
      * halfword redefining the pair reads as the byte's collating
      * value, 0 through 255.
      *----------------------------------------------------------------*
       01  WS-BYTE-PAIR.
           05  WS-BYTE-HIGH                PIC X VALUE LOW-VALUE.
           05  WS-BYTE-LOW                 PIC X.

       01  WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR
                                           PIC 9(4) COMP.

       01  WS-CHAIN-WORK.
           05  WS-HIGH-SUM                 PIC 9(9).
           05  WS-LOW-SUM                  PIC 9(9).
           05  WS-STEP-VALUE               PIC 9(12).
           05  WS-STEP-QUOTIENT            PIC 9(12).

       01  WS-CHAIN-RULES.
           05  WS-HIGH-MULTIPLIER          PIC 9(3) VALUE 257.
           05  WS-HIGH-MODULUS             PIC 9(9) VALUE 999999937.
           05  WS-LOW-MULTIPLIER           PIC 9(3) VALUE 263.
           05  WS-LOW-MODULUS              PIC 9(9) VALUE 999999929.
           05  WS-HALF-SPLIT               PIC 9(10) VALUE 1000000000.

       01  WS-SEAL-SEQ                     PIC 9(12).
       01  WS-SAVE-KEY                     PIC X(9).

       LINKAGE SECTION.

           COPY AUDCPARM.

           COPY AUDITREC.

       PROCEDURE DIVISION USING AUDCHAIN-PARMS AUDIT-RECORD.

       0000-MAIN SECTION.

       0000-START.
           SET AC-OK TO TRUE
           IF AC-FN-COMPUTE-VALUE
               PERFORM 5000-COMPUTE-CHAIN-VALUE
           ELSE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME FROM TIME
               OPEN I-O CHAIN-CONTROL-FILE
               IF WS-ACR-NOT-OPEN
                   OPEN OUTPUT CHAIN-CONTROL-FILE
                   CLOSE CHAIN-CONTROL-FILE
                   OPEN I-O CHAIN-CONTROL-FILE
               END-IF
               IF NOT WS-ACR-OK
                   DISPLAY 'ERROR OPENING AUDIT CHAIN CONTROL FILE: '
                       WS-ACR-STATUS
                   SET AC-NOT-OK TO TRUE
                   IF AC-FN-SEAL-ENTRY
                       MOVE 0 TO AUD-CHAIN-SEQ
                       MOVE 0 TO AUD-CHAIN-VALUE
                       DISPLAY 'AUDIT ENTRY WRITTEN UNSEALED FOR: '
                           AUD-CUST-ID
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN AC-FN-SEAL-ENTRY
                           PERFORM 1000-SEAL-ENTRY
                       WHEN AC-FN-RECORD-MONTH
                           PERFORM 2000-RECORD-MONTH
                       WHEN AC-FN-RECORD-ANCHOR
                           PERFORM 3000-RECORD-ANCHOR
                       WHEN OTHER
                           SET AC-NOT-OK TO TRUE
                   END-EVALUATE
                   CLOSE CHAIN-CONTROL-FILE
               END-IF
           END-IF
           GOBACK.

       1000-SEAL-ENTRY SECTION.

      *----------------------------------------------------------------*
      * The current row is the chain's truth: the entry is only
      * sealed once that row has moved on to it, so a failed update
      * leaves the entry unsealed (and reported by AUDVRFY) rather
      * than sharing a sequence number with the next one.
      *----------------------------------------------------------------*
       1000-SEAL.
           MOVE 'C' TO ACR-ENTRY-TYPE
           MOVE 0 TO ACR-ENTRY-DATE
           PERFORM 4000-READ-CONTROL-ROW
           COMPUTE WS-SEAL-SEQ = ACR-LAST-SEQ + 1
           MOVE ACR-CLOSING-VALUE TO AC-PRIOR-VALUE
           MOVE WS-SEAL-SEQ TO AUD-CHAIN-SEQ
           PERFORM 5000-COMPUTE-CHAIN-VALUE
           MOVE AC-CHAIN-VALUE TO AUD-CHAIN-VALUE
           IF ACR-FIRST-SEQ = 0
               MOVE WS-SEAL-SEQ TO ACR-FIRST-SEQ
           END-IF
           MOVE WS-SEAL-SEQ TO ACR-LAST-SEQ
           ADD 1 TO ACR-ENTRY-COUNT
           MOVE AC-CHAIN-VALUE TO ACR-CLOSING-VALUE
           PERFORM 4100-WRITE-CONTROL-ROW
           IF AC-NOT-OK
               MOVE 0 TO AUD-CHAIN-SEQ
               MOVE 0 TO AUD-CHAIN-VALUE
               DISPLAY 'AUDIT ENTRY WRITTEN UNSEALED FOR: '
                   AUD-CUST-ID
           ELSE
               MOVE WS-SEAL-SEQ TO AC-LAST-SEQ
               PERFORM 1100-ADD-TO-DAILY-ROW
           END-IF.

       1100-ADD-TO-DAILY-ROW SECTION.

       1100-ADD-DAILY.
           MOVE 'D' TO ACR-ENTRY-TYPE
           MOVE WS-NOW-DATE TO ACR-ENTRY-DATE
           PERFORM 4000-READ-CONTROL-ROW
           IF WS-ROW-NEW
               MOVE WS-SEAL-SEQ TO ACR-FIRST-SEQ
               MOVE AC-PRIOR-VALUE TO ACR-OPENING-VALUE
           END-IF
           MOVE WS-SEAL-SEQ TO ACR-LAST-SEQ
           ADD 1 TO ACR-ENTRY-COUNT
           MOVE AC-CHAIN-VALUE TO ACR-CLOSING-VALUE
           PERFORM 4100-WRITE-CONTROL-ROW.

       2000-RECORD-MONTH SECTION.

      *----------------------------------------------------------------*
      * A rerun of the consolidation the same day replaces its row.
      *----------------------------------------------------------------*
       2000-RECORD-MNTH.
           MOVE 'M' TO ACR-ENTRY-TYPE
           MOVE AC-PERIOD-DATE TO ACR-ENTRY-DATE
           PERFORM 4000-READ-CONTROL-ROW
           MOVE AC-FIRST-SEQ TO ACR-FIRST-SEQ
           MOVE AC-LAST-SEQ TO ACR-LAST-SEQ
           MOVE AC-ENTRY-COUNT TO ACR-ENTRY-COUNT
           MOVE 0 TO ACR-OPENING-VALUE
           MOVE AC-CHAIN-VALUE TO ACR-CLOSING-VALUE
           PERFORM 4100-WRITE-CONTROL-ROW.

       3000-RECORD-ANCHOR SECTION.

      *----------------------------------------------------------------*
      * The anchor only moves forward: a purge rerun over journals
      * already purged past leaves it where it stands.
      *----------------------------------------------------------------*
       3000-RECORD-ANC.
           MOVE 'A' TO ACR-ENTRY-TYPE
           MOVE 0 TO ACR-ENTRY-DATE
           PERFORM 4000-READ-CONTROL-ROW
           IF AC-LAST-SEQ > ACR-LAST-SEQ
               MOVE 1 TO ACR-FIRST-SEQ
               MOVE AC-LAST-SEQ TO ACR-LAST-SEQ
               MOVE AC-LAST-SEQ TO ACR-ENTRY-COUNT
               MOVE AC-CHAIN-VALUE TO ACR-CLOSING-VALUE
               PERFORM 4100-WRITE-CONTROL-ROW
           END-IF.

      *----------------------------------------------------------------*
      * Reads the row keyed in ACR-KEY; one not yet on file comes back
      * initialized under the same key.
      *----------------------------------------------------------------*
       4000-READ-CONTROL-ROW SECTION.

       4000-READ-ROW.
           SET WS-ROW-FOUND TO TRUE
           READ CHAIN-CONTROL-FILE
               INVALID KEY
                   SET WS-ROW-NEW TO TRUE
           END-READ
           IF WS-ROW-NEW
               MOVE ACR-KEY TO WS-SAVE-KEY
               MOVE SPACES TO AUDIT-CHAIN-CONTROL-RECORD
               INITIALIZE AUDIT-CHAIN-CONTROL-RECORD
               MOVE WS-SAVE-KEY TO ACR-KEY
           END-IF.

       4100-WRITE-CONTROL-ROW SECTION.

       4100-WRITE-ROW.
           MOVE WS-NOW-DATE TO ACR-UPDATE-DATE
           MOVE WS-NOW-TIME TO ACR-UPDATE-TIME
           IF WS-ROW-NEW
               WRITE AUDIT-CHAIN-CONTROL-RECORD
           ELSE
               REWRITE AUDIT-CHAIN-CONTROL-RECORD
           END-IF
           IF NOT WS-ACR-OK
               DISPLAY 'ERROR WRITING AUDIT CHAIN CONTROL ROW: '
                   ACR-ENTRY-TYPE ' ' ACR-ENTRY-DATE ' STATUS: '
                   WS-ACR-STATUS
               SET AC-NOT-OK TO TRUE
           END-IF.

       5000-COMPUTE-CHAIN-VALUE SECTION.

       5000-COMPUTE.
           DIVIDE AC-PRIOR-VALUE BY WS-HALF-SPLIT
               GIVING WS-STEP-QUOTIENT REMAINDER WS-STEP-VALUE
           DIVIDE WS-STEP-QUOTIENT BY WS-HIGH-MODULUS
               GIVING WS-STEP-QUOTIENT REMAINDER WS-HIGH-SUM
           DIVIDE WS-STEP-VALUE BY WS-LOW-MODULUS
               GIVING WS-STEP-QUOTIENT REMAINDER WS-LOW-SUM
           PERFORM 5100-ADD-ONE-BYTE
               VARYING WS-BYTE-POS FROM 1 BY 1
               UNTIL WS-BYTE-POS > WS-SEALED-LENGTH
           COMPUTE AC-CHAIN-VALUE =
               WS-HIGH-SUM * WS-HALF-SPLIT + WS-LOW-SUM.

       5100-ADD-ONE-BYTE SECTION.

       5100-ADD-BYTE.
           MOVE AUDIT-RECORD(WS-BYTE-POS:1) TO WS-BYTE-LOW
           COMPUTE WS-STEP-VALUE =
               WS-HIGH-SUM * WS-HIGH-MULTIPLIER + WS-BYTE-VALUE + 1
           DIVIDE WS-STEP-VALUE BY WS-HIGH-MODULUS
               GIVING WS-STEP-QUOTIENT REMAINDER WS-HIGH-SUM
           COMPUTE WS-STEP-VALUE =
               WS-LOW-SUM * WS-LOW-MULTIPLIER + WS-BYTE-VALUE + 1
           DIVIDE WS-STEP-VALUE BY WS-LOW-MODULUS
               GIVING WS-STEP-QUOTIENT REMAINDER WS-LOW-SUM.
