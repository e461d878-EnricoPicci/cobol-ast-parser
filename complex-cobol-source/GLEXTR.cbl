      * totals by hand. Account distribution is driven by TRAN-TYPE
      * and PAY-METHOD: cash payments to the cash account, ACH to the
      * ACH clearing account, purchase tax to tax payable, refunds,
      * adjustments and reversals to their own accounts. Collection
      * agency remittances book the agency's commission to the
      * commission expense account and only the net to cash.
      *
      * Account distribution now comes off the GL account mapping
      * file finance maintains through GLMAPMNT (see
      * face amounts never book into the single-currency GL accounts.
      * An amount whose currency has no rate on file books at face
      * value and is counted on the run totals.
      *
      * An IC adjustment is the transfer TRANPOST raises when a
      * corporate parent's payment settled a subsidiary's item. When
      * parent and subsidiary sit in different companies, the
      * company holding the cash books the amount back to its
      * receivable against the IC mapping's due-to account, and the
      * subsidiary's company relieves its receivable against the
      * due-from account; each entry names the other company, and
      * the cash side appends the position to the intercompany
      * ledger (ICLEDGER) for ICPOSN's month-end report.
      *
      * A balance transfer (XF) between two customers of one company
      * moves the amount between two accounts of the same receivable
      * and books nothing. Between companies it books the same way
      * as an IC pair: the source's company relieves its receivable
      * against the due-from account, the target's company takes up
      * the receivable against the due-to account, and the target's
      * side appends the position to the intercompany ledger.
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT INTERCOMPANY-LEDGER ASSIGN TO 'ICLEDGER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
      * transaction's customer; the GL interface splits the file by
      * this code so each company's ledger gets its own journals.
           05  GLJ-COMPANY                 PIC X(2).
      * The other company of an intercompany entry; spaces otherwise.
           05  GLJ-COUNTERPARTY            PIC X(2).
           05  FILLER                      PIC X(8).

       FD  INTERCOMPANY-LEDGER.
           COPY ICLGREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-ICL-STATUS                   PIC XX.
           88  WS-ICL-OK                   VALUE '00'.

       COPY FXPARM.

      *----------------------------------------------------------------*
           05  WS-TRAN-CCY                 PIC X(3).
           05  WS-GL-AMOUNT-USD            PIC S9(9)V99.
           05  WS-GL-TAX-USD               PIC S9(7)V99.
           05  WS-GL-COMMISSION-USD        PIC S9(7)V99.
           05  WS-UNRATED-COUNT            PIC 9(7) VALUE 0.

       01  WS-FLAGS.
           05  WS-GL-ENTRY-AMOUNT          PIC 9(9)V99.
           05  WS-GL-NET-AMOUNT            PIC 9(9)V99.
           05  WS-GL-SALES-ACCT            PIC X(8).
           05  WS-GL-CASH-ACCT             PIC X(8).
           05  WS-GL-RECEIVABLE-ACCT       PIC X(8).
           05  WS-GL-COUNTERPARTY          PIC X(2).
           05  WS-GL-IC-CUST-ID            PIC 9(8).

      *----------------------------------------------------------------*
      * Balance transfers: the source account's company (from the
      * customer lookup) and the target account's, read for the
      * transfer alone so the currency cache is left as it stands.
      *----------------------------------------------------------------*
       01  WS-XFR-WORK.
           05  WS-XFR-SOURCE-COMPANY       PIC X(2).
           05  WS-XFR-TARGET-COMPANY       PIC X(2).
       01  WS-XFR-INTERCO-COUNT            PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * The IC adjustment's description as TRANPOST builds it: the
      * parent's payment and the company on the other side.
      *----------------------------------------------------------------*
       01  WS-IC-DESCRIPTION-VIEW.
           05  FILLER                      PIC X(11).
           05  WS-ICV-PAY-TRAN-ID          PIC X(12).
           05  FILLER                      PIC X(4).
           05  WS-ICV-OTHER-COMPANY        PIC X(2).
           05  FILLER                      PIC X(1).

       01  WS-ICL-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-ICL-FILE-OPEN            VALUE 'Y'.
           88  WS-ICL-FILE-CLOSED          VALUE 'N'.
       01  WS-INTERCO-ENTRIES              PIC 9(7) VALUE 0.

       01  WS-GL-TOTALS.
           05  WS-TOTAL-DEBITS             PIC S9(11)V99 VALUE 0.
       3000-DISTRIBUTE-BY-TYPE SECTION.

       3000-BY-TYPE.
           MOVE SPACES TO WS-GL-COUNTERPARTY
           PERFORM 2500-RESOLVE-USD-AMOUNTS
           EVALUATE TRUE
               WHEN TRAN-PAYMENT
                   PERFORM 3200-DISTRIBUTE-PURCHASE
               WHEN TRAN-REFUND
                   PERFORM 3300-DISTRIBUTE-REFUND
               WHEN TRAN-ADJUSTMENT AND ADJ-REASON-CODE = 'IC  '
                   PERFORM 3450-DISTRIBUTE-INTERCOMPANY
               WHEN TRAN-ADJUSTMENT
                   PERFORM 3400-DISTRIBUTE-ADJUSTMENT
               WHEN TRAN-REVERSAL
                   PERFORM 3500-DISTRIBUTE-REVERSAL
               WHEN TRAN-TRANSFER
                   PERFORM 3470-DISTRIBUTE-TRANSFER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ELSE
               MOVE 0 TO WS-GL-TAX-USD
           END-IF
           IF TRAN-PAYMENT AND PAY-AGENCY
               AND PAY-AGENCY-COMMISSION NUMERIC
               MOVE PAY-AGENCY-COMMISSION TO WS-GL-COMMISSION-USD
           ELSE
               MOVE 0 TO WS-GL-COMMISSION-USD
           END-IF
           IF WS-TRAN-CCY = 'USD' OR SPACES
               CONTINUE
           ELSE
                           MOVE FX-AMOUNT-OUT TO WS-GL-TAX-USD
                       END-IF
                   END-IF
                   IF WS-GL-COMMISSION-USD NOT = 0
                       SET FX-FN-TO-HOME TO TRUE
                       MOVE WS-TRAN-CCY TO FX-CURRENCY-CODE
                       MOVE TRAN-DATE TO FX-RATE-DATE
                       MOVE WS-GL-COMMISSION-USD TO FX-AMOUNT-IN
                       CALL 'FXCONV' USING FXCONV-PARMS
                       IF FX-VALID
                           MOVE FX-AMOUNT-OUT TO WS-GL-COMMISSION-USD
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-UNRATED-COUNT
               END-IF

      *----------------------------------------------------------------*
      * A payment moves money from the customer's receivable into the
      * account its PAY-METHOD settles through, per the mapping. A
      * collection agency remittance that kept back a commission
      * splits its debit between cash and commission expense.
      *----------------------------------------------------------------*
       3100-DISTRIBUTE-PAYMENT SECTION.

           PERFORM 2700-FIND-ACCOUNT-MAPPING
           IF WS-MAP-FOUND
               ADD 1 TO WS-TRANS-DISTRIBUTED
               IF WS-GL-COMMISSION-USD > 0
                   PERFORM 3150-DISTRIBUTE-AGENCY-SPLIT
               ELSE
                   MOVE WS-GL-AMOUNT-USD TO WS-GL-ENTRY-AMOUNT
                   MOVE WS-MAP-DEBIT-ACCT TO GLJ-ACCOUNT
                   PERFORM 4000-WRITE-DEBIT
                   MOVE WS-MAP-CREDIT-ACCT TO GLJ-ACCOUNT
                   PERFORM 4100-WRITE-CREDIT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The receivable is relieved of the full gross the agency
      * collected; cash takes the net actually remitted and the
      * commission books to the debit account of the PY mapping
      * keyed to method CM. No CM mapping aborts the run, as any
      * missing mapping does.
      *----------------------------------------------------------------*
       3150-DISTRIBUTE-AGENCY-SPLIT SECTION.

       3150-DIST-AGY-SPLIT.
           MOVE WS-MAP-DEBIT-ACCT TO WS-GL-CASH-ACCT
           MOVE WS-MAP-CREDIT-ACCT TO WS-GL-RECEIVABLE-ACCT
           MOVE 'PY' TO WS-LKP-TRAN-TYPE
           MOVE 'CM' TO WS-LKP-PAY-METHOD
           MOVE SPACES TO WS-LKP-JURISDICTION
           PERFORM 2700-FIND-ACCOUNT-MAPPING
           IF WS-MAP-FOUND
               COMPUTE WS-GL-ENTRY-AMOUNT =
                   WS-GL-AMOUNT-USD - WS-GL-COMMISSION-USD
               MOVE WS-GL-CASH-ACCT TO GLJ-ACCOUNT
               PERFORM 4000-WRITE-DEBIT
               MOVE WS-GL-COMMISSION-USD TO WS-GL-ENTRY-AMOUNT
               MOVE WS-MAP-DEBIT-ACCT TO GLJ-ACCOUNT
               PERFORM 4000-WRITE-DEBIT
               MOVE WS-GL-AMOUNT-USD TO WS-GL-ENTRY-AMOUNT
               MOVE WS-GL-RECEIVABLE-ACCT TO GLJ-ACCOUNT
               PERFORM 4100-WRITE-CREDIT
           END-IF.

               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The receivable side is the AJ mapping's debit account (keyed
      * by the IC reason, as any reason-specific row is). Within one
      * company the pair only moves the amount between two customers
      * of the same receivable, so it books receivable against
      * receivable. Across companies the positive side (the parent,
      * whose company holds the cash) credits the IC mapping's
      * due-to account and the negative side (the subsidiary) debits
      * its due-from account.
      *----------------------------------------------------------------*
       3450-DISTRIBUTE-INTERCOMPANY SECTION.

       3450-DIST-IC.
           MOVE ADJ-DESCRIPTION TO WS-IC-DESCRIPTION-VIEW
           MOVE 'AJ' TO WS-LKP-TRAN-TYPE
           MOVE ADJ-REASON-CODE(1:2) TO WS-LKP-PAY-METHOD
           MOVE SPACES TO WS-LKP-JURISDICTION
           PERFORM 2700-FIND-ACCOUNT-MAPPING
           IF WS-MAP-FOUND
               MOVE WS-MAP-DEBIT-ACCT TO WS-GL-RECEIVABLE-ACCT
               IF WS-ICV-OTHER-COMPANY = WS-LAST-COMPANY-CODE
                   OR WS-ICV-OTHER-COMPANY = SPACES
                   MOVE WS-GL-RECEIVABLE-ACCT TO WS-MAP-DEBIT-ACCT
                   MOVE WS-GL-RECEIVABLE-ACCT TO WS-MAP-CREDIT-ACCT
               ELSE
                   MOVE WS-ICV-OTHER-COMPANY TO WS-GL-COUNTERPARTY
                   MOVE 'IC' TO WS-LKP-TRAN-TYPE
                   MOVE SPACES TO WS-LKP-PAY-METHOD
                   PERFORM 2700-FIND-ACCOUNT-MAPPING
               END-IF
           END-IF
           IF WS-MAP-FOUND
               ADD 1 TO WS-TRANS-DISTRIBUTED
               IF WS-GL-AMOUNT-USD < 0
                   COMPUTE WS-GL-ENTRY-AMOUNT = 0 - WS-GL-AMOUNT-USD
                   MOVE WS-MAP-DEBIT-ACCT TO GLJ-ACCOUNT
                   PERFORM 4000-WRITE-DEBIT
                   MOVE WS-GL-RECEIVABLE-ACCT TO GLJ-ACCOUNT
                   PERFORM 4100-WRITE-CREDIT
               ELSE
                   MOVE WS-GL-AMOUNT-USD TO WS-GL-ENTRY-AMOUNT
                   MOVE WS-GL-RECEIVABLE-ACCT TO GLJ-ACCOUNT
                   PERFORM 4000-WRITE-DEBIT
                   MOVE WS-MAP-CREDIT-ACCT TO GLJ-ACCOUNT
                   PERFORM 4100-WRITE-CREDIT
                   IF WS-GL-COUNTERPARTY NOT = SPACES
                       MOVE TRAN-CUSTOMER-ID TO WS-GL-IC-CUST-ID
                       PERFORM 3460-APPEND-INTERCO-POSITION
                   END-IF
               END-IF
           END-IF.

       3460-APPEND-INTERCO-POSITION SECTION.

       3460-APPEND-IC.
           IF WS-ICL-FILE-CLOSED
               OPEN EXTEND INTERCOMPANY-LEDGER
               IF NOT WS-ICL-OK
                   OPEN OUTPUT INTERCOMPANY-LEDGER
               END-IF
               IF WS-ICL-OK
                   SET WS-ICL-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'ERROR OPENING INTERCOMPANY LEDGER: '
                       WS-ICL-STATUS
               END-IF
           END-IF
           IF WS-ICL-FILE-OPEN
               INITIALIZE INTERCOMPANY-LEDGER-RECORD
               SET ICL-APPLICATION TO TRUE
               MOVE WS-LAST-COMPANY-CODE TO ICL-OWING-COMPANY
               MOVE WS-GL-COUNTERPARTY TO ICL-OWED-COMPANY
               MOVE WS-GL-ENTRY-AMOUNT TO ICL-AMOUNT
               MOVE TRAN-DATE TO ICL-ENTRY-DATE
               MOVE WS-ICV-PAY-TRAN-ID TO ICL-REFERENCE
               MOVE WS-GL-IC-CUST-ID TO ICL-CUST-ID
               WRITE INTERCOMPANY-LEDGER-RECORD
               IF WS-ICL-OK
                   ADD 1 TO WS-INTERCO-ENTRIES
               ELSE
                   DISPLAY 'ERROR WRITING INTERCOMPANY LEDGER FOR: '
                       TRAN-ID ' STATUS: ' WS-ICL-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * A transfer across companies books each company's half from
      * the AJ/IC receivable row and the IC due-to/due-from row, the
      * accounts an IC pair uses: the source company debits due-from
      * and credits its receivable, the target company debits its
      * receivable and credits due-to, each naming the other. The
      * target holds the receivable the source gave up, so it is the
      * owing side on ICLEDGER, referenced by the transfer's TRAN-ID.
      * The lookup's company goes back to the source afterwards, as
      * the currency cache expects.
      *----------------------------------------------------------------*
       3470-DISTRIBUTE-TRANSFER SECTION.

       3470-DIST-XFR.
           MOVE WS-LAST-COMPANY-CODE TO WS-XFR-SOURCE-COMPANY
           PERFORM 3475-LOOKUP-TARGET-COMPANY
           IF WS-XFR-TARGET-COMPANY NOT = WS-XFR-SOURCE-COMPANY
               ADD 1 TO WS-TRANS-DISTRIBUTED
               ADD 1 TO WS-XFR-INTERCO-COUNT
               MOVE WS-GL-AMOUNT-USD TO WS-GL-ENTRY-AMOUNT
               MOVE WS-XFR-TARGET-COMPANY TO WS-GL-COUNTERPARTY
               PERFORM 3480-FIND-INTERCO-ACCOUNTS
               IF WS-MAP-FOUND
                   MOVE WS-MAP-DEBIT-ACCT TO GLJ-ACCOUNT
                   PERFORM 4000-WRITE-DEBIT
                   MOVE WS-GL-RECEIVABLE-ACCT TO GLJ-ACCOUNT
                   PERFORM 4100-WRITE-CREDIT
               END-IF
               MOVE WS-XFR-TARGET-COMPANY TO WS-LAST-COMPANY-CODE
               MOVE WS-XFR-SOURCE-COMPANY TO WS-GL-COUNTERPARTY
               IF WS-MAP-FOUND
                   PERFORM 3480-FIND-INTERCO-ACCOUNTS
               END-IF
               IF WS-MAP-FOUND
                   MOVE WS-GL-RECEIVABLE-ACCT TO GLJ-ACCOUNT
                   PERFORM 4000-WRITE-DEBIT
                   MOVE WS-MAP-CREDIT-ACCT TO GLJ-ACCOUNT
                   PERFORM 4100-WRITE-CREDIT
                   MOVE TRAN-ID TO WS-ICV-PAY-TRAN-ID
                   MOVE XFR-TARGET-CUST-ID TO WS-GL-IC-CUST-ID
                   PERFORM 3460-APPEND-INTERCO-POSITION
               END-IF
               MOVE WS-XFR-SOURCE-COMPANY TO WS-LAST-COMPANY-CODE
           END-IF.

       3475-LOOKUP-TARGET-COMPANY SECTION.

       3475-LOOKUP-TARGET.
           MOVE WS-XFR-SOURCE-COMPANY TO WS-XFR-TARGET-COMPANY
           IF WS-CUST-FILE-OPEN
               MOVE '01' TO WS-XFR-TARGET-COMPANY
               MOVE XFR-TARGET-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
               MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
               START CUSTOMER-FILE KEY IS NOT LESS THAN
                   CUST-KEY OF CUSTOMER-RECORD
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-FILE-OK
                   READ CUSTOMER-FILE NEXT RECORD
                   IF WS-FILE-OK
                       AND CUST-ID OF CUSTOMER-RECORD =
                           XFR-TARGET-CUST-ID
                       AND CUST-COMPANY-CODE OF CUSTOMER-RECORD
                           NOT = SPACES
                       MOVE CUST-COMPANY-CODE OF CUSTOMER-RECORD TO
                           WS-XFR-TARGET-COMPANY
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The company in WS-LAST-COMPANY-CODE's receivable (AJ/IC) and
      * its due-to/due-from pair (IC) against WS-GL-COUNTERPARTY.
      *----------------------------------------------------------------*
       3480-FIND-INTERCO-ACCOUNTS SECTION.

       3480-FIND-IC-ACCTS.
           MOVE 'AJ' TO WS-LKP-TRAN-TYPE
           MOVE 'IC' TO WS-LKP-PAY-METHOD
           MOVE SPACES TO WS-LKP-JURISDICTION
           PERFORM 2700-FIND-ACCOUNT-MAPPING
           IF WS-MAP-FOUND
               MOVE WS-MAP-DEBIT-ACCT TO WS-GL-RECEIVABLE-ACCT
               MOVE 'IC' TO WS-LKP-TRAN-TYPE
               MOVE SPACES TO WS-LKP-PAY-METHOD
               PERFORM 2700-FIND-ACCOUNT-MAPPING
           END-IF.

      *----------------------------------------------------------------*
      * A payment reversal (bounced check, ACH return) puts the
      * receivable back and takes the money out of the returned-items
           MOVE 'TRANPOST' TO GLJ-SOURCE
           MOVE TRAN-ID TO GLJ-TRAN-ID
           MOVE WS-LAST-COMPANY-CODE TO GLJ-COMPANY
           MOVE WS-GL-COUNTERPARTY TO GLJ-COUNTERPARTY
           PERFORM 4300-TOTAL-BY-COMPANY
           WRITE GL-JOURNAL-RECORD
           IF WS-GLJ-OK
           IF WS-CUST-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-ICL-FILE-OPEN
               CLOSE INTERCOMPANY-LEDGER
           END-IF
           IF WS-INTERCO-ENTRIES > 0
               DISPLAY 'INTERCOMPANY POSITIONS RECORDED: '
                   WS-INTERCO-ENTRIES
           END-IF
           IF WS-XFR-INTERCO-COUNT > 0
               DISPLAY 'CROSS-COMPANY TRANSFERS BOOKED:  '
                   WS-XFR-INTERCO-COUNT
           END-IF
           IF WS-UNRATED-COUNT > 0
               DISPLAY 'AMOUNTS BOOKED AT FACE VALUE, NO RATE ON '
                   'FILE: ' WS-UNRATED-COUNT
