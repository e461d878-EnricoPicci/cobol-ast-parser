      * Before any posting is attempted the accepted batches are
      * pre-edited (every TRAN-CUSTOMER-ID checked against
      * CUSTOMER-FILE and every refund's REF-ORIGINAL-TRAN checked
      * against a prior transaction on the file - credit-balance
      * refunds excepted, which carry no original and are held to
      * the standing credit at posting instead) and any unmatched
      * records are written to an exception report, rejecting the
      * batch they arrived in rather than letting a posting run fail
      * midway through. The surviving batches' records are then sorted
      * by TRAN-CUSTOMER-ID (then TRAN-DATE/TRAN-TIME) so
      * CUSTOMER-FILE is read and rewritten once per customer instead
      * of once per transaction.
      *
      * A payment on an account DEBTSALE has sold to a debt buyer does
      * not post: it goes to the forward-to-buyer file (FWDPAY) with
      * an exception line, and DEBTSALE reports it for remittance to
      * the buyer.
      *
      * An account whose sanctions list match SANCREVW has confirmed
      * takes payments only; every other transaction is refused to
      * the exception report.
      *
      * A returned payment from a servicemember on active duty
      * (SCRAFILE, kept by SCRAINTK) carries no NSF fee; the waiver
      * goes on the fee register like a first-offense waiver. One
      * from a customer whose death has been notified (DECDFILE,
      * kept by DECDINTK) carries none either.
      *
      * A corporate parent's payment may settle an open item of one
      * of its own subsidiaries (CUST-PARENT-ID names the payer) when
      * the remittance names that item. The parent's balance took the
      * whole payment, so the part that settled the subsidiary's item
      * leaves at end of run as an IC adjustment pair for the next
      * posting run: back onto the parent, off the subsidiary. When
      * the two sit in different companies GLEXTR books the pair to
      * the intercompany due-to/due-from accounts.
      *
      * A posted purchase's tax and discount are apportioned across
      * its item lines on ITEMFILE, and an RTN credit memo from
      * RMAPROC takes its credit off the open item of the purchase it
      * names, so a partial return reduces that invoice rather than
      * sitting as unapplied credit.
      *
      * A purchase's item lines that name a product (PRODMST, kept by
      * PRODMNT) must name an active one and be priced within its
      * tolerance of the master unit price, or the purchase is a
      * pre-edit exception like any other.
      *
      * A balance transfer (XF) moves an amount from one customer's
      * account to another's, with the source's open items following
      * it oldest first under their original dates. Both accounts
      * are proven at pre-edit - on file, postable, one currency, one
      * partition, and over the approval limit an approver with
      * transfer authority on OPERFILE - so the debit and credit
      * legs, posted in their own customer groups, both post or the
      * transfer never reaches the sort. The accounts may sit in
      * different companies (a subsidiary's balance moving to its
      * parent): GLEXTR books such a transfer to the due-to and
      * due-from accounts, as it does a family payment's IC pair.
      *
      * A purchase quoting a customer purchase order (POFILE, kept by
      * POMAINT) must name an active PO, dated within its validity,
      * with the authorized amount left to cover it after the
      * purchases ahead of it in the run; an account flagged
      * CUST-PO-REQUIRED must quote one. Posting draws the PO down by
      * the purchase amount and stamps the PO on the open item.
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPAY-STATUS.

           SELECT FORWARD-PAYMENT-FILE ASSIGN TO 'FWDPAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FWD-STATUS.

           SELECT POSTING-CHECKPOINT-FILE ASSIGN TO 'TPCKPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
               RECORD KEY IS PMO-PROMO-CODE
               FILE STATUS IS WS-PMO-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRD-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO 'POFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-KEY
               FILE STATUS IS WS-POR-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKR-CUST-ID
               FILE STATUS IS WS-BKR-STATUS.

           SELECT DECEASED-FILE ASSIGN TO 'DECDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCD-CUST-ID
               FILE STATUS IS WS-DCD-STATUS.

           SELECT SERVICEMEMBER-FILE ASSIGN TO 'SCRAFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-CUST-ID
               FILE STATUS IS WS-SCR-STATUS.

           SELECT TAX-EXEMPT-FILE ASSIGN TO 'TAXEXMPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT DISC-TRAN-FILE ASSIGN TO 'EPDISCTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSC-STATUS.

           SELECT ICXFER-TRAN-FILE ASSIGN TO 'ICXFERTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICX-STATUS.

           SELECT FEE-REGISTER ASSIGN TO 'NSFFEERG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRG-STATUS.
           COPY SUSPREC REPLACING ==SUSPENSE-RECORD==
                              BY ==SUSPECT-PAYMENT-RECORD==.

       FD  FORWARD-PAYMENT-FILE.
           COPY SUSPREC REPLACING ==SUSPENSE-RECORD==
                              BY ==FORWARD-PAYMENT-RECORD==.

       FD  POSTING-CHECKPOINT-FILE.
       01  CKPT-RECORD.
           05  CKPT-LAST-CUST-ID           PIC 9(8).
       FD  PROMOTION-MASTER-FILE.
           COPY PRMOREC.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODREC.

       FD  PURCHASE-ORDER-FILE.
           COPY PORDREC.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  BANKRUPTCY-FILE.
           COPY BNKRREC.

       FD  DECEASED-FILE.
           COPY DECDREC.

       FD  SERVICEMEMBER-FILE.
           COPY SCRAREC.

       FD  TAX-EXEMPT-FILE.
           COPY TAXEXREC.

       FD  FEE-TRAN-FILE.
       01  FEE-TRAN-RECORD                 PIC X(145).

       FD  DISC-TRAN-FILE.
       01  DISC-TRAN-RECORD                PIC X(145).

       FD  ICXFER-TRAN-FILE.
       01  ICXFER-TRAN-RECORD              PIC X(145).

       FD  FEE-REGISTER.
       01  FEE-REGISTER-LINE               PIC X(132).


       01  WS-STATUS-REFUSED-COUNT         PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Transactions other than payments refused on accounts whose
      * sanctions list match compliance has confirmed.
      *----------------------------------------------------------------*
       01  WS-SANCTIONS-REFUSED-COUNT      PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Pending-authorization state. Open authorizations reserve
      * open-to-buy between approval and posting: the purchase

       01  WS-STAY-SUPPRESSED-COUNT        PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Deceased customer: a returned payment from an account whose
      * holder's death is on file takes no NSF fee. No deceased file
      * means no death has been notified.
      *----------------------------------------------------------------*
       01  WS-DCD-STATUS                   PIC XX.
           88  WS-DCD-OK                   VALUE '00'.

       01  WS-DCD-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-DCD-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-DCD-FILE-ABSENT          VALUE 'N'.

       01  WS-DECEASED-FLAG                PIC X VALUE 'N'.
           88  WS-CUSTOMER-DECEASED        VALUE 'Y'.
           88  WS-NOT-DECEASED             VALUE 'N'.

       01  WS-DECEASED-SUPPRESSED-COUNT    PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Servicemember fee waiver: a reversal dated inside a recorded
      * active-duty period takes no NSF fee. A missing servicemember
      * file just means nobody is known to be serving.
      *----------------------------------------------------------------*
       01  WS-SCR-STATUS                   PIC XX.
           88  WS-SCR-OK                   VALUE '00'.

       01  WS-SCR-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-SCR-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-SCR-FILE-ABSENT          VALUE 'N'.

       01  WS-SERVICE-FLAG                 PIC X VALUE 'N'.
           88  WS-IN-ACTIVE-SERVICE        VALUE 'Y'.
           88  WS-NOT-IN-SERVICE           VALUE 'N'.

       01  WS-SCRA-WAIVED-COUNT            PIC 9(7) VALUE 0.

       01  WS-AUTH-CHECK-WORK.
           05  WS-OPEN-AUTH-TOTAL          PIC S9(9)V99 VALUE 0.
           05  WS-AVAILABLE-CREDIT         PIC S9(9)V99 VALUE 0.
           88  WS-PROMO-FILE-AVAILABLE     VALUE 'Y'.
           88  WS-PROMO-FILE-ABSENT        VALUE 'N'.

      *----------------------------------------------------------------*
      * Product master for the item-line product and price check. A
      * missing master switches the check off rather than stopping
      * the run. A product carrying no tolerance of its own takes the
      * house tolerance below.
      *----------------------------------------------------------------*
       01  WS-PRD-STATUS                   PIC XX.
           88  WS-PRD-OK                   VALUE '00'.

       01  WS-PRODUCT-FILE-FLAG            PIC X VALUE 'N'.
           88  WS-PRODUCT-FILE-AVAILABLE   VALUE 'Y'.
           88  WS-PRODUCT-FILE-ABSENT      VALUE 'N'.

       01  WS-HOUSE-PRICE-TOLERANCE        PIC V999 VALUE .050.

      *----------------------------------------------------------------*
      * Purchase-order file for the PO pre-edit and drawdown. A
      * missing file switches both off rather than stopping the run.
      * The pre-edit holds each PO's purchases already accepted this
      * run in the pending table, so two purchases that each fit the
      * PO's remaining amount cannot together overdraw it.
      *----------------------------------------------------------------*
       01  WS-POR-STATUS                   PIC XX.
           88  WS-POR-OK                   VALUE '00'.

       01  WS-PO-FILE-FLAG                 PIC X VALUE 'N'.
           88  WS-PO-FILE-AVAILABLE        VALUE 'Y'.
           88  WS-PO-FILE-ABSENT           VALUE 'N'.

       01  WS-PO-CHECK-WORK.
           05  WS-PO-REMAINING             PIC S9(9)V99.
           05  WS-PO-REJECT-REASON         PIC X(40).
           05  WS-POP-MATCH-FLAG           PIC X VALUE 'N'.
               88  WS-POP-MATCHED          VALUE 'Y'.
               88  WS-POP-NOT-MATCHED      VALUE 'N'.

       01  WS-PO-PENDING-COUNT             PIC 9(3) VALUE 0.
       01  WS-PO-PENDING-TABLE.
           05  WS-POP-ENTRY OCCURS 500 TIMES.
               10  WS-POP-CUST-ID          PIC 9(8).
               10  WS-POP-PO-NUMBER        PIC X(20).
               10  WS-POP-AMOUNT           PIC S9(9)V99.

       01  WS-POP-IDX                      PIC 9(3).
       01  WS-POP-HIT-IDX                  PIC 9(3).
       01  WS-PO-PENDING-FULL-COUNT        PIC 9(5) VALUE 0.
       01  WS-PO-DRAWDOWNS                 PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Operator security master for the refund approval check. A
      * missing file falls back to the old approver-present test
       01  WS-FEE-STATUS                   PIC XX.
           88  WS-FEE-OK                   VALUE '00'.

       01  WS-DSC-STATUS                   PIC XX.
           88  WS-DSC-OK                   VALUE '00'.

       01  WS-ICX-STATUS                   PIC XX.
           88  WS-ICX-OK                   VALUE '00'.

       01  WS-FRG-STATUS                   PIC XX.
           88  WS-FRG-OK                   VALUE '00'.

           05  WS-ITM-SCAN-FLAG            PIC X VALUE 'N'.
               88  WS-ITM-SCAN-DONE        VALUE 'Y'.
               88  WS-ITM-SCAN-ACTIVE      VALUE 'N'.
           05  WS-ITEM-BAD-PRODUCT-COUNT   PIC 9(3) VALUE 0.
           05  WS-ITEM-OFF-PRICE-COUNT     PIC 9(3) VALUE 0.
           05  WS-ITEM-UNIT-PRICE          PIC 9(7)V99.
           05  WS-ITEM-PRICE-VARIANCE      PIC S9(7)V99.
           05  WS-ITEM-PRICE-ALLOWANCE     PIC 9(7)V99.
           05  WS-ITEM-TOLERANCE           PIC V999.
           05  WS-ITEM-REJECT-REASON       PIC X(40).

      *----------------------------------------------------------------*
      * Open-item application state. A payment retires open items
       01  WS-OPEN-ITEMS-CREATED           PIC 9(7) VALUE 0.
       01  WS-OPEN-ITEMS-RETIRED           PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Early-payment discounts. A payment that settles an item on or
      * before the item's discount date retires it for the original
      * amount less the discount; the discount itself is buffered
      * and leaves at end of run as its own AJ batch, numbered from
      * the same serial as the NSF fee batch so the two never share
      * a TRAN-ID.
      *----------------------------------------------------------------*
       01  WS-DISC-WORK.
           05  WS-DISC-AMOUNT              PIC S9(7)V99 VALUE 0.
           05  WS-DISC-NET-DUE             PIC S9(7)V99 VALUE 0.
           05  WS-DISC-TAKEN-FLAG          PIC X VALUE 'N'.
               88  WS-DISC-TAKEN           VALUE 'Y'.
               88  WS-DISC-NOT-TAKEN       VALUE 'N'.

       01  WS-DISC-BUFFER-COUNT            PIC 9(3) VALUE 0.
       01  WS-DISC-BUFFER.
           05  WS-DSB-ENTRY OCCURS 500 TIMES.
               10  WS-DSB-CUST-ID          PIC 9(8).
               10  WS-DSB-ITEM-TRAN-ID     PIC 9(12).
               10  WS-DSB-AMOUNT           PIC 9(7)V99.

       01  WS-DSB-IDX                      PIC 9(3).
       01  WS-DISC-BUFFER-FULL-COUNT       PIC 9(5) VALUE 0.
       01  WS-DISC-TAKEN-COUNT             PIC 9(7) VALUE 0.
       01  WS-DISC-AMOUNT-TOTAL            PIC S9(9)V99 VALUE 0.

       01  WS-DISC-DESCRIPTION.
           05  FILLER                      PIC X(15)
                                           VALUE 'EARLY PAY DISC '.
           05  WS-DSD-ITEM-TRAN-ID         PIC 9(12).
           05  FILLER                      PIC X(3) VALUE SPACES.

      *----------------------------------------------------------------*
      * Family payments. An item a parent's payment settled for one
      * of its subsidiaries is buffered with both companies and
      * leaves at end of run as an IC adjustment pair, numbered from
      * the fee batch serial like the discounts. The description
      * carries the payment and the other side's company for GLEXTR.
      *----------------------------------------------------------------*
       01  WS-FAMILY-WORK.
           05  WS-FAMILY-ITEM-FLAG         PIC X VALUE 'N'.
               88  WS-FAMILY-ITEM          VALUE 'Y'.
               88  WS-NOT-FAMILY-ITEM      VALUE 'N'.
           05  WS-FAM-MEMBER-COMPANY       PIC X(2).
           05  WS-FAM-PAYER-COMPANY        PIC X(2).
           05  WS-FAM-AMOUNT               PIC S9(7)V99.

       01  WS-ICX-BUFFER-COUNT             PIC 9(3) VALUE 0.
       01  WS-ICX-BUFFER.
           05  WS-ICB-ENTRY OCCURS 500 TIMES.
               10  WS-ICB-PAYER-ID         PIC 9(8).
               10  WS-ICB-PAYER-COMPANY    PIC X(2).
               10  WS-ICB-MEMBER-ID        PIC 9(8).
               10  WS-ICB-MEMBER-COMPANY   PIC X(2).
               10  WS-ICB-PAY-TRAN-ID      PIC 9(12).
               10  WS-ICB-AMOUNT           PIC 9(7)V99.

       01  WS-ICB-IDX                      PIC 9(3).
       01  WS-ICX-BUFFER-FULL-COUNT        PIC 9(5) VALUE 0.
       01  WS-FAMILY-ITEMS-APPLIED         PIC 9(7) VALUE 0.
       01  WS-INTERCO-ITEMS-APPLIED        PIC 9(7) VALUE 0.

       01  WS-ICX-DESCRIPTION.
           05  FILLER                      PIC X(11)
                                           VALUE 'FAMILY PAY '.
           05  WS-ICD-PAY-TRAN-ID          PIC 9(12).
           05  FILLER                      PIC X(4) VALUE ' CO '.
           05  WS-ICD-OTHER-COMPANY        PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACES.

      *----------------------------------------------------------------*
      * Credit netting on purchase postings: a customer sitting on an
      * unapplied credit (negative balance from an overpayment) has
       01  WS-CREDIT-AVAILABLE             PIC S9(9)V99 VALUE 0.
       01  WS-CREDITS-NETTED               PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Tax and discount apportionment across a purchase's item
      * lines. Each line takes the running share of the cumulative
      * extended amount less what earlier lines took, so the lines
      * always add back to the purchase's own figures.
      *----------------------------------------------------------------*
       01  WS-SHARE-WORK.
           05  WS-SHR-PURCHASE-TAX         PIC 9(5)V99.
           05  WS-SHR-PURCHASE-DISC        PIC 9(5)V99.
           05  WS-SHR-CUM-EXTENDED         PIC 9(9)V99.
           05  WS-SHR-TAX-CUM              PIC 9(5)V99.
           05  WS-SHR-DISC-CUM             PIC 9(5)V99.
           05  WS-SHR-TAX-TO-DATE          PIC 9(5)V99.
           05  WS-SHR-DISC-TO-DATE         PIC 9(5)V99.
       01  WS-ITEM-LINES-STAMPED           PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Credit memo application: the memo's credit comes off the
      * named purchase's open (or disputed) amount and its original
      * amount alike, so what payments already retired is unchanged;
      * any credit beyond the open amount stays on the account.
      *----------------------------------------------------------------*
       01  WS-CMO-CREDIT                   PIC S9(9)V99 VALUE 0.
       01  WS-CMO-THIS-ITEM                PIC S9(9)V99 VALUE 0.
       01  WS-CREDIT-MEMOS-APPLIED         PIC 9(7) VALUE 0.
       01  WS-CREDIT-MEMOS-UNAPPLIED       PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Balance transfers: a transfer over WS-XFR-APPROVAL-LIMIT must
      * name an approver holding the transfer authority. Pre-edit
      * holds the source account's currency and company here while
      * it reads the target; posting counts down WS-XFR-REMAINING as
      * the source's open items move across.
      *----------------------------------------------------------------*
       01  WS-XFR-APPROVAL-LIMIT           PIC 9(7)V99 VALUE 5000.00.
       01  WS-XFR-WORK.
           05  WS-XFR-SOURCE-ID            PIC 9(8).
           05  WS-XFR-SOURCE-CCY           PIC X(3).
           05  WS-XFR-SOURCE-COMPANY       PIC X(2).
           05  WS-XFR-TARGET-COMPANY       PIC X(2).
           05  WS-XFR-REMAINING            PIC S9(9)V99 VALUE 0.
       01  WS-XFR-REJECT-REASON            PIC X(40).
       01  WS-TRANSFERS-POSTED             PIC 9(7) VALUE 0.
       01  WS-XFR-ITEMS-MOVED              PIC 9(7) VALUE 0.
       01  WS-XFR-ITEMS-SPLIT              PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Reversal fallback against the PMHARCH payment archive: a
      * payment the archival pass has moved off the live file is

       COPY RUNPARM.

       COPY AUDCPARM.

       COPY FXPARM.

       COPY DATEPARM.

       COPY TOKPARM.

       COPY TERMTAB.

      *----------------------------------------------------------------*
      * Card-number tokenization at the door: a card payment whose
      * reference still reads as a card number (a long run of
       01  WS-SPAY-STATUS                  PIC XX.
           88  WS-SPAY-OK                  VALUE '00'.

      *----------------------------------------------------------------*
      * A payment on an account DEBTSALE has sold belongs to the debt
      * buyer: it is diverted to the forward-to-buyer file for
      * DEBTSALE's report instead of posting as a recovery.
      *----------------------------------------------------------------*
       01  WS-FWD-STATUS                   PIC XX.
           88  WS-FWD-OK                   VALUE '00'.

       01  WS-PAYMENTS-FORWARDED           PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Duplicate-payment screen: a payment whose customer, amount and
      * PAY-REFERENCE match a still-active payment already on the
                   WS-SPAY-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN EXTEND FORWARD-PAYMENT-FILE
           IF NOT WS-FWD-OK
               OPEN OUTPUT FORWARD-PAYMENT-FILE
           END-IF
           IF NOT WS-FWD-OK
               DISPLAY 'ERROR OPENING FORWARD-TO-BUYER FILE: '
                   WS-FWD-STATUS
               SET WS-EOF TO TRUE
           END-IF
           SET RC-FN-CHECK-STEP TO TRUE
           MOVE 'CUSTMAIN' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
                   WS-TRH-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN I-O ITEM-DETAIL-FILE
           IF WS-ITM-OK
               SET WS-ITEM-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'PROMOTION MASTER NOT AVAILABLE, DISCOUNT '
                   'VALIDATION SKIPPED: ' WS-PMO-STATUS
           END-IF
           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PRD-OK
               SET WS-PRODUCT-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-PRODUCT-FILE-ABSENT TO TRUE
               DISPLAY 'PRODUCT MASTER NOT AVAILABLE, ITEM PRODUCT '
                   'VALIDATION SKIPPED: ' WS-PRD-STATUS
           END-IF
           OPEN I-O PURCHASE-ORDER-FILE
           IF WS-POR-OK
               SET WS-PO-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-PO-FILE-ABSENT TO TRUE
               DISPLAY 'PURCHASE ORDER FILE NOT AVAILABLE, PO '
                   'CONTROL SKIPPED: ' WS-POR-STATUS
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPR-OK
               SET WS-OPER-FILE-AVAILABLE TO TRUE
               DISPLAY 'BANKRUPTCY FILE NOT AVAILABLE, STAY '
                   'CHECK SKIPPED: ' WS-BKR-STATUS
           END-IF
           OPEN INPUT DECEASED-FILE
           IF WS-DCD-OK
               SET WS-DCD-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-DCD-FILE-ABSENT TO TRUE
               DISPLAY 'DECEASED FILE NOT AVAILABLE, DECEASED '
                   'CHECK SKIPPED: ' WS-DCD-STATUS
           END-IF
           OPEN INPUT SERVICEMEMBER-FILE
           IF WS-SCR-OK
               SET WS-SCR-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-SCR-FILE-ABSENT TO TRUE
               DISPLAY 'SERVICEMEMBER FILE NOT AVAILABLE, NSF FEE '
                   'WAIVER SKIPPED: ' WS-SCR-STATUS
           END-IF
           OPEN INPUT LIMIT-OVERRIDE-FILE
           IF WS-CLO-OK
               SET WS-CLOV-FILE-AVAILABLE TO TRUE
                               PERFORM 1220-CHECK-CUSTOMER-EXISTS
                           END-IF
                           IF TRAN-REFUND AND WS-TRAN-NOT-SUSPENDED
                               AND NOT REF-CREDIT-BALANCE
                               PERFORM 1230-CHECK-ORIGINAL-TRAN
                           END-IF
                           IF TRAN-TRANSFER AND WS-TRAN-NOT-SUSPENDED
                               PERFORM 1225-CHECK-BALANCE-TRANSFER
                           END-IF
                           IF TRAN-PAYMENT AND WS-TRAN-NOT-SUSPENDED
                               AND WS-REMIT-FILE-AVAILABLE
                               PERFORM 1285-CHECK-REMIT-DETAILS
                               AND WS-TAXEX-FILE-AVAILABLE
                               PERFORM 1278-CHECK-TAX-EXEMPTION
                           END-IF
                           IF TRAN-PURCHASE AND WS-TRAN-NOT-SUSPENDED
                               AND WS-PO-FILE-AVAILABLE
                               PERFORM 1265-CHECK-PURCHASE-ORDER
                           END-IF
                           IF WS-TRAN-NOT-SUSPENDED
                               PERFORM 1240-ADD-TO-BATCH-TABLE
                           END-IF
               PERFORM 1250-WRITE-EXCEPTION-LINE
           END-IF.

       1225-CHECK-BALANCE-TRANSFER SECTION.

      *----------------------------------------------------------------*
      * A transfer posts as two legs, each in its own account's
      * customer group, so everything that could refuse either leg is
      * decided here before either posts: a failing transfer is
      * suspended or rejects its batch whole, and neither account
      * moves. Both accounts must sit in one posting partition and
      * one currency, so the transfer converts the same on both
      * legs. They may sit in different companies; GLEXTR books the
      * intercompany side off the transfer record. The customer
      * check has left the source account in CUSTOMER-RECORD.
      *----------------------------------------------------------------*
       1225-CHECK-TRANSFER.
           MOVE SPACES TO WS-XFR-REJECT-REASON
           MOVE CUST-CURRENCY-CODE OF CUSTOMER-RECORD TO
               WS-XFR-SOURCE-CCY
           IF CUST-COMPANY-CODE OF CUSTOMER-RECORD = SPACES
               MOVE '01' TO WS-XFR-SOURCE-COMPANY
           ELSE
               MOVE CUST-COMPANY-CODE OF CUSTOMER-RECORD TO
                   WS-XFR-SOURCE-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN TRAN-AMOUNT NOT > 0
                   MOVE 'TRANSFER AMOUNT NOT POSITIVE' TO
                       WS-XFR-REJECT-REASON
               WHEN XFR-REASON-BLANK
                   MOVE 'TRANSFER REJECTED, NO REASON CODE' TO
                       WS-XFR-REJECT-REASON
               WHEN XFR-TARGET-CUST-ID = TRAN-CUSTOMER-ID
                   MOVE 'TRANSFER SOURCE AND TARGET THE SAME' TO
                       WS-XFR-REJECT-REASON
               WHEN XFR-TARGET-CUST-ID < WS-PART-LOW-ID
                   OR XFR-TARGET-CUST-ID > WS-PART-HIGH-ID
                   MOVE 'TRANSFER SPANS POSTING PARTITIONS' TO
                       WS-XFR-REJECT-REASON
               WHEN CUST-SANCTIONS-CONFIRMED OF CUSTOMER-RECORD
                   MOVE 'TRANSFER SOURCE SANCTIONS CONFIRMED' TO
                       WS-XFR-REJECT-REASON
               WHEN CUST-STAT-SOLD OF CUSTOMER-RECORD
                   MOVE 'TRANSFER SOURCE ACCOUNT SOLD' TO
                       WS-XFR-REJECT-REASON
               WHEN TRAN-CURRENCY-CODE NOT = SPACES
                   AND TRAN-CURRENCY-CODE NOT = WS-XFR-SOURCE-CCY
                   MOVE 'TRANSFER NOT IN ACCOUNT CURRENCY' TO
                       WS-XFR-REJECT-REASON
               WHEN OTHER
                   PERFORM 1226-CHECK-TRANSFER-TARGET
           END-EVALUATE
           IF WS-XFR-REJECT-REASON = SPACES
               AND TRAN-AMOUNT > WS-XFR-APPROVAL-LIMIT
               PERFORM 1227-CHECK-TRANSFER-APPROVER
           END-IF
           IF WS-XFR-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-XFR-REJECT-REASON TO WS-EXCEPTION-REASON
               IF WS-PARM-SUSPENSE
                   PERFORM 1260-DIVERT-TO-SUSPENSE
               ELSE
                   SET WS-BT-INVALID(WS-PREEDIT-BATCH-NUM) TO TRUE
               END-IF
               PERFORM 1250-WRITE-EXCEPTION-LINE
           END-IF.

       1226-CHECK-TRANSFER-TARGET SECTION.

       1226-CHECK-TARGET.
           SET WS-CUST-LOOKUP-NOT-FOUND TO TRUE
           INITIALIZE CUSTOMER-RECORD
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
                   AND CUST-ID OF CUSTOMER-RECORD = XFR-TARGET-CUST-ID
                   SET WS-CUST-LOOKUP-FOUND TO TRUE
               END-IF
           END-IF
           IF CUST-COMPANY-CODE OF CUSTOMER-RECORD = SPACES
               MOVE '01' TO WS-XFR-TARGET-COMPANY
           ELSE
               MOVE CUST-COMPANY-CODE OF CUSTOMER-RECORD TO
                   WS-XFR-TARGET-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN WS-CUST-LOOKUP-NOT-FOUND
                   MOVE 'TRANSFER TARGET NOT ON FILE' TO
                       WS-XFR-REJECT-REASON
               WHEN CUST-SANCTIONS-CONFIRMED OF CUSTOMER-RECORD
                   MOVE 'TRANSFER TARGET SANCTIONS CONFIRMED' TO
                       WS-XFR-REJECT-REASON
               WHEN CUST-STAT-CLOSED OF CUSTOMER-RECORD
                   OR CUST-STAT-SOLD OF CUSTOMER-RECORD
                   MOVE 'TRANSFER TARGET CLOSED OR SOLD' TO
                       WS-XFR-REJECT-REASON
               WHEN CUST-CURRENCY-CODE OF CUSTOMER-RECORD NOT =
                   WS-XFR-SOURCE-CCY
                   MOVE 'TRANSFER ACCOUNTS DIFFER IN CURRENCY' TO
                       WS-XFR-REJECT-REASON
               WHEN WS-XFR-TARGET-COMPANY NOT = WS-XFR-SOURCE-COMPANY
                   DISPLAY 'TRANSFER ' TRAN-ID ' COMPANY '
                       WS-XFR-SOURCE-COMPANY ' TO COMPANY '
                       WS-XFR-TARGET-COMPANY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1227-CHECK-TRANSFER-APPROVER SECTION.

      *----------------------------------------------------------------*
      * Over the approval limit the approver must be on the operator
      * security master, active and holding the transfer authority,
      * and must not be the operator who requested the transfer;
      * without the master only an approver's presence can be proven,
      * the same fallback the refund approval takes.
      *----------------------------------------------------------------*
       1227-CHECK-APPROVER.
           EVALUATE TRUE
               WHEN XFR-APPROVED-BY = SPACES
                   MOVE 'TRANSFER OVER LIMIT, NO APPROVER' TO
                       WS-XFR-REJECT-REASON
               WHEN XFR-APPROVED-BY = XFR-REQUESTED-BY
                   MOVE 'TRANSFER APPROVED BY ITS REQUESTER' TO
                       WS-XFR-REJECT-REASON
               WHEN WS-OPER-FILE-ABSENT
                   CONTINUE
               WHEN OTHER
                   MOVE XFR-APPROVED-BY TO OPR-OPERATOR-ID
                   READ OPERATOR-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-OPR-OK AND OPR-ACTIVE AND OPR-CAN-TRANSFER
                       CONTINUE
                   ELSE
                       MOVE 'TRANSFER APPROVER NOT AUTHORIZED' TO
                           WS-XFR-REJECT-REASON
                   END-IF
           END-EVALUATE.

       1230-CHECK-ORIGINAL-TRAN SECTION.

       1230-CHECK-ORIGINAL.
      *----------------------------------------------------------------*
      * A purchase that claims item lines (PUR-ITEM-COUNT non-zero)
      * must have detail rows whose count matches PUR-ITEM-COUNT and
      * whose extended amounts sum to PUR-SUBTOTAL. With the product
      * master available, every line naming a product must name an
      * active one and be priced within that product's tolerance of
      * its unit price. A failure is a pre-edit exception handled
      * the same way as a missing customer.
      *----------------------------------------------------------------*
       1270-VALIDATE-ITEMS.
           IF PUR-ITEM-COUNT NOT NUMERIC OR PUR-ITEM-COUNT = 0
               CONTINUE
           ELSE
               PERFORM 1280-SUM-ITEM-LINES
               EVALUATE TRUE
                   WHEN WS-ITEM-LINE-COUNT NOT = PUR-ITEM-COUNT
                       OR WS-ITEM-AMOUNT-SUM NOT = PUR-SUBTOTAL
                       MOVE 'ITEM DETAIL COUNT/TOTAL MISMATCH' TO
                           WS-ITEM-REJECT-REASON
                   WHEN WS-ITEM-BAD-PRODUCT-COUNT > 0
                       MOVE 'ITEM PRODUCT UNKNOWN OR INACTIVE' TO
                           WS-ITEM-REJECT-REASON
                   WHEN WS-ITEM-OFF-PRICE-COUNT > 0
                       MOVE 'ITEM PRICE OUTSIDE TOLERANCE' TO
                           WS-ITEM-REJECT-REASON
                   WHEN OTHER
                       MOVE SPACES TO WS-ITEM-REJECT-REASON
               END-EVALUATE
               IF WS-ITEM-REJECT-REASON NOT = SPACES
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE WS-ITEM-REJECT-REASON TO WS-EXCEPTION-REASON
                   IF WS-PARM-SUSPENSE
                       PERFORM 1260-DIVERT-TO-SUSPENSE
                   ELSE
               END-IF
           END-IF.

       1265-CHECK-PURCHASE-ORDER SECTION.

      *----------------------------------------------------------------*
      * A purchase on a PO-controlled account must quote a PO, and a
      * quoted PO - controlled account or not - must be on file and
      * active for the customer, dated within its validity, and have
      * room for the purchase after what it has consumed and what
      * this run has already accepted against it. A failure is a
      * pre-edit exception handled the same way as a missing
      * customer; a pass adds the purchase to the PO's pending total.
      * CUSTOMER-RECORD is still the purchase's customer from 1220.
      *----------------------------------------------------------------*
       1265-CHECK-PO.
           MOVE SPACES TO WS-PO-REJECT-REASON
           SET WS-POP-NOT-MATCHED TO TRUE
           IF PUR-PO-NUMBER = SPACES
               IF CUST-PO-CONTROLLED OF CUSTOMER-RECORD
                   MOVE 'PURCHASE ORDER NUMBER MISSING' TO
                       WS-PO-REJECT-REASON
               END-IF
           ELSE
               MOVE TRAN-CUSTOMER-ID TO POR-CUST-ID
               MOVE PUR-PO-NUMBER TO POR-PO-NUMBER
               READ PURCHASE-ORDER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               PERFORM 1266-FIND-PENDING-PO
                   VARYING WS-POP-IDX FROM 1 BY 1
                   UNTIL WS-POP-IDX > WS-PO-PENDING-COUNT
                       OR WS-POP-MATCHED
               IF WS-POR-OK
                   COMPUTE WS-PO-REMAINING = POR-AUTHORIZED-AMOUNT
                       - POR-CONSUMED-AMOUNT
                   IF WS-POP-MATCHED
                       SUBTRACT WS-POP-AMOUNT(WS-POP-HIT-IDX) FROM
                           WS-PO-REMAINING
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-POR-OK
                   WHEN POR-CANCELLED
                       MOVE 'PURCHASE ORDER UNKNOWN OR CANCELLED' TO
                           WS-PO-REJECT-REASON
                   WHEN TRAN-DATE < POR-EFFECTIVE-DATE
                   WHEN POR-EXPIRY-DATE NOT = 0
                       AND TRAN-DATE > POR-EXPIRY-DATE
                       MOVE 'PURCHASE ORDER NOT VALID ON TRAN DATE' TO
                           WS-PO-REJECT-REASON
                   WHEN TRAN-AMOUNT > WS-PO-REMAINING
                       MOVE 'PURCHASE ORDER EXHAUSTED' TO
                           WS-PO-REJECT-REASON
                   WHEN OTHER
                       PERFORM 1267-ADD-TO-PENDING-PO
               END-EVALUATE
           END-IF
           IF WS-PO-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-PO-REJECT-REASON TO WS-EXCEPTION-REASON
               IF WS-PARM-SUSPENSE
                   PERFORM 1260-DIVERT-TO-SUSPENSE
               ELSE
                   SET WS-BT-INVALID(WS-PREEDIT-BATCH-NUM) TO TRUE
               END-IF
               PERFORM 1250-WRITE-EXCEPTION-LINE
           END-IF.

       1266-FIND-PENDING-PO SECTION.

       1266-FIND-PENDING.
           IF WS-POP-CUST-ID(WS-POP-IDX) = TRAN-CUSTOMER-ID
               AND WS-POP-PO-NUMBER(WS-POP-IDX) = PUR-PO-NUMBER
               SET WS-POP-MATCHED TO TRUE
               MOVE WS-POP-IDX TO WS-POP-HIT-IDX
           END-IF.

       1267-ADD-TO-PENDING-PO SECTION.

      *----------------------------------------------------------------*
      * A full table leaves later POs' in-run purchases untracked;
      * posting still draws every one down, so the worst case is a
      * PO overdrawn by a late purchase in an oversized run.
      *----------------------------------------------------------------*
       1267-ADD-PENDING.
           EVALUATE TRUE
               WHEN WS-POP-MATCHED
                   ADD TRAN-AMOUNT TO WS-POP-AMOUNT(WS-POP-HIT-IDX)
               WHEN WS-PO-PENDING-COUNT < 500
                   ADD 1 TO WS-PO-PENDING-COUNT
                   MOVE TRAN-CUSTOMER-ID TO
                       WS-POP-CUST-ID(WS-PO-PENDING-COUNT)
                   MOVE PUR-PO-NUMBER TO
                       WS-POP-PO-NUMBER(WS-PO-PENDING-COUNT)
                   MOVE TRAN-AMOUNT TO
                       WS-POP-AMOUNT(WS-PO-PENDING-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-PO-PENDING-FULL-COUNT
           END-EVALUATE.

       1285-CHECK-REMIT-DETAILS SECTION.

      *----------------------------------------------------------------*
       1280-SUM-ITEMS.
           MOVE 0 TO WS-ITEM-LINE-COUNT
           MOVE 0 TO WS-ITEM-AMOUNT-SUM
           MOVE 0 TO WS-ITEM-BAD-PRODUCT-COUNT
           MOVE 0 TO WS-ITEM-OFF-PRICE-COUNT
           SET WS-ITM-SCAN-ACTIVE TO TRUE
           MOVE TRAN-ID TO ITM-TRAN-ID
           MOVE 0 TO ITM-LINE-NO
                   ELSE
                       ADD 1 TO WS-ITEM-LINE-COUNT
                       ADD ITM-EXTENDED-AMOUNT TO WS-ITEM-AMOUNT-SUM
                       IF WS-PRODUCT-FILE-AVAILABLE
                           AND ITM-PRODUCT-CODE NOT = SPACES
                           PERFORM 1295-CHECK-ITEM-PRODUCT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1295-CHECK-ITEM-PRODUCT SECTION.

      *----------------------------------------------------------------*
      * The line's unit price is its extended amount over its
      * quantity. An open-priced product (zero master price) is not
      * held to a price; a zero quantity is off price unless the line
      * is zero too.
      *----------------------------------------------------------------*
       1295-CHECK-PRODUCT.
           MOVE ITM-PRODUCT-CODE TO PRD-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-PRD-OK
                   ADD 1 TO WS-ITEM-BAD-PRODUCT-COUNT
               WHEN NOT PRD-ACTIVE
                   ADD 1 TO WS-ITEM-BAD-PRODUCT-COUNT
               WHEN PRD-UNIT-PRICE = 0
                   CONTINUE
               WHEN ITM-QUANTITY = 0
                   IF ITM-EXTENDED-AMOUNT NOT = 0
                       ADD 1 TO WS-ITEM-OFF-PRICE-COUNT
                   END-IF
               WHEN OTHER
                   IF PRD-PRICE-TOLERANCE = 0
                       MOVE WS-HOUSE-PRICE-TOLERANCE TO
                           WS-ITEM-TOLERANCE
                   ELSE
                       MOVE PRD-PRICE-TOLERANCE TO WS-ITEM-TOLERANCE
                   END-IF
                   COMPUTE WS-ITEM-UNIT-PRICE ROUNDED =
                       ITM-EXTENDED-AMOUNT / ITM-QUANTITY
                   COMPUTE WS-ITEM-PRICE-ALLOWANCE ROUNDED =
                       PRD-UNIT-PRICE * WS-ITEM-TOLERANCE
                   COMPUTE WS-ITEM-PRICE-VARIANCE =
                       WS-ITEM-UNIT-PRICE - PRD-UNIT-PRICE
                   IF WS-ITEM-PRICE-VARIANCE > WS-ITEM-PRICE-ALLOWANCE
                       OR WS-ITEM-PRICE-VARIANCE <
                           0 - WS-ITEM-PRICE-ALLOWANCE
                       ADD 1 TO WS-ITEM-OFF-PRICE-COUNT
                   END-IF
           END-EVALUATE.

       1240-ADD-TO-BATCH-TABLE SECTION.

       1240-ADD-TRAN.
                   SRT-BATCH-ID
               MOVE TRANSACTION-RECORD TO SRT-RAW-RECORD
               RELEASE SORT-WORK-RECORD
               IF TRAN-TRANSFER
                   PERFORM 2130-RELEASE-TRANSFER-TARGET
               END-IF
           END-IF.

       2130-RELEASE-TRANSFER-TARGET SECTION.

      *----------------------------------------------------------------*
      * The target leg of a transfer goes to the sort under the
      * target's customer ID, with the two IDs exchanged so the leg
      * posts, audits and reports against the target like any other
      * transaction of its group. It is counted read as a record of
      * its own; the batch's partition totals count the transfer
      * once, as the file carries it.
      *----------------------------------------------------------------*
       2130-RELEASE-TARGET.
           ADD 1 TO WS-TRANS-READ
           MOVE TRAN-CUSTOMER-ID TO WS-XFR-SOURCE-ID
           MOVE XFR-TARGET-CUST-ID TO TRAN-CUSTOMER-ID
           MOVE WS-XFR-SOURCE-ID TO XFR-TARGET-CUST-ID
           SET XFR-TARGET-LEG TO TRUE
           MOVE TRAN-CUSTOMER-ID TO SRT-CUST-ID
           MOVE TRAN-DATE TO SRT-TRAN-DATE
           MOVE TRAN-TIME TO SRT-TRAN-TIME
           MOVE WS-BT-BATCH-ID(WS-SUPPLY-BATCH-NUM) TO SRT-BATCH-ID
           MOVE TRANSACTION-RECORD TO SRT-RAW-RECORD
           RELEASE SORT-WORK-RECORD.

       2200-POST-SORTED-TRANSACTIONS SECTION.

       2200-POST.
           MOVE WS-TRANS-POSTED TO WS-POSTED-SAVE-COUNT
           IF WS-CUSTOMER-READ-OK AND FX-VALID
               EVALUATE TRUE
                   WHEN CUST-SANCTIONS-CONFIRMED OF WS-WORK-CUSTOMER
                    AND NOT TRAN-PAYMENT
                       PERFORM 3007-REFUSE-SANCTIONED
                   WHEN TRAN-PAYMENT
                       PERFORM 3100-POST-PAYMENT
                   WHEN TRAN-PURCHASE
                       PERFORM 3400-POST-ADJUSTMENT
                   WHEN TRAN-REVERSAL
                       PERFORM 3500-POST-REVERSAL
                   WHEN TRAN-TRANSFER
                       PERFORM 3600-POST-TRANSFER
                   WHEN OTHER
                       ADD 1 TO WS-TRANS-ERROR
                       DISPLAY 'UNSUPPORTED TRANSACTION TYPE: '
               PERFORM 3090-WRITE-POSTING-AUDIT
           END-IF.

      *----------------------------------------------------------------*
      * A confirmed sanctions match blocks everything but payments:
      * no purchase, refund, adjustment or reversal posts while the
      * match stands, so no value moves out to the sanctioned party.
      *----------------------------------------------------------------*
       3007-REFUSE-SANCTIONED SECTION.

       3007-REFUSE-SANC.
           ADD 1 TO WS-TRANS-ERROR
           ADD 1 TO WS-SANCTIONS-REFUSED-COUNT
           DISPLAY 'POSTING REFUSED, SANCTIONS MATCH CONFIRMED: '
               TRAN-ID
           MOVE 'SANCTIONS MATCH CONFIRMED' TO WS-EXCEPTION-REASON
           PERFORM 1250-WRITE-EXCEPTION-LINE.

       3090-WRITE-POSTING-AUDIT SECTION.

      *----------------------------------------------------------------*
           MOVE WS-POST-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-WORK-CUSTOMER TO AUD-AFTER-IMAGE
           MOVE TRAN-ID TO AUD-TRAN-ID
           MOVE SPACES TO AUD-APPROVER-ID
           SET AC-FN-SEAL-ENTRY TO TRUE
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF WS-AUDIT-OK
               ADD 1 TO WS-POSTING-AUDITS-WRITTEN
                   PERFORM 3050-WRITE-TRAN-HISTORY
               WHEN TRAN-PURCHASE
                   PERFORM 3210-CREATE-OPEN-ITEM
                   IF WS-ITEM-FILE-AVAILABLE
                       PERFORM 3216-STAMP-ITEM-SHARES
                   END-IF
                   IF WS-PO-FILE-AVAILABLE
                       AND PUR-PO-NUMBER NOT = SPACES
                       PERFORM 3240-DRAW-DOWN-PO
                   END-IF
                   PERFORM 3050-WRITE-TRAN-HISTORY
               WHEN TRAN-ADJUSTMENT AND CMO-RETURN-CREDIT
                   PERFORM 3410-APPLY-CREDIT-MEMO
                   PERFORM 3050-WRITE-TRAN-HISTORY
               WHEN TRAN-REVERSAL
                   PERFORM 3080-APPLY-REVERSAL-SATELLITE
               WHEN TRAN-TRANSFER
                   PERFORM 3610-MOVE-TRANSFER-ITEMS
                   PERFORM 3050-WRITE-TRAN-HISTORY
               WHEN OTHER
                   PERFORM 3050-WRITE-TRAN-HISTORY
           END-EVALUATE.
               TRH-TRAN-DATE OF TRANSACTION-HISTORY-RECORD
           MOVE TRAN-AMOUNT TO
               TRH-AMOUNT OF TRANSACTION-HISTORY-RECORD
           IF TRAN-TRANSFER
               MOVE XFR-TARGET-CUST-ID TO TRH-XFR-TARGET-CUST-ID
                   OF TRANSACTION-HISTORY-RECORD
           ELSE
               MOVE 0 TO TRH-XFR-TARGET-CUST-ID
                   OF TRANSACTION-HISTORY-RECORD
           END-IF
           WRITE TRANSACTION-HISTORY-RECORD
           IF WS-TRH-OK
               ADD 1 TO WS-HISTORY-WRITTEN
           IF PAY-CARD
               PERFORM 3095-TOKENIZE-CARD-REFERENCE
           END-IF
           IF CUST-STAT-SOLD OF WS-WORK-CUSTOMER
               PERFORM 3109-FORWARD-TO-BUYER
           ELSE
               PERFORM 3105-CHECK-DUPLICATE-PAYMENT
               IF WS-DUP-PAY-FOUND
                   PERFORM 3107-HOLD-SUSPECT-PAYMENT
               ELSE
                   MOVE TRAN-AMOUNT TO WS-CALC-AMOUNT
                   COMPUTE CUST-BALANCE OF WS-WORK-CUSTOMER =
                       CUST-BALANCE OF WS-WORK-CUSTOMER
                       - WS-CALC-AMOUNT
                   MOVE TRAN-AMOUNT TO
                       CUST-LAST-PAYMENT OF WS-WORK-CUSTOMER
                   MOVE TRAN-DATE TO
                       CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER
                   PERFORM 3060-BUFFER-SATELLITE
                   ADD 1 TO WS-TRANS-POSTED
               END-IF
           END-IF.

       3095-TOKENIZE-CARD-REFERENCE SECTION.
           MOVE 'DUPLICATE PAYMENT SUSPECT' TO WS-EXCEPTION-REASON
           PERFORM 1250-WRITE-EXCEPTION-LINE.

      *----------------------------------------------------------------*
      * The account's debt was sold to a debt buyer, so the money is
      * the buyer's: the payment is kept whole on the forward-to-buyer
      * file for DEBTSALE's report and never touches the balance. The
      * exception line keeps it out of GLEXTR's journal.
      *----------------------------------------------------------------*
       3109-FORWARD-TO-BUYER SECTION.

       3109-FORWARD-BUYER.
           ADD 1 TO WS-PAYMENTS-FORWARDED
           DISPLAY 'PAYMENT ON SOLD ACCOUNT FORWARDED: ' TRAN-ID
           INITIALIZE FORWARD-PAYMENT-RECORD
           MOVE TRANSACTION-RECORD TO
               SUS-TRAN-DATA OF FORWARD-PAYMENT-RECORD
           MOVE 'ACCOUNT SOLD, FORWARD TO BUYER' TO
               SUS-REASON OF FORWARD-PAYMENT-RECORD
           MOVE WS-TODAY-DATE TO
               SUS-DATE-HELD OF FORWARD-PAYMENT-RECORD
           WRITE FORWARD-PAYMENT-RECORD
           IF NOT WS-FWD-OK
               DISPLAY 'ERROR WRITING FORWARD-TO-BUYER PAYMENT FOR: '
                   TRAN-ID ' STATUS: ' WS-FWD-STATUS
           END-IF
           MOVE 'ACCOUNT SOLD, FORWARD TO BUYER' TO WS-EXCEPTION-REASON
           PERFORM 1250-WRITE-EXCEPTION-LINE.

       3110-APPLY-PAYMENT-TO-ITEMS SECTION.

       3110-APPLY-ITEMS.
                           INVALID KEY
                               CONTINUE
                       END-READ
                       SET WS-NOT-FAMILY-ITEM TO TRUE
                       IF WS-OPI-OK AND OPI-OPEN
                           AND OPI-CUST-ID NOT = TRAN-CUSTOMER-ID
                           PERFORM 3146-CHECK-FAMILY-ITEM
                       END-IF
                       IF WS-OPI-OK AND OPI-OPEN
                           AND (OPI-CUST-ID = TRAN-CUSTOMER-ID
                               OR WS-FAMILY-ITEM)
                           PERFORM 3145-RETIRE-INSTRUCTED-AMOUNT
                           IF WS-FAMILY-ITEM
                               MOVE WS-RMD-THIS-AMOUNT TO
                                   WS-FAM-AMOUNT
                               PERFORM 3148-BUFFER-FAMILY-TRANSFER
                           END-IF
                       ELSE
                           DISPLAY 'REMITTANCE DETAIL ITEM NOT '
                               'OPEN, FALLING TO OLDEST FIRST: '
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * An item of another customer is the payer's to settle only
      * when that customer's parent is the payer and it carries the
      * payer's currency, so the amount moves across unconverted.
      * With the transfer buffer full the item is refused before
      * anything is applied to it - retiring it with no IC pair to
      * follow would leave both companies misstated - and the
      * payment goes on as if the item were not named.
      *----------------------------------------------------------------*
       3146-CHECK-FAMILY-ITEM SECTION.

       3146-CHECK-FAMILY.
           SET WS-NOT-FAMILY-ITEM TO TRUE
           MOVE OPI-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
           MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN
               CUST-KEY OF CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FILE-OK
               READ CUSTOMER-FILE NEXT RECORD
               IF WS-FILE-OK
                   AND CUST-ID OF CUSTOMER-RECORD = OPI-CUST-ID
                   AND CUST-PARENT-ID OF CUSTOMER-RECORD =
                       TRAN-CUSTOMER-ID
                   AND CUST-CURRENCY-CODE OF CUSTOMER-RECORD =
                       CUST-CURRENCY-CODE OF WS-WORK-CUSTOMER
                   IF WS-ICX-BUFFER-COUNT >= 500
                       ADD 1 TO WS-ICX-BUFFER-FULL-COUNT
                       DISPLAY 'FAMILY TRANSFER BUFFER FULL, ITEM NOT '
                           'APPLIED: ' OPI-TRAN-ID
                   ELSE
                       SET WS-FAMILY-ITEM TO TRUE
                       IF CUST-COMPANY-CODE OF CUSTOMER-RECORD = SPACES
                           MOVE '01' TO WS-FAM-MEMBER-COMPANY
                       ELSE
                           MOVE CUST-COMPANY-CODE OF CUSTOMER-RECORD
                               TO WS-FAM-MEMBER-COMPANY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3148-BUFFER-FAMILY-TRANSFER SECTION.

       3148-BUFFER-FAMILY.
           IF CUST-COMPANY-CODE OF WS-WORK-CUSTOMER = SPACES
               MOVE '01' TO WS-FAM-PAYER-COMPANY
           ELSE
               MOVE CUST-COMPANY-CODE OF WS-WORK-CUSTOMER TO
                   WS-FAM-PAYER-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN WS-FAM-AMOUNT <= 0
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ICX-BUFFER-COUNT
                   MOVE TRAN-CUSTOMER-ID TO
                       WS-ICB-PAYER-ID(WS-ICX-BUFFER-COUNT)
                   MOVE WS-FAM-PAYER-COMPANY TO
                       WS-ICB-PAYER-COMPANY(WS-ICX-BUFFER-COUNT)
                   MOVE OPI-CUST-ID TO
                       WS-ICB-MEMBER-ID(WS-ICX-BUFFER-COUNT)
                   MOVE WS-FAM-MEMBER-COMPANY TO
                       WS-ICB-MEMBER-COMPANY(WS-ICX-BUFFER-COUNT)
                   MOVE TRAN-ID TO
                       WS-ICB-PAY-TRAN-ID(WS-ICX-BUFFER-COUNT)
                   MOVE WS-FAM-AMOUNT TO
                       WS-ICB-AMOUNT(WS-ICX-BUFFER-COUNT)
                   ADD 1 TO WS-FAMILY-ITEMS-APPLIED
                   IF WS-FAM-MEMBER-COMPANY NOT = WS-FAM-PAYER-COMPANY
                       ADD 1 TO WS-INTERCO-ITEMS-APPLIED
                       DISPLAY 'PAYMENT ' TRAN-ID ' COMPANY '
                           WS-FAM-PAYER-COMPANY ' SETTLED ITEM '
                           OPI-TRAN-ID ' COMPANY '
                           WS-FAM-MEMBER-COMPANY
                   END-IF
           END-EVALUATE
           SET WS-NOT-FAMILY-ITEM TO TRUE.

       3120-APPLY-TO-NAMED-ITEM SECTION.

       3120-APPLY-NAMED.
               INVALID KEY
                   CONTINUE
           END-READ
           SET WS-NOT-FAMILY-ITEM TO TRUE
           IF WS-OPI-OK AND OPI-OPEN
               AND OPI-CUST-ID NOT = TRAN-CUSTOMER-ID
               PERFORM 3146-CHECK-FAMILY-ITEM
           END-IF
           IF WS-OPI-OK AND OPI-OPEN
               AND (OPI-CUST-ID = TRAN-CUSTOMER-ID OR WS-FAMILY-ITEM)
               PERFORM 3140-RETIRE-OPEN-AMOUNT
               IF WS-FAMILY-ITEM
                   MOVE WS-APPLY-THIS-ITEM TO WS-FAM-AMOUNT
                   PERFORM 3148-BUFFER-FAMILY-TRANSFER
               END-IF
           ELSE
               DISPLAY 'PAYMENT APPLICATION REFERENCE NOT OPEN, '
                   'APPLYING OLDEST FIRST: ' TRAN-ID
       3140-RETIRE-OPEN-AMOUNT SECTION.

       3140-RETIRE.
           PERFORM 3142-CHECK-EARLY-PAY-DISCOUNT
           IF WS-DISC-TAKEN
               MOVE WS-DISC-NET-DUE TO WS-APPLY-THIS-ITEM
               MOVE 0 TO OPI-OPEN-AMOUNT
               SUBTRACT WS-APPLY-THIS-ITEM FROM WS-APPLY-REMAINING
               PERFORM 3143-BUFFER-DISCOUNT
           ELSE
               IF WS-APPLY-REMAINING >= OPI-OPEN-AMOUNT
                   MOVE OPI-OPEN-AMOUNT TO WS-APPLY-THIS-ITEM
               ELSE
                   MOVE WS-APPLY-REMAINING TO WS-APPLY-THIS-ITEM
               END-IF
               SUBTRACT WS-APPLY-THIS-ITEM FROM OPI-OPEN-AMOUNT
               SUBTRACT WS-APPLY-THIS-ITEM FROM WS-APPLY-REMAINING
           END-IF
           IF OPI-OPEN-AMOUNT = 0
               SET OPI-PAID TO TRUE
               ADD 1 TO WS-OPEN-ITEMS-RETIRED
                   ' STATUS: ' WS-OPI-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * The discount is taken only when the payment is dated inside
      * the item's window and what the payment has left covers the
      * whole of the open amount less the discount; a payment that
      * falls short retires the item the ordinary way and earns no
      * discount. The discount is figured on the original amount and
      * is never allowed to exceed what is still open. With the
      * discount buffer full no discount is taken and the item is
      * retired gross, since no AJ could be journalled for it.
      *----------------------------------------------------------------*
       3142-CHECK-EARLY-PAY-DISCOUNT SECTION.

       3142-CHECK-DISC.
           SET WS-DISC-NOT-TAKEN TO TRUE
           IF OPI-DISC-PCT NUMERIC AND OPI-DISC-DATE NUMERIC
               AND OPI-DISC-PCT > 0
               AND OPI-DISC-DATE > 0
               AND TRAN-DATE NOT > OPI-DISC-DATE
               COMPUTE WS-DISC-AMOUNT ROUNDED =
                   OPI-ORIGINAL-AMOUNT * OPI-DISC-PCT / 100
               IF WS-DISC-AMOUNT > 0
                   AND WS-DISC-AMOUNT < OPI-OPEN-AMOUNT
                   COMPUTE WS-DISC-NET-DUE =
                       OPI-OPEN-AMOUNT - WS-DISC-AMOUNT
                   IF WS-APPLY-REMAINING >= WS-DISC-NET-DUE
                       IF WS-DISC-BUFFER-COUNT >= 500
                           ADD 1 TO WS-DISC-BUFFER-FULL-COUNT
                           DISPLAY 'DISCOUNT BUFFER FULL, ITEM RETIRED '
                               'GROSS: ' OPI-TRAN-ID
                       ELSE
                           SET WS-DISC-TAKEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3143-BUFFER-DISCOUNT SECTION.

       3143-BUFFER-DISC.
           ADD 1 TO WS-DISC-BUFFER-COUNT
           MOVE OPI-CUST-ID TO WS-DSB-CUST-ID(WS-DISC-BUFFER-COUNT)
           MOVE OPI-TRAN-ID TO
               WS-DSB-ITEM-TRAN-ID(WS-DISC-BUFFER-COUNT)
           MOVE WS-DISC-AMOUNT TO WS-DSB-AMOUNT(WS-DISC-BUFFER-COUNT)
           ADD 1 TO WS-DISC-TAKEN-COUNT
           ADD WS-DISC-AMOUNT TO WS-DISC-AMOUNT-TOTAL.

       3150-WRITE-PAYMENT-HISTORY SECTION.

       3150-WRITE-HISTORY.
           MOVE TRAN-CUSTOMER-ID TO PMH-CUST-ID
           PERFORM 3160-FIND-NEXT-PMH-SEQUENCE
           MOVE WS-PMH-NEXT-SEQUENCE TO PMH-SEQUENCE
           MOVE TRAN-AMOUNT TO PMH-PAYMENT-AMOUNT
           MOVE PAY-METHOD TO PMH-PAY-METHOD
           MOVE PAY-REFERENCE TO PMH-PAY-REFERENCE
           MOVE PAY-AUTH-CODE TO PMH-PAY-AUTH-CODE
           SET PMH-ACTIVE TO TRUE
           WRITE PAYMENT-HISTORY-RECORD
           IF NOT WS-PMH-OK
      *----------------------------------------------------------------*
      * Hold, frozen and closed accounts refuse new purchases while
      * payments keep posting, so a held customer can still pay the
      * balance down without the limit having been destroyed. A sold
      * account takes no purchases either.
      *----------------------------------------------------------------*
       3200-POST-PUR.
           IF CUST-STAT-HOLD OF WS-WORK-CUSTOMER
               OR CUST-STAT-FROZEN OF WS-WORK-CUSTOMER
               OR CUST-STAT-CLOSED OF WS-WORK-CUSTOMER
               OR CUST-STAT-SOLD OF WS-WORK-CUSTOMER
               ADD 1 TO WS-TRANS-ERROR
               ADD 1 TO WS-STATUS-REFUSED-COUNT
               DISPLAY 'PURCHASE REFUSED, ACCOUNT STATUS '
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The posted purchase consumes its PO by the amount it posted
      * at. The pre-edit has already proved the PO; one that has
      * gone since is reported but does not undo the posting.
      *----------------------------------------------------------------*
       3240-DRAW-DOWN-PO SECTION.

       3240-DRAW-DOWN.
           MOVE TRAN-CUSTOMER-ID TO POR-CUST-ID
           MOVE PUR-PO-NUMBER TO POR-PO-NUMBER
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-POR-OK
               ADD TRAN-AMOUNT TO POR-CONSUMED-AMOUNT
               MOVE TRAN-DATE TO POR-LAST-DRAW-DATE
               MOVE TRAN-ID TO POR-LAST-TRAN-ID
               REWRITE PURCHASE-ORDER-RECORD
               IF WS-POR-OK
                   ADD 1 TO WS-PO-DRAWDOWNS
               ELSE
                   DISPLAY 'ERROR DRAWING DOWN PO FOR: ' TRAN-ID
                       ' STATUS: ' WS-POR-STATUS
               END-IF
           ELSE
               DISPLAY 'PURCHASE ORDER GONE AT POSTING: ' TRAN-ID
                   ' ' PUR-PO-NUMBER
           END-IF.

       3205-POST-PURCHASE-BALANCE SECTION.

       3205-POST-PUR-BAL.
           MOVE TRAN-AMOUNT TO OPI-ORIGINAL-AMOUNT
           MOVE TRAN-AMOUNT TO OPI-OPEN-AMOUNT
           SET OPI-OPEN TO TRUE
           MOVE PUR-PO-NUMBER TO OPI-PO-NUMBER
           PERFORM 3212-STAMP-DUE-DATES
           IF WS-PRE-PURCHASE-BALANCE < 0
               COMPUTE WS-CREDIT-AVAILABLE =
                   0 - WS-PRE-PURCHASE-BALANCE
                   ' STATUS: ' WS-OPI-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * The purchase's tax and discount are spread across its item
      * lines in proportion to each line's extended amount, so a
      * later return of some lines can reverse exactly their share.
      *----------------------------------------------------------------*
       3216-STAMP-ITEM-SHARES SECTION.

       3216-STAMP-SHARES.
           MOVE 0 TO WS-SHR-PURCHASE-TAX
           MOVE 0 TO WS-SHR-PURCHASE-DISC
           IF PUR-TAX-AMOUNT NUMERIC
               MOVE PUR-TAX-AMOUNT TO WS-SHR-PURCHASE-TAX
           END-IF
           IF PUR-DISCOUNT NUMERIC
               MOVE PUR-DISCOUNT TO WS-SHR-PURCHASE-DISC
           END-IF
           MOVE 0 TO WS-SHR-CUM-EXTENDED
           MOVE 0 TO WS-SHR-TAX-TO-DATE
           MOVE 0 TO WS-SHR-DISC-TO-DATE
           SET WS-ITM-SCAN-ACTIVE TO TRUE
           MOVE TRAN-ID TO ITM-TRAN-ID
           MOVE 0 TO ITM-LINE-NO
           START ITEM-DETAIL-FILE KEY IS NOT LESS THAN ITM-KEY
               INVALID KEY
                   SET WS-ITM-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-ITM-OK
               SET WS-ITM-SCAN-DONE TO TRUE
           END-IF
           IF PUR-SUBTOTAL NOT NUMERIC OR PUR-SUBTOTAL = 0
               SET WS-ITM-SCAN-DONE TO TRUE
           END-IF
           PERFORM 3217-STAMP-ONE-LINE
               UNTIL WS-ITM-SCAN-DONE.

       3217-STAMP-ONE-LINE SECTION.

       3217-STAMP-LINE.
           READ ITEM-DETAIL-FILE NEXT RECORD
               AT END
                   SET WS-ITM-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-ITM-SCAN-DONE
               IF NOT WS-ITM-OK
                   SET WS-ITM-SCAN-DONE TO TRUE
               ELSE
                   IF ITM-TRAN-ID NOT = TRAN-ID
                       SET WS-ITM-SCAN-DONE TO TRUE
                   ELSE
                       ADD ITM-EXTENDED-AMOUNT TO WS-SHR-CUM-EXTENDED
                       COMPUTE WS-SHR-TAX-CUM ROUNDED =
                           WS-SHR-PURCHASE-TAX * WS-SHR-CUM-EXTENDED
                           / PUR-SUBTOTAL
                       COMPUTE WS-SHR-DISC-CUM ROUNDED =
                           WS-SHR-PURCHASE-DISC * WS-SHR-CUM-EXTENDED
                           / PUR-SUBTOTAL
                       COMPUTE ITM-TAX-SHARE =
                           WS-SHR-TAX-CUM - WS-SHR-TAX-TO-DATE
                       COMPUTE ITM-DISCOUNT-SHARE =
                           WS-SHR-DISC-CUM - WS-SHR-DISC-TO-DATE
                       MOVE WS-SHR-TAX-CUM TO WS-SHR-TAX-TO-DATE
                       MOVE WS-SHR-DISC-CUM TO WS-SHR-DISC-TO-DATE
                       IF ITM-RETURNED-QTY NOT NUMERIC
                           MOVE 0 TO ITM-RETURNED-QTY
                           MOVE 0 TO ITM-LAST-RMA-NUMBER
                           MOVE 0 TO ITM-LAST-RETURN-DATE
                       END-IF
                       REWRITE ITEM-DETAIL-RECORD
                       IF WS-ITM-OK
                           ADD 1 TO WS-ITEM-LINES-STAMPED
                       ELSE
                           DISPLAY 'ERROR STAMPING ITEM LINE: '
                               ITM-TRAN-ID '/' ITM-LINE-NO
                               ' STATUS: ' WS-ITM-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Due date and discount window from the customer's payment
      * terms. Blank or unknown terms leave the item due on the
      * purchase date with no discount, as every item was before
      * terms were carried.
      *----------------------------------------------------------------*
       3212-STAMP-DUE-DATES SECTION.

       3212-STAMP-DUE.
           MOVE TRAN-DATE TO OPI-DUE-DATE
           MOVE 0 TO OPI-DISC-DATE
           MOVE 0 TO OPI-DISC-PCT
           SET TRM-NOT-FOUND TO TRUE
           PERFORM 3214-MATCH-TERMS-CODE
               VARYING TRM-IDX FROM 1 BY 1
               UNTIL TRM-IDX > TRM-TABLE-SIZE OR TRM-FOUND
           IF TRM-FOUND
               SUBTRACT 1 FROM TRM-IDX
               IF TRM-NET-DAYS(TRM-IDX) > 0
                   SET DU-FN-ADD-DAYS TO TRUE
                   MOVE TRAN-DATE TO DU-DATE-1
                   MOVE TRM-NET-DAYS(TRM-IDX) TO DU-DAYS-COUNT
                   CALL 'DATEUTIL' USING DATEUTIL-PARMS
                   IF DU-VALID
                       MOVE DU-RESULT-DATE TO OPI-DUE-DATE
                   END-IF
               END-IF
               IF TRM-DISC-PCT(TRM-IDX) > 0
                   SET DU-FN-ADD-DAYS TO TRUE
                   MOVE TRAN-DATE TO DU-DATE-1
                   MOVE TRM-DISC-DAYS(TRM-IDX) TO DU-DAYS-COUNT
                   CALL 'DATEUTIL' USING DATEUTIL-PARMS
                   IF DU-VALID
                       MOVE DU-RESULT-DATE TO OPI-DISC-DATE
                       MOVE TRM-DISC-PCT(TRM-IDX) TO OPI-DISC-PCT
                   END-IF
               END-IF
           END-IF.

       3214-MATCH-TERMS-CODE SECTION.

       3214-MATCH-TERMS.
           IF TRM-CODE(TRM-IDX) =
               CUST-PAYMENT-TERMS OF WS-WORK-CUSTOMER
               SET TRM-FOUND TO TRUE
           END-IF.

       3300-POST-REFUND SECTION.

       3300-POST.
           ELSE
               PERFORM 3320-VALIDATE-REFUND-APPROVER
               IF WS-REFUND-VALID
                   IF REF-CREDIT-BALANCE
                       PERFORM 3330-VALIDATE-STANDING-CREDIT
                   ELSE
                       PERFORM 3310-VALIDATE-ORIGINAL-TRAN
                   END-IF
               END-IF
           END-IF
           IF WS-REFUND-VALID
               MOVE TRAN-AMOUNT TO WS-CALC-AMOUNT
               IF REF-CREDIT-BALANCE
                   COMPUTE CUST-BALANCE OF WS-WORK-CUSTOMER =
                       CUST-BALANCE OF WS-WORK-CUSTOMER
                       + WS-CALC-AMOUNT
               ELSE
                   COMPUTE CUST-BALANCE OF WS-WORK-CUSTOMER =
                       CUST-BALANCE OF WS-WORK-CUSTOMER
                       - WS-CALC-AMOUNT
               END-IF
               DISPLAY 'REFUND ' TRAN-ID ' APPROVED BY: '
                   REF-APPROVED-BY ' ON: ' REF-APPROVAL-DATE
               PERFORM 3060-BUFFER-SATELLITE
                   TRAN-ID
           END-IF.

       3330-VALIDATE-STANDING-CREDIT SECTION.

      *----------------------------------------------------------------*
      * A credit-balance refund may pay out no more than the credit
      * the account still carries at the moment it posts, so the
      * same credit cannot be paid twice - a second disbursement for
      * it, in this run or a later one, finds the credit gone.
      *----------------------------------------------------------------*
       3330-VALIDATE-CREDIT.
           IF TRAN-AMOUNT <= 0
               OR CUST-BALANCE OF WS-WORK-CUSTOMER + TRAN-AMOUNT > 0
               SET WS-REFUND-INVALID TO TRUE
               DISPLAY 'REFUND REJECTED, EXCEEDS STANDING CREDIT: '
                   TRAN-ID
               MOVE 'REFUND EXCEEDS STANDING CREDIT' TO
                   WS-EXCEPTION-REASON
               PERFORM 1250-WRITE-EXCEPTION-LINE
           END-IF.

       3320-VALIDATE-REFUND-APPROVER SECTION.

      *----------------------------------------------------------------*
       3400-POST-ADJUSTMENT SECTION.

       3400-POST.
           EVALUATE TRUE
               WHEN ADJ-REASON-BLANK
                   ADD 1 TO WS-TRANS-ERROR
                   DISPLAY 'ADJUSTMENT REJECTED, NO REASON CODE: '
                       TRAN-ID
                   MOVE 'ADJUSTMENT REJECTED, NO REASON CODE' TO
                       WS-EXCEPTION-REASON
                   PERFORM 1250-WRITE-EXCEPTION-LINE
               WHEN CMO-RETURN-CREDIT AND TRAN-AMOUNT NOT < 0
                   ADD 1 TO WS-TRANS-ERROR
                   DISPLAY 'CREDIT MEMO REJECTED, NOT A CREDIT: '
                       TRAN-ID
                   MOVE 'CREDIT MEMO REJECTED, NOT A CREDIT' TO
                       WS-EXCEPTION-REASON
                   PERFORM 1250-WRITE-EXCEPTION-LINE
               WHEN OTHER
                   MOVE TRAN-AMOUNT TO WS-CALC-AMOUNT
                   COMPUTE CUST-BALANCE OF WS-WORK-CUSTOMER =
                       CUST-BALANCE OF WS-WORK-CUSTOMER
                       + WS-CALC-AMOUNT
                   DISPLAY 'ADJUSTMENT ' TRAN-ID ' REASON: '
                       ADJ-REASON-CODE ' APPROVED BY: '
                       ADJ-APPROVED-BY
                   PERFORM 3060-BUFFER-SATELLITE
                   ADD 1 TO WS-TRANS-POSTED
           END-EVALUATE.

      *----------------------------------------------------------------*
      * The credit memo's credit comes off the named purchase's open
      * item; a memo whose purchase is already settled (or not the
      * customer's) leaves its credit on the account balance.
      *----------------------------------------------------------------*
       3410-APPLY-CREDIT-MEMO SECTION.

       3410-APPLY-MEMO.
           COMPUTE WS-CMO-CREDIT = 0 - TRAN-AMOUNT
           MOVE CMO-ORIGINAL-TRAN TO OPI-TRAN-ID
           READ OPEN-ITEM-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-OPI-OK
               AND OPI-CUST-ID = TRAN-CUSTOMER-ID
               AND (OPI-OPEN OR OPI-DISPUTED)
               AND OPI-OPEN-AMOUNT > 0
               IF WS-CMO-CREDIT >= OPI-OPEN-AMOUNT
                   MOVE OPI-OPEN-AMOUNT TO WS-CMO-THIS-ITEM
               ELSE
                   MOVE WS-CMO-CREDIT TO WS-CMO-THIS-ITEM
               END-IF
               SUBTRACT WS-CMO-THIS-ITEM FROM OPI-OPEN-AMOUNT
               SUBTRACT WS-CMO-THIS-ITEM FROM OPI-ORIGINAL-AMOUNT
               IF OPI-OPEN-AMOUNT = 0
                   SET OPI-PAID TO TRUE
                   ADD 1 TO WS-OPEN-ITEMS-RETIRED
               END-IF
               REWRITE OPEN-ITEM-RECORD
               IF WS-OPI-OK
                   ADD 1 TO WS-CREDIT-MEMOS-APPLIED
               ELSE
                   DISPLAY 'ERROR REWRITING OPEN ITEM: ' OPI-TRAN-ID
                       ' STATUS: ' WS-OPI-STATUS
               END-IF
           ELSE
               ADD 1 TO WS-CREDIT-MEMOS-UNAPPLIED
               DISPLAY 'CREDIT MEMO ITEM NOT OPEN, LEFT AS ACCOUNT '
                   'CREDIT: ' TRAN-ID
           END-IF.

       3500-POST-REVERSAL SECTION.
               DISPLAY 'REVERSAL ' TRAN-ID ' REASON: '
                   RVS-RETURN-REASON ' AGAINST PAYMENT: '
                   WS-RVS-SAVE-CUST '/' WS-RVS-SAVE-SEQ
               IF NOT RVS-CHARGEBACK
                   PERFORM 3550-ASSESS-NSF-FEE
               END-IF
           ELSE
               ADD 1 TO WS-TRANS-ERROR
               PERFORM 3515-CHECK-ARCHIVED-PAYMENT
      * Prices the return fee from the schedule and buffers the AJ
      * adjustment for the end-of-run fee batch. A first offense -
      * no prior reversed row standing on the customer's payment
      * history before this one - is waived and registered as such,
      * as is any fee on a return dated inside a servicemember's
      * active-duty period.
      *----------------------------------------------------------------*
       3550-ASSESS-NSF.
           PERFORM 3555-CHECK-BANKRUPTCY-STAY
           PERFORM 3556-CHECK-DECEASED
           IF WS-NSF-FILE-ABSENT OR WS-NSF-SCHED-COUNT = 0
               OR WS-STAY-IN-FORCE OR WS-CUSTOMER-DECEASED
               EVALUATE TRUE
                   WHEN WS-STAY-IN-FORCE
                       ADD 1 TO WS-STAY-SUPPRESSED-COUNT
                   WHEN WS-CUSTOMER-DECEASED
                       ADD 1 TO WS-DECEASED-SUPPRESSED-COUNT
               END-EVALUATE
           ELSE
               PERFORM 3560-PRICE-NSF-FEE
               PERFORM 3557-CHECK-SERVICEMEMBER
               EVALUATE TRUE
                   WHEN WS-NSF-FEE-NOT-FOUND
                       CONTINUE
                   WHEN WS-IN-ACTIVE-SERVICE
                       ADD 1 TO WS-FEES-WAIVED
                       ADD 1 TO WS-SCRA-WAIVED-COUNT
                       MOVE 'WAIVED, ACTIVE DUTY' TO WS-FRL-NOTE
                       PERFORM 3590-WRITE-FEE-REGISTER-LINE
                   WHEN OTHER
                       PERFORM 3570-COUNT-PRIOR-REVERSALS
                       IF WS-PRIOR-REVERSED-COUNT = 0
                           ADD 1 TO WS-FEES-WAIVED
                           MOVE 'WAIVED, FIRST OFFENSE' TO
                               WS-FRL-NOTE
                           PERFORM 3590-WRITE-FEE-REGISTER-LINE
                       ELSE
                           PERFORM 3580-BUFFER-NSF-FEE
                       END-IF
               END-EVALUATE
           END-IF.

       3555-CHECK-BANKRUPTCY-STAY SECTION.
               END-IF
           END-IF.

       3556-CHECK-DECEASED SECTION.

       3556-CHECK-DCD.
           SET WS-NOT-DECEASED TO TRUE
           IF WS-DCD-FILE-AVAILABLE
               MOVE TRAN-CUSTOMER-ID TO DCD-CUST-ID
               READ DECEASED-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-DCD-OK AND DCD-DECEASED
                   SET WS-CUSTOMER-DECEASED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Judged on the reversal's own date: in service when it falls
      * inside the period, a zero end date meaning still serving.
      *----------------------------------------------------------------*
       3557-CHECK-SERVICEMEMBER SECTION.

       3557-CHECK-SERVICE.
           SET WS-NOT-IN-SERVICE TO TRUE
           IF WS-SCR-FILE-AVAILABLE
               MOVE TRAN-CUSTOMER-ID TO SCR-CUST-ID
               READ SERVICEMEMBER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-SCR-OK
                   AND SCR-ACTIVE-START-DATE NOT > TRAN-DATE
                   AND (SCR-ACTIVE-END-DATE = 0
                       OR SCR-ACTIVE-END-DATE NOT < TRAN-DATE)
                   SET WS-IN-ACTIVE-SERVICE TO TRUE
               END-IF
           END-IF.

       3560-PRICE-NSF-FEE SECTION.

      *----------------------------------------------------------------*
               END-IF
           END-IF.

       3600-POST-TRANSFER SECTION.

      *----------------------------------------------------------------*
      * Each leg posts in its own account's customer group: the
      * source leg takes the amount off the source balance and the
      * target leg puts it on the target's. Pre-edit refused anything
      * that could stop either leg, so both legs reached the sort or
      * neither did. Only the source leg carries satellite work - the
      * history row under the transfer's TRAN-ID, naming the target,
      * and the move of the source's open items to the target.
      *----------------------------------------------------------------*
       3600-POST-XFR.
           MOVE TRAN-AMOUNT TO WS-CALC-AMOUNT
           IF XFR-TARGET-LEG
               COMPUTE CUST-BALANCE OF WS-WORK-CUSTOMER =
                   CUST-BALANCE OF WS-WORK-CUSTOMER
                   + WS-CALC-AMOUNT
               DISPLAY 'TRANSFER ' TRAN-ID ' RECEIVED FROM: '
                   XFR-TARGET-CUST-ID
           ELSE
               COMPUTE CUST-BALANCE OF WS-WORK-CUSTOMER =
                   CUST-BALANCE OF WS-WORK-CUSTOMER
                   - WS-CALC-AMOUNT
               DISPLAY 'TRANSFER ' TRAN-ID ' TO: '
                   XFR-TARGET-CUST-ID ' REASON: ' XFR-REASON-CODE
                   ' APPROVED BY: ' XFR-APPROVED-BY
               PERFORM 3060-BUFFER-SATELLITE
               ADD 1 TO WS-TRANSFERS-POSTED
           END-IF
           ADD 1 TO WS-TRANS-POSTED.

      *----------------------------------------------------------------*
      * The source's open items move to the target oldest first,
      * keeping their own dates and terms, until the transfer amount
      * is used up. An item larger than what is left splits: the
      * source keeps the rest, and the part moved becomes a target
      * item under the transfer's TRAN-ID carrying the original
      * item's dates. Whatever the source's items do not cover
      * becomes a target item dated the transfer.
      *----------------------------------------------------------------*
       3610-MOVE-TRANSFER-ITEMS SECTION.

       3610-MOVE-ITEMS.
           MOVE TRAN-AMOUNT TO WS-XFR-REMAINING
           SET WS-OLDEST-FOUND TO TRUE
           PERFORM 3620-MOVE-OLDEST-ITEM
               UNTIL WS-XFR-REMAINING <= 0
                   OR WS-OLDEST-NOT-FOUND
           IF WS-XFR-REMAINING > 0
               INITIALIZE OPEN-ITEM-RECORD
               MOVE TRAN-DATE TO OPI-TRAN-DATE
               PERFORM 3630-WRITE-TRANSFER-ITEM
           END-IF.

       3620-MOVE-OLDEST-ITEM SECTION.

       3620-MOVE-OLDEST.
           PERFORM 3135-FIND-OLDEST-OPEN-ITEM
           IF WS-OLDEST-FOUND
               MOVE WS-OLDEST-TRAN-ID TO OPI-TRAN-ID
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       SET WS-OLDEST-NOT-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-OLDEST-FOUND
               IF OPI-OPEN-AMOUNT <= WS-XFR-REMAINING
                   SUBTRACT OPI-OPEN-AMOUNT FROM WS-XFR-REMAINING
                   MOVE XFR-TARGET-CUST-ID TO OPI-CUST-ID
                   REWRITE OPEN-ITEM-RECORD
                   IF WS-OPI-OK
                       ADD 1 TO WS-XFR-ITEMS-MOVED
                   ELSE
                       SET WS-OLDEST-NOT-FOUND TO TRUE
                       DISPLAY 'ERROR MOVING OPEN ITEM: ' OPI-TRAN-ID
                           ' STATUS: ' WS-OPI-STATUS
                   END-IF
               ELSE
                   SUBTRACT WS-XFR-REMAINING FROM OPI-OPEN-AMOUNT
                   SUBTRACT WS-XFR-REMAINING FROM OPI-ORIGINAL-AMOUNT
                   REWRITE OPEN-ITEM-RECORD
                   IF WS-OPI-OK
                       ADD 1 TO WS-XFR-ITEMS-SPLIT
                       PERFORM 3630-WRITE-TRANSFER-ITEM
                   ELSE
                       SET WS-OLDEST-NOT-FOUND TO TRUE
                       DISPLAY 'ERROR SPLITTING OPEN ITEM: '
                           OPI-TRAN-ID ' STATUS: ' WS-OPI-STATUS
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Writes the target's item for what is left of the transfer,
      * over whatever dates and terms the record area already holds.
      *----------------------------------------------------------------*
       3630-WRITE-TRANSFER-ITEM SECTION.

       3630-WRITE-XFR-ITEM.
           MOVE TRAN-ID TO OPI-TRAN-ID
           MOVE XFR-TARGET-CUST-ID TO OPI-CUST-ID
           MOVE WS-XFR-REMAINING TO OPI-ORIGINAL-AMOUNT
           MOVE WS-XFR-REMAINING TO OPI-OPEN-AMOUNT
           SET OPI-OPEN TO TRUE
           MOVE 0 TO WS-XFR-REMAINING
           WRITE OPEN-ITEM-RECORD
           IF WS-OPI-OK
               ADD 1 TO WS-OPEN-ITEMS-CREATED
           ELSE
               DISPLAY 'ERROR WRITING TRANSFER ITEM FOR: ' TRAN-ID
                   ' STATUS: ' WS-OPI-STATUS
           END-IF.

       4000-REWRITE-CUSTOMER SECTION.

       4000-REWRITE.
           IF WS-PAYMENTS-HELD > 0
               DISPLAY 'DUPLICATE PAYMENTS HELD: ' WS-PAYMENTS-HELD
           END-IF
           CLOSE FORWARD-PAYMENT-FILE
           IF WS-PAYMENTS-FORWARDED > 0
               DISPLAY 'SOLD ACCOUNT PAYMENTS FORWARDED: '
                   WS-PAYMENTS-FORWARDED
           END-IF
           IF WS-SUSPENDED-FULL-COUNT > 0
               DISPLAY 'WARNING: SUSPENDED TRAN TABLE FULL, '
                   WS-SUSPENDED-FULL-COUNT ' ENTRIES DROPPED'
           IF WS-PROMO-FILE-AVAILABLE
               CLOSE PROMOTION-MASTER-FILE
           END-IF
           IF WS-PRODUCT-FILE-AVAILABLE
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           IF WS-PO-FILE-AVAILABLE
               CLOSE PURCHASE-ORDER-FILE
           END-IF
           IF WS-OPER-FILE-AVAILABLE
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           IF WS-BKR-FILE-AVAILABLE
               CLOSE BANKRUPTCY-FILE
           END-IF
           IF WS-DCD-FILE-AVAILABLE
               CLOSE DECEASED-FILE
           END-IF
           IF WS-SCR-FILE-AVAILABLE
               CLOSE SERVICEMEMBER-FILE
           END-IF
           CLOSE POSTING-CHECKPOINT-FILE
           CLOSE AUDIT-JOURNAL-FILE
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
               DISPLAY 'PURCHASES REFUSED ON ACCOUNT STATUS: '
                   WS-STATUS-REFUSED-COUNT
           END-IF
           IF WS-SANCTIONS-REFUSED-COUNT > 0
               DISPLAY 'POSTINGS REFUSED, SANCTIONS CONFIRMED: '
                   WS-SANCTIONS-REFUSED-COUNT
           END-IF
           IF WS-PLAN-INSTALLMENTS-MET > 0
               DISPLAY 'PLAN INSTALLMENTS SATISFIED: '
                   WS-PLAN-INSTALLMENTS-MET
               DISPLAY 'CREDITS NETTED ON PURCHASES: '
                   WS-CREDITS-NETTED
           END-IF
           IF WS-ITEM-LINES-STAMPED > 0
               DISPLAY 'ITEM LINES TAX/DISCOUNT STAMPED: '
                   WS-ITEM-LINES-STAMPED
           END-IF
           IF WS-PO-DRAWDOWNS > 0
               DISPLAY 'PURCHASE ORDERS DRAWN DOWN: '
                   WS-PO-DRAWDOWNS
           END-IF
           IF WS-PO-PENDING-FULL-COUNT > 0
               DISPLAY 'WARNING: PO PENDING TABLE FULL, '
                   WS-PO-PENDING-FULL-COUNT ' PURCHASES UNTRACKED'
           END-IF
           IF WS-CREDIT-MEMOS-APPLIED > 0
               OR WS-CREDIT-MEMOS-UNAPPLIED > 0
               DISPLAY 'CREDIT MEMOS APPLIED TO ITEMS: '
                   WS-CREDIT-MEMOS-APPLIED
               DISPLAY 'CREDIT MEMOS LEFT AS CREDIT:   '
                   WS-CREDIT-MEMOS-UNAPPLIED
           END-IF
           IF WS-TRANSFERS-POSTED > 0
               DISPLAY 'BALANCE TRANSFERS POSTED: '
                   WS-TRANSFERS-POSTED
               DISPLAY 'TRANSFER ITEMS MOVED:     '
                   WS-XFR-ITEMS-MOVED
               DISPLAY 'TRANSFER ITEMS SPLIT:     '
                   WS-XFR-ITEMS-SPLIT
           END-IF
           IF WS-PARM-SUSPENSE
               DISPLAY 'TRANSACTIONS SUSPENDED:  ' WS-SUSPENDED-COUNT
           END-IF
                   WS-PART-SKIPPED-COUNT
           END-IF
           PERFORM 9400-WRITE-NSF-FEE-BATCH
           PERFORM 9420-WRITE-DISCOUNT-BATCH
           PERFORM 9440-WRITE-INTERCO-BATCH
           CLOSE FEE-REGISTER
           IF WS-STAY-SUPPRESSED-COUNT > 0
               DISPLAY 'NSF FEES SUPPRESSED (BANKRUPTCY STAY): '
                   WS-STAY-SUPPRESSED-COUNT
           END-IF
           IF WS-DECEASED-SUPPRESSED-COUNT > 0
               DISPLAY 'NSF FEES SUPPRESSED (DECEASED): '
                   WS-DECEASED-SUPPRESSED-COUNT
           END-IF
           IF WS-SCRA-WAIVED-COUNT > 0
               DISPLAY 'NSF FEES WAIVED (ACTIVE DUTY): '
                   WS-SCRA-WAIVED-COUNT
           END-IF
           IF WS-FEES-ASSESSED > 0 OR WS-FEES-WAIVED > 0
               DISPLAY 'NSF FEES ASSESSED: ' WS-FEES-ASSESSED
                   ' WAIVED: ' WS-FEES-WAIVED
               DISPLAY 'WARNING: NSF FEE BUFFER FULL, '
                   WS-FEE-BUFFER-FULL-COUNT ' FEES NOT ASSESSED'
           END-IF
           IF WS-DISC-TAKEN-COUNT > 0
               DISPLAY 'EARLY-PAYMENT DISCOUNTS TAKEN: '
                   WS-DISC-TAKEN-COUNT
                   ' TOTAL: ' WS-DISC-AMOUNT-TOTAL
           END-IF
           IF WS-DISC-BUFFER-FULL-COUNT > 0
               DISPLAY 'WARNING: DISCOUNT BUFFER FULL, '
                   WS-DISC-BUFFER-FULL-COUNT
                   ' ITEMS RETIRED WITHOUT DISCOUNT'
           END-IF
           IF WS-FAMILY-ITEMS-APPLIED > 0
               DISPLAY 'SUBSIDIARY ITEMS SETTLED BY PARENT: '
                   WS-FAMILY-ITEMS-APPLIED
                   ' ACROSS COMPANIES: ' WS-INTERCO-ITEMS-APPLIED
           END-IF
           IF WS-ICX-BUFFER-FULL-COUNT > 0
               DISPLAY 'WARNING: FAMILY TRANSFER BUFFER FULL, '
                   WS-ICX-BUFFER-FULL-COUNT
                   ' SUBSIDIARY ITEMS LEFT OPEN'
           END-IF
           PERFORM 9200-RELEASE-SHARED-FILES.

       9400-WRITE-NSF-FEE-BATCH SECTION.
                   WS-FEE-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * Discounts taken leave the same way as the NSF fees: one
      * BH/BT-wrapped AJ batch for the next posting run, each a
      * credit adjustment naming the item it settled. The trailer
      * hash carries the signed total so it balances the detail.
      *----------------------------------------------------------------*
       9420-WRITE-DISCOUNT-BATCH SECTION.

       9420-WRITE-DISC-BATCH.
           IF WS-DISC-BUFFER-COUNT = 0
               CONTINUE
           ELSE
               OPEN OUTPUT DISC-TRAN-FILE
               IF NOT WS-DSC-OK
                   DISPLAY 'ERROR OPENING DISCOUNT BATCH FILE: '
                       WS-DSC-STATUS
               ELSE
                   MOVE SPACES TO TRANSACTION-RECORD
                   MOVE 'BH' TO BHR-RECORD-TYPE
                   MOVE WS-TODAY-DATE TO BHR-BATCH-DATE
                   MOVE 'EPDISC    ' TO BHR-BATCH-ID
                   MOVE WS-DISC-BUFFER-COUNT TO BHR-EXPECTED-COUNT
                   WRITE DISC-TRAN-RECORD FROM TRANSACTION-RECORD
                   PERFORM 9430-WRITE-ONE-DISCOUNT-TRAN
                       VARYING WS-DSB-IDX FROM 1 BY 1
                       UNTIL WS-DSB-IDX > WS-DISC-BUFFER-COUNT
                   MOVE SPACES TO TRANSACTION-RECORD
                   MOVE 'BT' TO BTR-RECORD-TYPE
                   MOVE WS-DISC-BUFFER-COUNT TO BTR-RECORD-COUNT
                   COMPUTE BTR-HASH-TOTAL = 0 - WS-DISC-AMOUNT-TOTAL
                   WRITE DISC-TRAN-RECORD FROM TRANSACTION-RECORD
                   CLOSE DISC-TRAN-FILE
               END-IF
           END-IF.

       9430-WRITE-ONE-DISCOUNT-TRAN SECTION.

       9430-WRITE-DISC-TRAN.
           MOVE SPACES TO TRANSACTION-RECORD
           ADD 1 TO WS-FTD-SERIAL
           MOVE WS-FEE-TID-NUM TO TRAN-ID
           MOVE WS-TODAY-DATE TO TRAN-DATE
           MOVE 0 TO TRAN-TIME
           MOVE 'AJ' TO TRAN-TYPE
           MOVE WS-DSB-CUST-ID(WS-DSB-IDX) TO TRAN-CUSTOMER-ID
           COMPUTE TRAN-AMOUNT = 0 - WS-DSB-AMOUNT(WS-DSB-IDX)
           MOVE 'EPD ' TO ADJ-REASON-CODE
           MOVE WS-DSB-ITEM-TRAN-ID(WS-DSB-IDX) TO WS-DSD-ITEM-TRAN-ID
           MOVE WS-DISC-DESCRIPTION TO ADJ-DESCRIPTION
           MOVE 'SYSTEM    ' TO ADJ-APPROVED-BY
           WRITE DISC-TRAN-RECORD FROM TRANSACTION-RECORD
           IF NOT WS-DSC-OK
               DISPLAY 'ERROR WRITING DISCOUNT ADJUSTMENT FOR: '
                   WS-DSB-CUST-ID(WS-DSB-IDX) ' STATUS: '
                   WS-DSC-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * Each settled subsidiary item leaves as a pair in one
      * BH/BT-wrapped AJ batch: the amount back onto the parent and
      * off the subsidiary, so both balances end where the money
      * was meant to go. Each pair nets to zero, and so does the
      * trailer hash.
      *----------------------------------------------------------------*
       9440-WRITE-INTERCO-BATCH SECTION.

       9440-WRITE-IC-BATCH.
           IF WS-ICX-BUFFER-COUNT = 0
               CONTINUE
           ELSE
               OPEN OUTPUT ICXFER-TRAN-FILE
               IF NOT WS-ICX-OK
                   DISPLAY 'ERROR OPENING FAMILY TRANSFER BATCH FILE: '
                       WS-ICX-STATUS
               ELSE
                   MOVE SPACES TO TRANSACTION-RECORD
                   MOVE 'BH' TO BHR-RECORD-TYPE
                   MOVE WS-TODAY-DATE TO BHR-BATCH-DATE
                   MOVE 'ICXFER    ' TO BHR-BATCH-ID
                   COMPUTE BHR-EXPECTED-COUNT = WS-ICX-BUFFER-COUNT * 2
                   WRITE ICXFER-TRAN-RECORD FROM TRANSACTION-RECORD
                   PERFORM 9450-WRITE-ONE-INTERCO-PAIR
                       VARYING WS-ICB-IDX FROM 1 BY 1
                       UNTIL WS-ICB-IDX > WS-ICX-BUFFER-COUNT
                   MOVE SPACES TO TRANSACTION-RECORD
                   MOVE 'BT' TO BTR-RECORD-TYPE
                   COMPUTE BTR-RECORD-COUNT = WS-ICX-BUFFER-COUNT * 2
                   MOVE 0 TO BTR-HASH-TOTAL
                   WRITE ICXFER-TRAN-RECORD FROM TRANSACTION-RECORD
                   CLOSE ICXFER-TRAN-FILE
               END-IF
           END-IF.

       9450-WRITE-ONE-INTERCO-PAIR SECTION.

       9450-WRITE-IC-PAIR.
           MOVE SPACES TO TRANSACTION-RECORD
           ADD 1 TO WS-FTD-SERIAL
           MOVE WS-FEE-TID-NUM TO TRAN-ID
           MOVE WS-TODAY-DATE TO TRAN-DATE
           MOVE 0 TO TRAN-TIME
           MOVE 'AJ' TO TRAN-TYPE
           MOVE WS-ICB-PAYER-ID(WS-ICB-IDX) TO TRAN-CUSTOMER-ID
           MOVE WS-ICB-AMOUNT(WS-ICB-IDX) TO TRAN-AMOUNT
           MOVE 'IC  ' TO ADJ-REASON-CODE
           MOVE WS-ICB-PAY-TRAN-ID(WS-ICB-IDX) TO WS-ICD-PAY-TRAN-ID
           MOVE WS-ICB-MEMBER-COMPANY(WS-ICB-IDX) TO
               WS-ICD-OTHER-COMPANY
           MOVE WS-ICX-DESCRIPTION TO ADJ-DESCRIPTION
           MOVE 'SYSTEM    ' TO ADJ-APPROVED-BY
           WRITE ICXFER-TRAN-RECORD FROM TRANSACTION-RECORD
           MOVE SPACES TO TRANSACTION-RECORD
           ADD 1 TO WS-FTD-SERIAL
           MOVE WS-FEE-TID-NUM TO TRAN-ID
           MOVE WS-TODAY-DATE TO TRAN-DATE
           MOVE 0 TO TRAN-TIME
           MOVE 'AJ' TO TRAN-TYPE
           MOVE WS-ICB-MEMBER-ID(WS-ICB-IDX) TO TRAN-CUSTOMER-ID
           COMPUTE TRAN-AMOUNT = 0 - WS-ICB-AMOUNT(WS-ICB-IDX)
           MOVE 'IC  ' TO ADJ-REASON-CODE
           MOVE WS-ICB-PAYER-COMPANY(WS-ICB-IDX) TO
               WS-ICD-OTHER-COMPANY
           MOVE WS-ICX-DESCRIPTION TO ADJ-DESCRIPTION
           MOVE 'SYSTEM    ' TO ADJ-APPROVED-BY
           WRITE ICXFER-TRAN-RECORD FROM TRANSACTION-RECORD
           IF NOT WS-ICX-OK
               DISPLAY 'ERROR WRITING FAMILY TRANSFER FOR: '
                   WS-ICB-PAY-TRAN-ID(WS-ICB-IDX) ' STATUS: '
                   WS-ICX-STATUS
           END-IF.

       9500-WRITE-ACK-BATCH-RECORD SECTION.

      *----------------------------------------------------------------*
