      * Hold and frozen accounts refuse new purchases but still
      * accept payments; the reason code records why the status last
      * changed. A hold no longer has to be faked by zeroing
      * CUST-CREDIT-LIMIT. Sold is set by DEBTSALE when the
      * charged-off debt goes to a debt buyer: the account takes no
      * purchases and its payments are forwarded to the buyer.
               10  CUST-ACCT-STATUS        PIC X(1).
                   88  CUST-STAT-ACTIVE    VALUE 'A' SPACE.
                   88  CUST-STAT-HOLD      VALUE 'H'.
                   88  CUST-STAT-FROZEN    VALUE 'F'.
                   88  CUST-STAT-CLOSED    VALUE 'C'.
                   88  CUST-STAT-SOLD      VALUE 'S'.
               10  CUST-STATUS-REASON      PIC X(2).
      * Operating company the account belongs to, carved from the
      * reserved filler. Spaces on records older than the field
      * reports all keep their figures per company off this code.
               10  CUST-COMPANY-CODE       PIC X(2).
                   88  CUST-COMPANY-ONE    VALUE '01' SPACES.
      * Payment terms the account buys on, carved from the reserved
      * filler. The code is looked up in the TERMTAB table to give
      * each new open item its due date and any early-payment
      * discount window. Spaces on records older than the field mean
      * due on receipt, the way every item was treated before.
               10  CUST-PAYMENT-TERMS      PIC X(4).
                   88  CUST-TERMS-ON-RECEIPT
                                           VALUE 'DUE ' SPACES.
      * Outside collection agency placement, carved from the
      * reserved filler. Set by AGYPLACE when the account goes to the
      * agency and cleared by AGYRECAL when it is recalled; while it
      * is set DUNNING and COLLQUE leave the account to the agency.
      * Spaces on records older than the field mean not placed.
               10  CUST-AGENCY-PLACED      PIC X(1).
                   88  CUST-PLACED-WITH-AGENCY
                                           VALUE 'Y'.
      * Sanctions screening state, carved from the reserved filler.
      * SANCSCRN sets pending when a name or country hits the
      * sanctions list and the account goes on hold pending review;
      * SANCREVW sets confirmed, or clears it, on the compliance
      * officer's decision. While it is set the account status can
      * not be changed by hand, and a confirmed match stops every
      * posting except payments. Spaces mean not under review.
               10  CUST-SANCTIONS-STATUS   PIC X(1).
                   88  CUST-SANCTIONS-PENDING
                                           VALUE 'P'.
                   88  CUST-SANCTIONS-CONFIRMED
                                           VALUE 'C'.
                   88  CUST-SANCTIONS-NONE VALUE SPACE.
      * Language statements and letters go out in, carved from the
      * reserved filler. CUSTMAIN checks it against the country and
      * defaults it from the province (French for Quebec). The
      * document programs take their fixed text in this language
      * from the message-text table through MSGTXT. Spaces on
      * records older than the field mean English.
               10  CUST-LANGUAGE-CODE      PIC X(2).
                   88  CUST-LANG-ENGLISH   VALUE 'EN' SPACES.
                   88  CUST-LANG-FRENCH    VALUE 'FR'.
      * Purchase-order control, carved from the last reserved filler
      * byte. A government or corporate account flagged here pays
      * only against a purchase order held on the PO file (see
      * copybooks/PORDREC), so TRANPOST's pre-edit turns away its
      * purchases that carry no PO number or name a PO that is
      * unknown, out of date or drawn down. Spaces on records older
      * than the field mean no PO required.
               10  CUST-PO-REQUIRED        PIC X(1).
                   88  CUST-PO-CONTROLLED  VALUE 'Y'.
