      *================================================================*
      * DATA ACCESS REQUEST EXPORT RECORD COPYBOOK - One row per
      * record DSAREXP finds keyed to the requesting customer, every
      * row tagged with the file it came from and numbered in the
      * order written, so the export reads as one organized package
      * a section at a time. The data area carries the source record
      * exactly as it sits on its file; card references in payment
      * history are the vault tokens already on file and are never
      * detokenized for the export. A header row opens the export
      * and a trailer row closes it with the count written.
      *================================================================*
       01  DSAR-EXPORT-RECORD.
           05  DSX-CUST-ID                 PIC 9(8).
           05  DSX-SECTION                 PIC X(8).
               88  DSX-SEC-HEADER          VALUE 'HEADER'.
               88  DSX-SEC-CUSTOMER        VALUE 'CUSTOMER'.
               88  DSX-SEC-ALT-ADDRESS     VALUE 'ALTADDR'.
               88  DSX-SEC-PAY-HISTORY     VALUE 'PAYHIST'.
               88  DSX-SEC-PAY-ARCHIVE     VALUE 'PMHARCHV'.
               88  DSX-SEC-TRAN-HISTORY    VALUE 'TRANHIST'.
               88  DSX-SEC-TRAN-ARCHIVE    VALUE 'TRHARCH'.
               88  DSX-SEC-OPEN-ITEM       VALUE 'OPENITEM'.
               88  DSX-SEC-ITEM-ARCHIVE    VALUE 'OPIARCH'.
               88  DSX-SEC-NOTE            VALUE 'NOTEFILE'.
               88  DSX-SEC-CORRESPONDENCE  VALUE 'CORRHIST'.
               88  DSX-SEC-AUDIT           VALUE 'AUDITFIL'.
               88  DSX-SEC-PLAN            VALUE 'PLANFILE'.
               88  DSX-SEC-MANDATE         VALUE 'MANDFILE'.
               88  DSX-SEC-SERVICEMEMBER   VALUE 'SCRAFILE'.
               88  DSX-SEC-DISPUTE         VALUE 'DSPFILE'.
               88  DSX-SEC-PROMISE         VALUE 'PROMFILE'.
               88  DSX-SEC-GUARANTOR       VALUE 'GUARFILE'.
               88  DSX-SEC-STMT-DUE        VALUE 'STMTDUE'.
               88  DSX-SEC-DECEASED        VALUE 'DECDFILE'.
               88  DSX-SEC-EXECUTOR        VALUE 'EXECFILE'.
               88  DSX-SEC-LOYALTY         VALUE 'LOYLEDGR'.
               88  DSX-SEC-REAGE           VALUE 'REAGEHST'.
               88  DSX-SEC-CAMPAIGN-MBR    VALUE 'CAMPMBR'.
               88  DSX-SEC-PURCHASE-ORDER  VALUE 'POFILE'.
               88  DSX-SEC-CHARGEBACK      VALUE 'CHBKFILE'.
               88  DSX-SEC-PLACEMENT       VALUE 'AGYMAST'.
               88  DSX-SEC-SANCTIONS       VALUE 'SANCQUE'.
               88  DSX-SEC-FRAUD           VALUE 'FRAUDQUE'.
               88  DSX-SEC-CREDIT-APP      VALUE 'CAPREG'.
               88  DSX-SEC-CHECK           VALUE 'CHKREG'.
               88  DSX-SEC-INQUIRY         VALUE 'INQLOG'.
               88  DSX-SEC-PENDING-CHG     VALUE 'PCHGFILE'.
               88  DSX-SEC-TRAILER         VALUE 'TRAILER'.
           05  DSX-SEQUENCE                PIC 9(7).
           05  DSX-DATA                    PIC X(761).
      *----------------------------------------------------------------*
      * Header view: when the request was received, when it had to
      * be answered by and when this export answered it.
      *----------------------------------------------------------------*
           05  DSX-HEADER-DATA REDEFINES DSX-DATA.
               10  DSX-RECEIVED-DATE       PIC 9(8).
               10  DSX-DUE-DATE            PIC 9(8).
               10  DSX-EXTRACT-DATE        PIC 9(8).
               10  DSX-EXTRACT-TIME        PIC 9(6).
               10  FILLER                  PIC X(731).
      *----------------------------------------------------------------*
      * Trailer view: rows written ahead of it, whether the customer
      * master row was found, and whether every file was readable -
      * 'N' names an export a missing file left short.
      *----------------------------------------------------------------*
           05  DSX-TRAILER-DATA REDEFINES DSX-DATA.
               10  DSX-ROWS-EXPORTED       PIC 9(7).
               10  DSX-CUSTOMER-FOUND      PIC X(1).
               10  DSX-EXPORT-COMPLETE     PIC X(1).
               10  FILLER                  PIC X(752).
