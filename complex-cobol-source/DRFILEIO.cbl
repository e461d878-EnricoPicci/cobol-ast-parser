       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRFILEIO.
      *================================================================*
      * DR REPLICATION FILE ACCESS SUBROUTINE
      * Record-level access to every keyed file replicated to the
      * disaster-recovery site (copybooks/DRFILTAB), driven by
      * DIO-FUNCTION-CODE and DIO-FILE-ID in DRFILEIO-PARMS (see
      * copybooks/DRIOPARM), the same CALL convention DATEUTIL uses.
      * DREXTR reads the files through it at production to cut the
      * nightly delta, DRAPPLY applies the delta through it at the DR
      * site and DRTOTL counts through it for the weekly compare, so
      * the three agree on the record layouts, keys and balance
      * fields of every file without each declaring all of them.
      *
      * Only one file is touched per call and the caller opens and
      * closes each file in turn, so every file reports through the
      * one status field.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS CUST-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-IO-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-TRAN-ID
               ALTERNATE RECORD KEY IS OPI-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-IO-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMH-KEY
               FILE STATUS IS WS-IO-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO 'TRANHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRH-TRAN-ID
               FILE STATUS IS WS-IO-STATUS.

           SELECT PAYMENT-PLAN-FILE ASSIGN TO 'PLANFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CUST-ID
               FILE STATUS IS WS-IO-STATUS.

           SELECT NOTE-FILE ASSIGN TO 'NOTEFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTE-KEY
               FILE STATUS IS WS-IO-STATUS.

           SELECT GUARANTOR-FILE ASSIGN TO 'GUARFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUA-CUST-ID
               FILE STATUS IS WS-IO-STATUS.

           SELECT CORRESPONDENCE-FILE ASSIGN TO 'CORRHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-KEY
               FILE STATUS IS WS-IO-STATUS.

           SELECT ALTERNATE-ADDRESS-FILE ASSIGN TO 'ALTADDR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALT-CUST-ID
               FILE STATUS IS WS-IO-STATUS.

           SELECT BANKRUPTCY-FILE ASSIGN TO 'BNKRFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKR-CUST-ID
               FILE STATUS IS WS-IO-STATUS.

           SELECT MANDATE-FILE ASSIGN TO 'MANDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MND-CUST-ID
               FILE STATUS IS WS-IO-STATUS.

           SELECT SERVICEMEMBER-FILE ASSIGN TO 'SCRAFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-CUST-ID
               FILE STATUS IS WS-IO-STATUS.

           SELECT STATEMENT-DUE-FILE ASSIGN TO 'STMTDUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDU-KEY
               FILE STATUS IS WS-IO-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO 'DSPFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-TRAN-ID
               FILE STATUS IS WS-IO-STATUS.

           SELECT PENDING-AUTH-FILE ASSIGN TO 'AUTHFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAU-KEY
               FILE STATUS IS WS-IO-STATUS.

           SELECT TAX-EXEMPT-FILE ASSIGN TO 'TAXEXMPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXE-CUST-ID
               FILE STATUS IS WS-IO-STATUS.

           SELECT ITEM-DETAIL-FILE ASSIGN TO 'ITEMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-IO-STATUS.

           SELECT LIMIT-OVERRIDE-FILE ASSIGN TO 'CLOVFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLO-CUST-ID
               FILE STATUS IS WS-IO-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO 'CHKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKR-CHECK-NUMBER
               ALTERNATE RECORD KEY IS CKR-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-IO-STATUS.

           SELECT CHARGEBACK-FILE ASSIGN TO 'CHBKFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBK-CASE-NUMBER
               FILE STATUS IS WS-IO-STATUS.

           SELECT PLACEMENT-MASTER-FILE ASSIGN TO 'AGYMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-CUST-ID
               FILE STATUS IS WS-IO-STATUS.

           SELECT SANCTIONS-QUEUE-FILE ASSIGN TO 'SANCQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRQ-KEY
               FILE STATUS IS WS-IO-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO 'PCHGFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCH-KEY
               FILE STATUS IS WS-IO-STATUS.

           SELECT FRAUD-QUEUE-FILE ASSIGN TO 'FRAUDQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRQ-KEY
               FILE STATUS IS WS-IO-STATUS.

           SELECT ALLOWANCE-HISTORY-FILE ASSIGN TO 'ALWHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALH-KEY
               FILE STATUS IS WS-IO-STATUS.

           SELECT DECEASED-FILE ASSIGN TO 'DECDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCD-CUST-ID
               FILE STATUS IS WS-IO-STATUS.

           SELECT EXECUTOR-FILE ASSIGN TO 'EXECFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CUST-ID
               FILE STATUS IS WS-IO-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO 'POFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-KEY
               FILE STATUS IS WS-IO-STATUS.

           SELECT REAGE-HISTORY-FILE ASSIGN TO 'REAGEHST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAH-KEY
               FILE STATUS IS WS-IO-STATUS.

           SELECT LOYALTY-LEDGER-FILE ASSIGN TO 'LOYLEDGR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOY-CUST-ID
               FILE STATUS IS WS-IO-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO 'RCHGSCHD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCS-KEY
               FILE STATUS IS WS-IO-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-IO-STATUS.

           SELECT WRITEOFF-ITEM-FILE ASSIGN TO 'WOITEMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WOI-KEY
               FILE STATUS IS WS-IO-STATUS.

           SELECT BAD-DEBT-CLAIM-FILE ASSIGN TO 'BDCLAIMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDC-KEY
               FILE STATUS IS WS-IO-STATUS.

           SELECT APPLICATION-REGISTER ASSIGN TO 'CAPREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-APPLICATION-ID
               FILE STATUS IS WS-IO-STATUS.

           SELECT CAMPAIGN-FILE ASSIGN TO 'CAMPFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CAMPAIGN-ID
               FILE STATUS IS WS-IO-STATUS.

           SELECT CAMPAIGN-MEMBER-FILE ASSIGN TO 'CAMPMBR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMB-KEY
               FILE STATUS IS WS-IO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

       FD  TRAN-HISTORY-FILE.
           COPY TRNHIST.

       FD  PAYMENT-PLAN-FILE.
           COPY PLANREC.

       FD  NOTE-FILE.
           COPY NOTEREC.

       FD  GUARANTOR-FILE.
           COPY GUARREC.

       FD  CORRESPONDENCE-FILE.
           COPY CORRREC.

       FD  ALTERNATE-ADDRESS-FILE.
           COPY ALTADREC.

       FD  BANKRUPTCY-FILE.
           COPY BNKRREC.

       FD  MANDATE-FILE.
           COPY MANDREC.

       FD  SERVICEMEMBER-FILE.
           COPY SCRAREC.

       FD  STATEMENT-DUE-FILE.
           COPY STMDUE.

       FD  DISPUTE-FILE.
           COPY DSPREC.

       FD  PENDING-AUTH-FILE.
           COPY AUTHREC.

       FD  TAX-EXEMPT-FILE.
           COPY TAXEXREC.

       FD  ITEM-DETAIL-FILE.
           COPY ITEMDTL.

       FD  LIMIT-OVERRIDE-FILE.
           COPY CLOVREC.

       FD  CHECK-REGISTER-FILE.
           COPY CHKREG.

       FD  CHARGEBACK-FILE.
           COPY CHBKREC.

       FD  PLACEMENT-MASTER-FILE.
           COPY AGYPLREC.

       FD  SANCTIONS-QUEUE-FILE.
           COPY SANCQREC.

       FD  PENDING-CHANGE-FILE.
           COPY PCHGREC.

       FD  FRAUD-QUEUE-FILE.
           COPY FRDQREC.

       FD  ALLOWANCE-HISTORY-FILE.
           COPY ALWHIST.

       FD  DECEASED-FILE.
           COPY DECDREC.

       FD  EXECUTOR-FILE.
           COPY EXECREC.

       FD  PURCHASE-ORDER-FILE.
           COPY PORDREC.

       FD  REAGE-HISTORY-FILE.
           COPY REAGEREC.

       FD  LOYALTY-LEDGER-FILE.
           COPY LOYLDREC.

       FD  SCHEDULE-FILE.
           COPY RCHGREC.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODREC.

       FD  WRITEOFF-ITEM-FILE.
           COPY WOITMREC.

       FD  BAD-DEBT-CLAIM-FILE.
           COPY BDCLMREC.

       FD  APPLICATION-REGISTER.
           COPY CAPRGREC.

       FD  CAMPAIGN-FILE.
           COPY CAMPREC.

       FD  CAMPAIGN-MEMBER-FILE.
           COPY CAMPMREC.

       WORKING-STORAGE SECTION.

       01  WS-IO-STATUS                    PIC XX.
           88  WS-IO-OK                    VALUE '00' '02'.
           88  WS-IO-AT-END                VALUE '10'.
           88  WS-IO-DUP-KEY               VALUE '22'.
           88  WS-IO-NOT-FOUND             VALUE '23'.
           88  WS-IO-NOT-OPEN              VALUE '35'.

       LINKAGE SECTION.

           COPY DRIOPARM.

       PROCEDURE DIVISION USING DRFILEIO-PARMS.

       0000-MAIN SECTION.

       0000-START.
           MOVE SPACES TO WS-IO-STATUS
           MOVE 0 TO DIO-BALANCE
           EVALUATE DIO-FILE-ID
               WHEN 'CU'
                   PERFORM 1100-CUSTOMER-IO
               WHEN 'OI'
                   PERFORM 1200-OPEN-ITEM-IO
               WHEN 'PH'
                   PERFORM 1300-PAY-HISTORY-IO
               WHEN 'TH'
                   PERFORM 1400-TRAN-HISTORY-IO
               WHEN 'PL'
                   PERFORM 1500-PAYMENT-PLAN-IO
               WHEN 'NT'
                   PERFORM 1600-NOTE-IO
               WHEN 'GU'
                   PERFORM 1700-GUARANTOR-IO
               WHEN 'CR'
                   PERFORM 1800-CORRESPONDENCE-IO
               WHEN 'AA'
                   PERFORM 1900-ALT-ADDRESS-IO
               WHEN 'BK'
                   PERFORM 2000-BANKRUPTCY-IO
               WHEN 'MD'
                   PERFORM 2100-MANDATE-IO
               WHEN 'SC'
                   PERFORM 2200-SERVICEMEMBER-IO
               WHEN 'SD'
                   PERFORM 2300-STMT-DUE-IO
               WHEN 'DS'
                   PERFORM 2400-DISPUTE-IO
               WHEN 'PA'
                   PERFORM 2500-PENDING-AUTH-IO
               WHEN 'TX'
                   PERFORM 2600-TAX-EXEMPT-IO
               WHEN 'IT'
                   PERFORM 2700-ITEM-DETAIL-IO
               WHEN 'CL'
                   PERFORM 2800-LIMIT-OVERRIDE-IO
               WHEN 'CK'
                   PERFORM 2900-CHECK-REGISTER-IO
               WHEN 'CB'
                   PERFORM 3000-CHARGEBACK-IO
               WHEN 'AG'
                   PERFORM 3100-PLACEMENT-IO
               WHEN 'SQ'
                   PERFORM 3200-SANCTIONS-QUEUE-IO
               WHEN 'PC'
                   PERFORM 3300-PENDING-CHANGE-IO
               WHEN 'FQ'
                   PERFORM 3400-FRAUD-QUEUE-IO
               WHEN 'AW'
                   PERFORM 3500-ALLOWANCE-HIST-IO
               WHEN 'DC'
                   PERFORM 3600-DECEASED-IO
               WHEN 'EX'
                   PERFORM 3700-EXECUTOR-IO
               WHEN 'PO'
                   PERFORM 3800-PURCHASE-ORDER-IO
               WHEN 'RA'
                   PERFORM 3900-REAGE-HISTORY-IO
               WHEN 'LY'
                   PERFORM 4000-LOYALTY-LEDGER-IO
               WHEN 'RC'
                   PERFORM 4100-RECUR-SCHEDULE-IO
               WHEN 'PR'
                   PERFORM 4200-PRODUCT-IO
               WHEN 'WI'
                   PERFORM 4300-WRITEOFF-ITEM-IO
               WHEN 'BD'
                   PERFORM 4400-BAD-DEBT-CLAIM-IO
               WHEN 'CA'
                   PERFORM 4500-CREDIT-APP-REG-IO
               WHEN 'CM'
                   PERFORM 4600-CAMPAIGN-IO
               WHEN 'CN'
                   PERFORM 4700-CAMPAIGN-MEMBER-IO
               WHEN OTHER
                   DISPLAY 'DRFILEIO CALLED FOR UNKNOWN FILE: '
                       DIO-FILE-ID
           END-EVALUATE
           PERFORM 9000-SET-RESULT
           GOBACK.

       1100-CUSTOMER-IO SECTION.

       1100-CUSTOMER.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT CUSTOMER-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O CUSTOMER-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT CUSTOMER-FILE
                       CLOSE CUSTOMER-FILE
                       OPEN I-O CUSTOMER-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE CUSTOMER-RECORD TO DIO-RECORD-IMAGE
                       MOVE CUST-KEY TO DIO-KEY
                       MOVE CUST-BALANCE TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:8) TO CUST-KEY
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE CUSTOMER-RECORD TO DIO-RECORD-IMAGE
                       MOVE CUST-BALANCE TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO CUSTOMER-RECORD
                   WRITE CUSTOMER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO CUSTOMER-RECORD
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:8) TO CUST-KEY
                   DELETE CUSTOMER-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE CUSTOMER-FILE
           END-EVALUATE.

       1200-OPEN-ITEM-IO SECTION.

       1200-OPEN-ITEM.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT OPEN-ITEM-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O OPEN-ITEM-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT OPEN-ITEM-FILE
                       CLOSE OPEN-ITEM-FILE
                       OPEN I-O OPEN-ITEM-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ OPEN-ITEM-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE OPEN-ITEM-RECORD TO DIO-RECORD-IMAGE
                       MOVE OPI-TRAN-ID TO DIO-KEY
                       MOVE OPI-OPEN-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:12) TO OPI-TRAN-ID
                   READ OPEN-ITEM-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE OPEN-ITEM-RECORD TO DIO-RECORD-IMAGE
                       MOVE OPI-OPEN-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO OPEN-ITEM-RECORD
                   WRITE OPEN-ITEM-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO OPEN-ITEM-RECORD
                   REWRITE OPEN-ITEM-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:12) TO OPI-TRAN-ID
                   DELETE OPEN-ITEM-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE OPEN-ITEM-FILE
           END-EVALUATE.

       1300-PAY-HISTORY-IO SECTION.

       1300-PAY-HISTORY.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT PAYMENT-HISTORY-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O PAYMENT-HISTORY-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT PAYMENT-HISTORY-FILE
                       CLOSE PAYMENT-HISTORY-FILE
                       OPEN I-O PAYMENT-HISTORY-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ PAYMENT-HISTORY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE PAYMENT-HISTORY-RECORD TO DIO-RECORD-IMAGE
                       MOVE PMH-KEY TO DIO-KEY
                       MOVE PMH-PAYMENT-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:13) TO PMH-KEY
                   READ PAYMENT-HISTORY-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE PAYMENT-HISTORY-RECORD TO DIO-RECORD-IMAGE
                       MOVE PMH-PAYMENT-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO PAYMENT-HISTORY-RECORD
                   WRITE PAYMENT-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO PAYMENT-HISTORY-RECORD
                   REWRITE PAYMENT-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:13) TO PMH-KEY
                   DELETE PAYMENT-HISTORY-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE PAYMENT-HISTORY-FILE
           END-EVALUATE.

       1400-TRAN-HISTORY-IO SECTION.

       1400-TRAN-HISTORY.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT TRAN-HISTORY-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O TRAN-HISTORY-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT TRAN-HISTORY-FILE
                       CLOSE TRAN-HISTORY-FILE
                       OPEN I-O TRAN-HISTORY-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ TRAN-HISTORY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE TRANSACTION-HISTORY-RECORD TO
                           DIO-RECORD-IMAGE
                       MOVE TRH-TRAN-ID TO DIO-KEY
                       MOVE TRH-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:12) TO TRH-TRAN-ID
                   READ TRAN-HISTORY-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE TRANSACTION-HISTORY-RECORD TO
                           DIO-RECORD-IMAGE
                       MOVE TRH-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO TRANSACTION-HISTORY-RECORD
                   WRITE TRANSACTION-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO TRANSACTION-HISTORY-RECORD
                   REWRITE TRANSACTION-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:12) TO TRH-TRAN-ID
                   DELETE TRAN-HISTORY-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE TRAN-HISTORY-FILE
           END-EVALUATE.

       1500-PAYMENT-PLAN-IO SECTION.

       1500-PAYMENT-PLAN.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT PAYMENT-PLAN-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O PAYMENT-PLAN-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT PAYMENT-PLAN-FILE
                       CLOSE PAYMENT-PLAN-FILE
                       OPEN I-O PAYMENT-PLAN-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ PAYMENT-PLAN-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE PAYMENT-PLAN-RECORD TO DIO-RECORD-IMAGE
                       MOVE PLN-CUST-ID TO DIO-KEY
                       MOVE PLN-TOTAL-OWED TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:8) TO PLN-CUST-ID
                   READ PAYMENT-PLAN-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE PAYMENT-PLAN-RECORD TO DIO-RECORD-IMAGE
                       MOVE PLN-TOTAL-OWED TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO PAYMENT-PLAN-RECORD
                   WRITE PAYMENT-PLAN-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO PAYMENT-PLAN-RECORD
                   REWRITE PAYMENT-PLAN-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:8) TO PLN-CUST-ID
                   DELETE PAYMENT-PLAN-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE PAYMENT-PLAN-FILE
           END-EVALUATE.

       1600-NOTE-IO SECTION.

       1600-NOTE.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT NOTE-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O NOTE-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT NOTE-FILE
                       CLOSE NOTE-FILE
                       OPEN I-O NOTE-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ NOTE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE CUSTOMER-NOTE-RECORD TO DIO-RECORD-IMAGE
                       MOVE NTE-KEY TO DIO-KEY
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:25) TO NTE-KEY
                   READ NOTE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE CUSTOMER-NOTE-RECORD TO DIO-RECORD-IMAGE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO CUSTOMER-NOTE-RECORD
                   WRITE CUSTOMER-NOTE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO CUSTOMER-NOTE-RECORD
                   REWRITE CUSTOMER-NOTE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:25) TO NTE-KEY
                   DELETE NOTE-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE NOTE-FILE
           END-EVALUATE.

       1700-GUARANTOR-IO SECTION.

       1700-GUARANTOR.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT GUARANTOR-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O GUARANTOR-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT GUARANTOR-FILE
                       CLOSE GUARANTOR-FILE
                       OPEN I-O GUARANTOR-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ GUARANTOR-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE GUARANTOR-RECORD TO DIO-RECORD-IMAGE
                       MOVE GUA-CUST-ID TO DIO-KEY
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:8) TO GUA-CUST-ID
                   READ GUARANTOR-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE GUARANTOR-RECORD TO DIO-RECORD-IMAGE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO GUARANTOR-RECORD
                   WRITE GUARANTOR-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO GUARANTOR-RECORD
                   REWRITE GUARANTOR-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:8) TO GUA-CUST-ID
                   DELETE GUARANTOR-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE GUARANTOR-FILE
           END-EVALUATE.

       1800-CORRESPONDENCE-IO SECTION.

       1800-CORRESPONDENCE.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT CORRESPONDENCE-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O CORRESPONDENCE-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT CORRESPONDENCE-FILE
                       CLOSE CORRESPONDENCE-FILE
                       OPEN I-O CORRESPONDENCE-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ CORRESPONDENCE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE CORRESPONDENCE-RECORD TO DIO-RECORD-IMAGE
                       MOVE COR-KEY TO DIO-KEY
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:25) TO COR-KEY
                   READ CORRESPONDENCE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE CORRESPONDENCE-RECORD TO DIO-RECORD-IMAGE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO CORRESPONDENCE-RECORD
                   WRITE CORRESPONDENCE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO CORRESPONDENCE-RECORD
                   REWRITE CORRESPONDENCE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:25) TO COR-KEY
                   DELETE CORRESPONDENCE-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE CORRESPONDENCE-FILE
           END-EVALUATE.

       1900-ALT-ADDRESS-IO SECTION.

       1900-ALT-ADDRESS.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT ALTERNATE-ADDRESS-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O ALTERNATE-ADDRESS-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT ALTERNATE-ADDRESS-FILE
                       CLOSE ALTERNATE-ADDRESS-FILE
                       OPEN I-O ALTERNATE-ADDRESS-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ ALTERNATE-ADDRESS-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE ALTERNATE-ADDRESS-RECORD TO DIO-RECORD-IMAGE
                       MOVE ALT-CUST-ID TO DIO-KEY
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:8) TO ALT-CUST-ID
                   READ ALTERNATE-ADDRESS-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE ALTERNATE-ADDRESS-RECORD TO DIO-RECORD-IMAGE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO ALTERNATE-ADDRESS-RECORD
                   WRITE ALTERNATE-ADDRESS-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO ALTERNATE-ADDRESS-RECORD
                   REWRITE ALTERNATE-ADDRESS-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:8) TO ALT-CUST-ID
                   DELETE ALTERNATE-ADDRESS-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE ALTERNATE-ADDRESS-FILE
           END-EVALUATE.

       2000-BANKRUPTCY-IO SECTION.

       2000-BANKRUPTCY.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT BANKRUPTCY-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O BANKRUPTCY-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT BANKRUPTCY-FILE
                       CLOSE BANKRUPTCY-FILE
                       OPEN I-O BANKRUPTCY-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ BANKRUPTCY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE BANKRUPTCY-RECORD TO DIO-RECORD-IMAGE
                       MOVE BKR-CUST-ID TO DIO-KEY
                       MOVE BKR-FILING-BALANCE TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:8) TO BKR-CUST-ID
                   READ BANKRUPTCY-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE BANKRUPTCY-RECORD TO DIO-RECORD-IMAGE
                       MOVE BKR-FILING-BALANCE TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO BANKRUPTCY-RECORD
                   WRITE BANKRUPTCY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO BANKRUPTCY-RECORD
                   REWRITE BANKRUPTCY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:8) TO BKR-CUST-ID
                   DELETE BANKRUPTCY-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE BANKRUPTCY-FILE
           END-EVALUATE.

       2100-MANDATE-IO SECTION.

       2100-MANDATE.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT MANDATE-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O MANDATE-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT MANDATE-FILE
                       CLOSE MANDATE-FILE
                       OPEN I-O MANDATE-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ MANDATE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE DEBIT-MANDATE-RECORD TO DIO-RECORD-IMAGE
                       MOVE MND-CUST-ID TO DIO-KEY
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:8) TO MND-CUST-ID
                   READ MANDATE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE DEBIT-MANDATE-RECORD TO DIO-RECORD-IMAGE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO DEBIT-MANDATE-RECORD
                   WRITE DEBIT-MANDATE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO DEBIT-MANDATE-RECORD
                   REWRITE DEBIT-MANDATE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:8) TO MND-CUST-ID
                   DELETE MANDATE-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE MANDATE-FILE
           END-EVALUATE.

       2200-SERVICEMEMBER-IO SECTION.

       2200-SERVICEMEMBER.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT SERVICEMEMBER-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O SERVICEMEMBER-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT SERVICEMEMBER-FILE
                       CLOSE SERVICEMEMBER-FILE
                       OPEN I-O SERVICEMEMBER-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ SERVICEMEMBER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE SERVICEMEMBER-RECORD TO DIO-RECORD-IMAGE
                       MOVE SCR-CUST-ID TO DIO-KEY
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:8) TO SCR-CUST-ID
                   READ SERVICEMEMBER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE SERVICEMEMBER-RECORD TO DIO-RECORD-IMAGE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO SERVICEMEMBER-RECORD
                   WRITE SERVICEMEMBER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO SERVICEMEMBER-RECORD
                   REWRITE SERVICEMEMBER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:8) TO SCR-CUST-ID
                   DELETE SERVICEMEMBER-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE SERVICEMEMBER-FILE
           END-EVALUATE.

       2300-STMT-DUE-IO SECTION.

       2300-STMT-DUE.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT STATEMENT-DUE-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O STATEMENT-DUE-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT STATEMENT-DUE-FILE
                       CLOSE STATEMENT-DUE-FILE
                       OPEN I-O STATEMENT-DUE-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ STATEMENT-DUE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE STATEMENT-DUE-RECORD TO DIO-RECORD-IMAGE
                       MOVE SDU-KEY TO DIO-KEY
                       MOVE SDU-CLOSING-BALANCE TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:16) TO SDU-KEY
                   READ STATEMENT-DUE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE STATEMENT-DUE-RECORD TO DIO-RECORD-IMAGE
                       MOVE SDU-CLOSING-BALANCE TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO STATEMENT-DUE-RECORD
                   WRITE STATEMENT-DUE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO STATEMENT-DUE-RECORD
                   REWRITE STATEMENT-DUE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:16) TO SDU-KEY
                   DELETE STATEMENT-DUE-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE STATEMENT-DUE-FILE
           END-EVALUATE.

       2400-DISPUTE-IO SECTION.

       2400-DISPUTE.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT DISPUTE-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O DISPUTE-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT DISPUTE-FILE
                       CLOSE DISPUTE-FILE
                       OPEN I-O DISPUTE-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ DISPUTE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE DISPUTE-RECORD TO DIO-RECORD-IMAGE
                       MOVE DSP-TRAN-ID TO DIO-KEY
                       MOVE DSP-DISPUTED-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:12) TO DSP-TRAN-ID
                   READ DISPUTE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE DISPUTE-RECORD TO DIO-RECORD-IMAGE
                       MOVE DSP-DISPUTED-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO DISPUTE-RECORD
                   WRITE DISPUTE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO DISPUTE-RECORD
                   REWRITE DISPUTE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:12) TO DSP-TRAN-ID
                   DELETE DISPUTE-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE DISPUTE-FILE
           END-EVALUATE.

       2500-PENDING-AUTH-IO SECTION.

       2500-PENDING-AUTH.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT PENDING-AUTH-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O PENDING-AUTH-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT PENDING-AUTH-FILE
                       CLOSE PENDING-AUTH-FILE
                       OPEN I-O PENDING-AUTH-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ PENDING-AUTH-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE PENDING-AUTH-RECORD TO DIO-RECORD-IMAGE
                       MOVE PAU-KEY TO DIO-KEY
                       MOVE PAU-AUTH-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:20) TO PAU-KEY
                   READ PENDING-AUTH-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE PENDING-AUTH-RECORD TO DIO-RECORD-IMAGE
                       MOVE PAU-AUTH-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO PENDING-AUTH-RECORD
                   WRITE PENDING-AUTH-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO PENDING-AUTH-RECORD
                   REWRITE PENDING-AUTH-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:20) TO PAU-KEY
                   DELETE PENDING-AUTH-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE PENDING-AUTH-FILE
           END-EVALUATE.

       2600-TAX-EXEMPT-IO SECTION.

       2600-TAX-EXEMPT.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT TAX-EXEMPT-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O TAX-EXEMPT-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT TAX-EXEMPT-FILE
                       CLOSE TAX-EXEMPT-FILE
                       OPEN I-O TAX-EXEMPT-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ TAX-EXEMPT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE TAX-EXEMPT-RECORD TO DIO-RECORD-IMAGE
                       MOVE TXE-CUST-ID TO DIO-KEY
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:8) TO TXE-CUST-ID
                   READ TAX-EXEMPT-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE TAX-EXEMPT-RECORD TO DIO-RECORD-IMAGE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO TAX-EXEMPT-RECORD
                   WRITE TAX-EXEMPT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO TAX-EXEMPT-RECORD
                   REWRITE TAX-EXEMPT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:8) TO TXE-CUST-ID
                   DELETE TAX-EXEMPT-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE TAX-EXEMPT-FILE
           END-EVALUATE.

       2700-ITEM-DETAIL-IO SECTION.

       2700-ITEM-DETAIL.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT ITEM-DETAIL-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O ITEM-DETAIL-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT ITEM-DETAIL-FILE
                       CLOSE ITEM-DETAIL-FILE
                       OPEN I-O ITEM-DETAIL-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ ITEM-DETAIL-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE ITEM-DETAIL-RECORD TO DIO-RECORD-IMAGE
                       MOVE ITM-KEY TO DIO-KEY
                       MOVE ITM-EXTENDED-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:15) TO ITM-KEY
                   READ ITEM-DETAIL-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE ITEM-DETAIL-RECORD TO DIO-RECORD-IMAGE
                       MOVE ITM-EXTENDED-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO ITEM-DETAIL-RECORD
                   WRITE ITEM-DETAIL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO ITEM-DETAIL-RECORD
                   REWRITE ITEM-DETAIL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:15) TO ITM-KEY
                   DELETE ITEM-DETAIL-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE ITEM-DETAIL-FILE
           END-EVALUATE.

       2800-LIMIT-OVERRIDE-IO SECTION.

       2800-LIMIT-OVERRIDE.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT LIMIT-OVERRIDE-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O LIMIT-OVERRIDE-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT LIMIT-OVERRIDE-FILE
                       CLOSE LIMIT-OVERRIDE-FILE
                       OPEN I-O LIMIT-OVERRIDE-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ LIMIT-OVERRIDE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE LIMIT-OVERRIDE-RECORD TO DIO-RECORD-IMAGE
                       MOVE CLO-CUST-ID TO DIO-KEY
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:8) TO CLO-CUST-ID
                   READ LIMIT-OVERRIDE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE LIMIT-OVERRIDE-RECORD TO DIO-RECORD-IMAGE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO LIMIT-OVERRIDE-RECORD
                   WRITE LIMIT-OVERRIDE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO LIMIT-OVERRIDE-RECORD
                   REWRITE LIMIT-OVERRIDE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:8) TO CLO-CUST-ID
                   DELETE LIMIT-OVERRIDE-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE LIMIT-OVERRIDE-FILE
           END-EVALUATE.

       2900-CHECK-REGISTER-IO SECTION.

       2900-CHECK-REGISTER.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT CHECK-REGISTER-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O CHECK-REGISTER-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT CHECK-REGISTER-FILE
                       CLOSE CHECK-REGISTER-FILE
                       OPEN I-O CHECK-REGISTER-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ CHECK-REGISTER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE CHECK-REGISTER-RECORD TO DIO-RECORD-IMAGE
                       MOVE CKR-CHECK-NUMBER TO DIO-KEY
                       MOVE CKR-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:8) TO CKR-CHECK-NUMBER
                   READ CHECK-REGISTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE CHECK-REGISTER-RECORD TO DIO-RECORD-IMAGE
                       MOVE CKR-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO CHECK-REGISTER-RECORD
                   WRITE CHECK-REGISTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO CHECK-REGISTER-RECORD
                   REWRITE CHECK-REGISTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:8) TO CKR-CHECK-NUMBER
                   DELETE CHECK-REGISTER-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE CHECK-REGISTER-FILE
           END-EVALUATE.

       3000-CHARGEBACK-IO SECTION.

       3000-CHARGEBACK.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT CHARGEBACK-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O CHARGEBACK-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT CHARGEBACK-FILE
                       CLOSE CHARGEBACK-FILE
                       OPEN I-O CHARGEBACK-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ CHARGEBACK-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE CHARGEBACK-RECORD TO DIO-RECORD-IMAGE
                       MOVE CBK-CASE-NUMBER TO DIO-KEY
                       MOVE CBK-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:12) TO CBK-CASE-NUMBER
                   READ CHARGEBACK-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE CHARGEBACK-RECORD TO DIO-RECORD-IMAGE
                       MOVE CBK-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO CHARGEBACK-RECORD
                   WRITE CHARGEBACK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO CHARGEBACK-RECORD
                   REWRITE CHARGEBACK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:12) TO CBK-CASE-NUMBER
                   DELETE CHARGEBACK-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE CHARGEBACK-FILE
           END-EVALUATE.

       3100-PLACEMENT-IO SECTION.

       3100-PLACEMENT.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT PLACEMENT-MASTER-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O PLACEMENT-MASTER-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT PLACEMENT-MASTER-FILE
                       CLOSE PLACEMENT-MASTER-FILE
                       OPEN I-O PLACEMENT-MASTER-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ PLACEMENT-MASTER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE AGENCY-PLACEMENT-RECORD TO DIO-RECORD-IMAGE
                       MOVE APL-CUST-ID TO DIO-KEY
                       MOVE APL-PLACED-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:8) TO APL-CUST-ID
                   READ PLACEMENT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE AGENCY-PLACEMENT-RECORD TO DIO-RECORD-IMAGE
                       MOVE APL-PLACED-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO AGENCY-PLACEMENT-RECORD
                   WRITE AGENCY-PLACEMENT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO AGENCY-PLACEMENT-RECORD
                   REWRITE AGENCY-PLACEMENT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:8) TO APL-CUST-ID
                   DELETE PLACEMENT-MASTER-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE PLACEMENT-MASTER-FILE
           END-EVALUATE.

       3200-SANCTIONS-QUEUE-IO SECTION.

       3200-SANCTIONS-QUEUE.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT SANCTIONS-QUEUE-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O SANCTIONS-QUEUE-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT SANCTIONS-QUEUE-FILE
                       CLOSE SANCTIONS-QUEUE-FILE
                       OPEN I-O SANCTIONS-QUEUE-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ SANCTIONS-QUEUE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE SANCTIONS-QUEUE-RECORD TO DIO-RECORD-IMAGE
                       MOVE SRQ-KEY TO DIO-KEY
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:18) TO SRQ-KEY
                   READ SANCTIONS-QUEUE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE SANCTIONS-QUEUE-RECORD TO DIO-RECORD-IMAGE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO SANCTIONS-QUEUE-RECORD
                   WRITE SANCTIONS-QUEUE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO SANCTIONS-QUEUE-RECORD
                   REWRITE SANCTIONS-QUEUE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:18) TO SRQ-KEY
                   DELETE SANCTIONS-QUEUE-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE SANCTIONS-QUEUE-FILE
           END-EVALUATE.

       3300-PENDING-CHANGE-IO SECTION.

       3300-PENDING-CHANGE.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT PENDING-CHANGE-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O PENDING-CHANGE-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT PENDING-CHANGE-FILE
                       CLOSE PENDING-CHANGE-FILE
                       OPEN I-O PENDING-CHANGE-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ PENDING-CHANGE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE PENDING-CHANGE-RECORD TO DIO-RECORD-IMAGE
                       MOVE PCH-KEY TO DIO-KEY
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:12) TO PCH-KEY
                   READ PENDING-CHANGE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE PENDING-CHANGE-RECORD TO DIO-RECORD-IMAGE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO PENDING-CHANGE-RECORD
                   WRITE PENDING-CHANGE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO PENDING-CHANGE-RECORD
                   REWRITE PENDING-CHANGE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:12) TO PCH-KEY
                   DELETE PENDING-CHANGE-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE PENDING-CHANGE-FILE
           END-EVALUATE.

       3400-FRAUD-QUEUE-IO SECTION.

       3400-FRAUD-QUEUE.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT FRAUD-QUEUE-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O FRAUD-QUEUE-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT FRAUD-QUEUE-FILE
                       CLOSE FRAUD-QUEUE-FILE
                       OPEN I-O FRAUD-QUEUE-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ FRAUD-QUEUE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE FRAUD-QUEUE-RECORD TO DIO-RECORD-IMAGE
                       MOVE FRQ-KEY TO DIO-KEY
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:16) TO FRQ-KEY
                   READ FRAUD-QUEUE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE FRAUD-QUEUE-RECORD TO DIO-RECORD-IMAGE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO FRAUD-QUEUE-RECORD
                   WRITE FRAUD-QUEUE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO FRAUD-QUEUE-RECORD
                   REWRITE FRAUD-QUEUE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:16) TO FRQ-KEY
                   DELETE FRAUD-QUEUE-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE FRAUD-QUEUE-FILE
           END-EVALUATE.

       3500-ALLOWANCE-HIST-IO SECTION.

       3500-ALLOWANCE-HIST.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT ALLOWANCE-HISTORY-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O ALLOWANCE-HISTORY-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT ALLOWANCE-HISTORY-FILE
                       CLOSE ALLOWANCE-HISTORY-FILE
                       OPEN I-O ALLOWANCE-HISTORY-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ ALLOWANCE-HISTORY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE ALLOWANCE-HISTORY-RECORD TO DIO-RECORD-IMAGE
                       MOVE ALH-KEY TO DIO-KEY
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:8) TO ALH-KEY
                   READ ALLOWANCE-HISTORY-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE ALLOWANCE-HISTORY-RECORD TO DIO-RECORD-IMAGE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO ALLOWANCE-HISTORY-RECORD
                   WRITE ALLOWANCE-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO ALLOWANCE-HISTORY-RECORD
                   REWRITE ALLOWANCE-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:8) TO ALH-KEY
                   DELETE ALLOWANCE-HISTORY-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE ALLOWANCE-HISTORY-FILE
           END-EVALUATE.

       3600-DECEASED-IO SECTION.

       3600-DECEASED.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT DECEASED-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O DECEASED-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT DECEASED-FILE
                       CLOSE DECEASED-FILE
                       OPEN I-O DECEASED-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ DECEASED-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE DECEASED-RECORD TO DIO-RECORD-IMAGE
                       MOVE DCD-CUST-ID TO DIO-KEY
                       MOVE DCD-DEATH-BALANCE TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:8) TO DCD-CUST-ID
                   READ DECEASED-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE DECEASED-RECORD TO DIO-RECORD-IMAGE
                       MOVE DCD-DEATH-BALANCE TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO DECEASED-RECORD
                   WRITE DECEASED-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO DECEASED-RECORD
                   REWRITE DECEASED-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:8) TO DCD-CUST-ID
                   DELETE DECEASED-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE DECEASED-FILE
           END-EVALUATE.

       3700-EXECUTOR-IO SECTION.

       3700-EXECUTOR.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT EXECUTOR-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O EXECUTOR-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT EXECUTOR-FILE
                       CLOSE EXECUTOR-FILE
                       OPEN I-O EXECUTOR-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ EXECUTOR-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE EXECUTOR-RECORD TO DIO-RECORD-IMAGE
                       MOVE EXE-CUST-ID TO DIO-KEY
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:8) TO EXE-CUST-ID
                   READ EXECUTOR-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE EXECUTOR-RECORD TO DIO-RECORD-IMAGE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO EXECUTOR-RECORD
                   WRITE EXECUTOR-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO EXECUTOR-RECORD
                   REWRITE EXECUTOR-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:8) TO EXE-CUST-ID
                   DELETE EXECUTOR-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE EXECUTOR-FILE
           END-EVALUATE.

       3800-PURCHASE-ORDER-IO SECTION.

       3800-PURCHASE-ORDER.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT PURCHASE-ORDER-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O PURCHASE-ORDER-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT PURCHASE-ORDER-FILE
                       CLOSE PURCHASE-ORDER-FILE
                       OPEN I-O PURCHASE-ORDER-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ PURCHASE-ORDER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE PURCHASE-ORDER-RECORD TO DIO-RECORD-IMAGE
                       MOVE POR-KEY TO DIO-KEY
                       MOVE POR-CONSUMED-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:28) TO POR-KEY
                   READ PURCHASE-ORDER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE PURCHASE-ORDER-RECORD TO DIO-RECORD-IMAGE
                       MOVE POR-CONSUMED-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO PURCHASE-ORDER-RECORD
                   WRITE PURCHASE-ORDER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO PURCHASE-ORDER-RECORD
                   REWRITE PURCHASE-ORDER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:28) TO POR-KEY
                   DELETE PURCHASE-ORDER-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE PURCHASE-ORDER-FILE
           END-EVALUATE.

       3900-REAGE-HISTORY-IO SECTION.

       3900-REAGE-HISTORY.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT REAGE-HISTORY-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O REAGE-HISTORY-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT REAGE-HISTORY-FILE
                       CLOSE REAGE-HISTORY-FILE
                       OPEN I-O REAGE-HISTORY-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ REAGE-HISTORY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE REAGE-HISTORY-RECORD TO DIO-RECORD-IMAGE
                       MOVE RAH-KEY TO DIO-KEY
                       MOVE RAH-BALANCE TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:16) TO RAH-KEY
                   READ REAGE-HISTORY-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE REAGE-HISTORY-RECORD TO DIO-RECORD-IMAGE
                       MOVE RAH-BALANCE TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO REAGE-HISTORY-RECORD
                   WRITE REAGE-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO REAGE-HISTORY-RECORD
                   REWRITE REAGE-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:16) TO RAH-KEY
                   DELETE REAGE-HISTORY-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE REAGE-HISTORY-FILE
           END-EVALUATE.

       4000-LOYALTY-LEDGER-IO SECTION.

       4000-LOYALTY-LEDGER.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT LOYALTY-LEDGER-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O LOYALTY-LEDGER-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT LOYALTY-LEDGER-FILE
                       CLOSE LOYALTY-LEDGER-FILE
                       OPEN I-O LOYALTY-LEDGER-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ LOYALTY-LEDGER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE LOYALTY-LEDGER-RECORD TO DIO-RECORD-IMAGE
                       MOVE LOY-CUST-ID TO DIO-KEY
                       MOVE LOY-BOOKED-LIABILITY TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:8) TO LOY-CUST-ID
                   READ LOYALTY-LEDGER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE LOYALTY-LEDGER-RECORD TO DIO-RECORD-IMAGE
                       MOVE LOY-BOOKED-LIABILITY TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO LOYALTY-LEDGER-RECORD
                   WRITE LOYALTY-LEDGER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO LOYALTY-LEDGER-RECORD
                   REWRITE LOYALTY-LEDGER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:8) TO LOY-CUST-ID
                   DELETE LOYALTY-LEDGER-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE LOYALTY-LEDGER-FILE
           END-EVALUATE.

       4100-RECUR-SCHEDULE-IO SECTION.

       4100-RECUR-SCHEDULE.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT SCHEDULE-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O SCHEDULE-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT SCHEDULE-FILE
                       CLOSE SCHEDULE-FILE
                       OPEN I-O SCHEDULE-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ SCHEDULE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE RECURRING-CHARGE-RECORD TO DIO-RECORD-IMAGE
                       MOVE RCS-KEY TO DIO-KEY
                       MOVE RCS-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:11) TO RCS-KEY
                   READ SCHEDULE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE RECURRING-CHARGE-RECORD TO DIO-RECORD-IMAGE
                       MOVE RCS-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO RECURRING-CHARGE-RECORD
                   WRITE RECURRING-CHARGE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO RECURRING-CHARGE-RECORD
                   REWRITE RECURRING-CHARGE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:11) TO RCS-KEY
                   DELETE SCHEDULE-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE SCHEDULE-FILE
           END-EVALUATE.

       4200-PRODUCT-IO SECTION.

       4200-PRODUCT.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT PRODUCT-MASTER-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O PRODUCT-MASTER-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT PRODUCT-MASTER-FILE
                       CLOSE PRODUCT-MASTER-FILE
                       OPEN I-O PRODUCT-MASTER-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ PRODUCT-MASTER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE PRODUCT-RECORD TO DIO-RECORD-IMAGE
                       MOVE PRD-PRODUCT-CODE TO DIO-KEY
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:10) TO PRD-PRODUCT-CODE
                   READ PRODUCT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE PRODUCT-RECORD TO DIO-RECORD-IMAGE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO PRODUCT-RECORD
                   WRITE PRODUCT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO PRODUCT-RECORD
                   REWRITE PRODUCT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:10) TO PRD-PRODUCT-CODE
                   DELETE PRODUCT-MASTER-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE PRODUCT-MASTER-FILE
           END-EVALUATE.

       4300-WRITEOFF-ITEM-IO SECTION.

       4300-WRITEOFF-ITEM.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT WRITEOFF-ITEM-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O WRITEOFF-ITEM-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT WRITEOFF-ITEM-FILE
                       CLOSE WRITEOFF-ITEM-FILE
                       OPEN I-O WRITEOFF-ITEM-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ WRITEOFF-ITEM-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE WRITEOFF-ITEM-RECORD TO DIO-RECORD-IMAGE
                       MOVE WOI-KEY TO DIO-KEY
                       MOVE WOI-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:28) TO WOI-KEY
                   READ WRITEOFF-ITEM-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE WRITEOFF-ITEM-RECORD TO DIO-RECORD-IMAGE
                       MOVE WOI-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO WRITEOFF-ITEM-RECORD
                   WRITE WRITEOFF-ITEM-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO WRITEOFF-ITEM-RECORD
                   REWRITE WRITEOFF-ITEM-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:28) TO WOI-KEY
                   DELETE WRITEOFF-ITEM-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE WRITEOFF-ITEM-FILE
           END-EVALUATE.

       4400-BAD-DEBT-CLAIM-IO SECTION.

       4400-BAD-DEBT-CLAIM.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT BAD-DEBT-CLAIM-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O BAD-DEBT-CLAIM-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT BAD-DEBT-CLAIM-FILE
                       CLOSE BAD-DEBT-CLAIM-FILE
                       OPEN I-O BAD-DEBT-CLAIM-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ BAD-DEBT-CLAIM-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE BAD-DEBT-CLAIM-RECORD TO DIO-RECORD-IMAGE
                       MOVE BDC-KEY TO DIO-KEY
                       MOVE BDC-TAX-CLAIMED TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:18) TO BDC-KEY
                   READ BAD-DEBT-CLAIM-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE BAD-DEBT-CLAIM-RECORD TO DIO-RECORD-IMAGE
                       MOVE BDC-TAX-CLAIMED TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO BAD-DEBT-CLAIM-RECORD
                   WRITE BAD-DEBT-CLAIM-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO BAD-DEBT-CLAIM-RECORD
                   REWRITE BAD-DEBT-CLAIM-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:18) TO BDC-KEY
                   DELETE BAD-DEBT-CLAIM-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE BAD-DEBT-CLAIM-FILE
           END-EVALUATE.

       4500-CREDIT-APP-REG-IO SECTION.

       4500-CREDIT-APP-REG.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT APPLICATION-REGISTER
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O APPLICATION-REGISTER
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT APPLICATION-REGISTER
                       CLOSE APPLICATION-REGISTER
                       OPEN I-O APPLICATION-REGISTER
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ APPLICATION-REGISTER NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE CREDIT-APP-REGISTER-RECORD TO
                           DIO-RECORD-IMAGE
                       MOVE CAR-APPLICATION-ID TO DIO-KEY
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:10) TO CAR-APPLICATION-ID
                   READ APPLICATION-REGISTER
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE CREDIT-APP-REGISTER-RECORD TO
                           DIO-RECORD-IMAGE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO CREDIT-APP-REGISTER-RECORD
                   WRITE CREDIT-APP-REGISTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO CREDIT-APP-REGISTER-RECORD
                   REWRITE CREDIT-APP-REGISTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:10) TO CAR-APPLICATION-ID
                   DELETE APPLICATION-REGISTER RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE APPLICATION-REGISTER
           END-EVALUATE.

       4600-CAMPAIGN-IO SECTION.

       4600-CAMPAIGN.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT CAMPAIGN-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O CAMPAIGN-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT CAMPAIGN-FILE
                       CLOSE CAMPAIGN-FILE
                       OPEN I-O CAMPAIGN-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ CAMPAIGN-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE CAMPAIGN-RECORD TO DIO-RECORD-IMAGE
                       MOVE CMP-CAMPAIGN-ID TO DIO-KEY
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:8) TO CMP-CAMPAIGN-ID
                   READ CAMPAIGN-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE CAMPAIGN-RECORD TO DIO-RECORD-IMAGE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO CAMPAIGN-RECORD
                   WRITE CAMPAIGN-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO CAMPAIGN-RECORD
                   REWRITE CAMPAIGN-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:8) TO CMP-CAMPAIGN-ID
                   DELETE CAMPAIGN-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE CAMPAIGN-FILE
           END-EVALUATE.

       4700-CAMPAIGN-MEMBER-IO SECTION.

       4700-CAMPAIGN-MEMBER.
           EVALUATE TRUE
               WHEN DIO-FN-OPEN-INPUT
                   OPEN INPUT CAMPAIGN-MEMBER-FILE
               WHEN DIO-FN-OPEN-UPDATE
                   OPEN I-O CAMPAIGN-MEMBER-FILE
                   IF WS-IO-NOT-OPEN
                       OPEN OUTPUT CAMPAIGN-MEMBER-FILE
                       CLOSE CAMPAIGN-MEMBER-FILE
                       OPEN I-O CAMPAIGN-MEMBER-FILE
                   END-IF
               WHEN DIO-FN-READ-NEXT
                   READ CAMPAIGN-MEMBER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE CAMPAIGN-MEMBER-RECORD TO DIO-RECORD-IMAGE
                       MOVE CMB-KEY TO DIO-KEY
                       MOVE CMB-PURCHASE-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-READ-KEY
                   MOVE DIO-KEY(1:16) TO CMB-KEY
                   READ CAMPAIGN-MEMBER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IO-OK
                       MOVE CAMPAIGN-MEMBER-RECORD TO DIO-RECORD-IMAGE
                       MOVE CMB-PURCHASE-AMOUNT TO DIO-BALANCE
                   END-IF
               WHEN DIO-FN-WRITE
                   MOVE DIO-RECORD-IMAGE TO CAMPAIGN-MEMBER-RECORD
                   WRITE CAMPAIGN-MEMBER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN DIO-FN-REWRITE
                   MOVE DIO-RECORD-IMAGE TO CAMPAIGN-MEMBER-RECORD
                   REWRITE CAMPAIGN-MEMBER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN DIO-FN-DELETE
                   MOVE DIO-KEY(1:16) TO CMB-KEY
                   DELETE CAMPAIGN-MEMBER-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN DIO-FN-CLOSE
                   CLOSE CAMPAIGN-MEMBER-FILE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * A duplicate alternate key ('02') is a good write; anything
      * that is neither end of file, a missing or duplicate primary
      * key nor a good status is returned to the caller to report.
      *----------------------------------------------------------------*
       9000-SET-RESULT SECTION.

       9000-SET.
           MOVE WS-IO-STATUS TO DIO-FILE-STATUS
           EVALUATE TRUE
               WHEN WS-IO-OK
                   SET DIO-OK TO TRUE
               WHEN WS-IO-AT-END
                   SET DIO-AT-END TO TRUE
               WHEN WS-IO-NOT-FOUND
                   SET DIO-NOT-FOUND TO TRUE
               WHEN WS-IO-DUP-KEY
                   SET DIO-DUPLICATE TO TRUE
               WHEN OTHER
                   SET DIO-NOT-OK TO TRUE
           END-EVALUATE.
