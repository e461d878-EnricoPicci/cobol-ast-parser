      *================================================================*
      * DELINQUENCY RE-AGE HISTORY RECORD COPYBOOK - One row per
      * re-age REAGE grants (REAGEHST), keyed by customer then re-age
      * date, carrying the aging the account showed before the reset
      * and the repayment that earned it. The rows are the policy's
      * memory - REAGE counts them to hold an account to one re-age
      * a year and two in five - and the latest row's date is the
      * reset DUNNING, COLLQUE and CBREXTR age against: a due date on
      * or before it no longer makes the account late.
      *================================================================*
       01  REAGE-HISTORY-RECORD.
           05  RAH-KEY.
               10  RAH-CUST-ID             PIC 9(8).
               10  RAH-REAGE-DATE          PIC 9(8).
      *----------------------------------------------------------------*
      * Aging before and after, in CBREXTR's status codes (CU, D3,
      * D6, D9, DX). After is always current; it is carried so the
      * row reads as the before/after pair the examiners ask for.
      *----------------------------------------------------------------*
           05  RAH-BEFORE-AGING-DATE       PIC 9(8).
           05  RAH-BEFORE-DAYS-PAST-DUE    PIC 9(5).
           05  RAH-BEFORE-STATUS           PIC X(2).
           05  RAH-AFTER-DAYS-PAST-DUE     PIC 9(5).
           05  RAH-AFTER-STATUS            PIC X(2).
           05  RAH-BALANCE                 PIC S9(9)V99.
      *----------------------------------------------------------------*
      * The payment plan the customer repaid under, as it stood on
      * the re-age date.
      *----------------------------------------------------------------*
           05  RAH-INSTALLMENTS-PAID       PIC 9(3).
           05  RAH-PLAN-START-DATE         PIC 9(8).
           05  RAH-PLAN-LAST-PAID-DATE     PIC 9(8).
           05  RAH-OPERATOR-ID             PIC X(8).
           05  FILLER                      PIC X(20).
