      *================================================================*
      * STATEMENT TEXT COPYBOOK - The fixed wording of a customer
      * statement, shared by CUSTSTMT and its archive reprint
      * STMTRPRT so both print the same words. The VALUEs are the
      * English text; message 0101 through 0125 of the message-text
      * table (see copybooks/MSGTXREC) replaces entry 1 through 25
      * for the customer's language, called up through MSGTXT.
      * WS-STX-LOADED-LANGUAGE is the language now in the table, so
      * it is only reloaded when the next customer's language
      * differs, and WS-STX-ENGLISH keeps the English text to
      * reload from.
      *================================================================*
       01  WS-STMT-TEXT.
           05  WS-STX-TITLE                PIC X(60) VALUE
               'CUSTOMER STATEMENT'.
           05  WS-STX-NAME-LABEL           PIC X(60) VALUE
               'NAME:'.
           05  WS-STX-PERIOD-LABEL         PIC X(60) VALUE
               'STATEMENT PERIOD'.
           05  WS-STX-PERIOD-TO            PIC X(60) VALUE
               'TO'.
           05  WS-STX-COL-DATE             PIC X(60) VALUE
               'DATE'.
           05  WS-STX-COL-TYPE             PIC X(60) VALUE
               'TYPE'.
           05  WS-STX-COL-AMOUNT           PIC X(60) VALUE
               'AMOUNT'.
           05  WS-STX-OPENING-BALANCE      PIC X(60) VALUE
               'OPENING BALANCE'.
           05  WS-STX-CLOSING-BALANCE      PIC X(60) VALUE
               'CLOSING BALANCE'.
           05  WS-STX-PAST-DUE             PIC X(60) VALUE
               'PAST DUE AMOUNT'.
           05  WS-STX-MINIMUM-DUE          PIC X(60) VALUE
               'MINIMUM PAYMENT DUE'.
           05  WS-STX-DUE-DATE             PIC X(60) VALUE
               'PAYMENT DUE DATE'.
           05  WS-STX-AMOUNT-DUE           PIC X(60) VALUE
               'AMOUNT DUE'.
           05  WS-STX-HOLD-NOTE            PIC X(60) VALUE
               '** ACCOUNT ON CREDIT HOLD **'.
           05  WS-STX-FROZEN-NOTE          PIC X(60) VALUE
               '** ACCOUNT FROZEN **'.
           05  WS-STX-CLOSED-NOTE          PIC X(60) VALUE
               '** ACCOUNT CLOSED **'.
           05  WS-STX-DETACH               PIC X(60) VALUE
               'DETACH AND RETURN THIS PORTION WITH YOUR PAYMENT'.
           05  WS-STX-ACCOUNT-LABEL        PIC X(60) VALUE
               'ACCOUNT:'.
           05  WS-STX-STMT-DATE-LABEL      PIC X(60) VALUE
               'STATEMENT DATE:'.
           05  WS-STX-POINTS-LABEL         PIC X(60) VALUE
               'REWARDS POINTS BALANCE'.
           05  WS-STX-FAMILY-LABEL         PIC X(60) VALUE
               'FAMILY COMBINED BALANCE'.
           05  WS-STX-REPRINT              PIC X(60) VALUE
               '(REPRINT)'.
           05  WS-STX-PURGED-NAME          PIC X(60) VALUE
               'CUSTOMER NO LONGER ON FILE'.
           05  WS-STX-CUST-ID-LABEL        PIC X(60) VALUE
               'CUST ID:'.
           05  WS-STX-EMAIL-SUBJECT        PIC X(60) VALUE
               'YOUR ACCOUNT STATEMENT'.

       01  WS-STMT-TEXT-TABLE REDEFINES WS-STMT-TEXT.
           05  WS-STX-ENTRY OCCURS 25 TIMES
                                           PIC X(60).

       01  WS-STX-ENGLISH                  PIC X(1500) VALUE SPACES.
       01  WS-STX-MESSAGE-COUNT            PIC 9(2) VALUE 25.
       01  WS-STX-DOCUMENT-GROUP           PIC 9(2) VALUE 01.
       01  WS-STX-LOADED-LANGUAGE          PIC X(2) VALUE SPACES.
       01  WS-STX-IDX                      PIC 9(2).
