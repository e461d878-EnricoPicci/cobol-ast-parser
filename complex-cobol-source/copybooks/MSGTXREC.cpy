      *================================================================*
      * MESSAGE TEXT RECORD COPYBOOK - One row per message of fixed
      * customer-document text in one language (MSGTEXT), keyed by
      * language and message number. The first two digits of the
      * message number are the document group: 00 the month names
      * (0001 January through 0012 December), 01 statements, 03
      * dunning letters, 04 balance confirmations, 05 escheatment
      * due-diligence letters. Loaded whole by MSGTXT.
      *================================================================*
       01  MESSAGE-TEXT-RECORD.
           05  MTX-KEY.
               10  MTX-LANGUAGE-CODE       PIC X(2).
               10  MTX-MESSAGE-NO          PIC 9(4).
           05  MTX-TEXT                    PIC X(60).
           05  FILLER                      PIC X(14).
