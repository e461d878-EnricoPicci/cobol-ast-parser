      *================================================================*
      * MASS UPDATE CHANGE RECORD COPYBOOK - One row per customer a
      * committed mass update changed (MUPDCHG), keyed by update ID
      * then customer key, with the customer record as it stood
      * before and after the change. The back-out works from these
      * rows: a customer is restored only while the fields the update
      * touched still hold the values it set, otherwise the row is
      * marked as a back-out exception for the requester to resolve.
      *================================================================*
       01  MASS-UPDATE-CHANGE-RECORD.
           05  MCH-KEY.
               10  MCH-UPDATE-ID           PIC X(8).
               10  MCH-CUST-KEY.
                   15  MCH-CUST-ID         PIC 9(8).
                   15  MCH-CUST-TYPE       PIC X(2).
           05  MCH-STATUS                  PIC X(1).
               88  MCH-APPLIED             VALUE 'A'.
               88  MCH-RESTORED            VALUE 'B'.
               88  MCH-BACKOUT-EXCEPTION   VALUE 'X'.
           05  MCH-APPLIED-DATE            PIC 9(8).
           05  MCH-APPLIED-TIME            PIC 9(6).
           05  MCH-BACKOUT-DATE            PIC 9(8).
           05  MCH-BEFORE-IMAGE            PIC X(340).
           05  MCH-AFTER-IMAGE             PIC X(340).
           05  FILLER                      PIC X(19).
