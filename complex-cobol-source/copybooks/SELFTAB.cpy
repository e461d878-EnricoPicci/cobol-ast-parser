      *================================================================*
      * SELECTION FIELD TABLE COPYBOOK - The fields CUSTSEL's ad-hoc
      * selection criteria and column sets may name. A row gives the
      * name the requester writes, the field number CUSTSEL fetches
      * it by, its kind (A text, N whole number, M amount or
      * percentage to two places), whether it is customer personal
      * data masked for operators whose role does not allow it, and
      * the width it prints at. The last three rows are derived for
      * each customer rather than read off the record: utilization
      * is balance as a percentage of credit limit, days since pay
      * run from CUST-PAYMENT-DATE (99999 when never paid), and the
      * aging bucket is 0 for no collectable balance, then 1 to 4
      * for 1-30, 31-60, 61-90 and over 90 days past due.
      *================================================================*
       01  SELECTION-FIELD-VALUES.
           05  FILLER  PIC X(20) VALUE 'CUST-ID       01NN08'.
           05  FILLER  PIC X(20) VALUE 'CUST-TYPE     02AN04'.
           05  FILLER  PIC X(20) VALUE 'FIRST-NAME    03AY15'.
           05  FILLER  PIC X(20) VALUE 'LAST-NAME     04AY20'.
           05  FILLER  PIC X(20) VALUE 'STREET        05AY30'.
           05  FILLER  PIC X(20) VALUE 'CITY          06AN20'.
           05  FILLER  PIC X(20) VALUE 'STATE         07AN05'.
           05  FILLER  PIC X(20) VALUE 'ZIP           08AN09'.
           05  FILLER  PIC X(20) VALUE 'COUNTRY       09AN07'.
           05  FILLER  PIC X(20) VALUE 'PHONE         10AY10'.
           05  FILLER  PIC X(20) VALUE 'EMAIL         11AY30'.
           05  FILLER  PIC X(20) VALUE 'CREDIT-LIMIT  12MN13'.
           05  FILLER  PIC X(20) VALUE 'BALANCE       13MN13'.
           05  FILLER  PIC X(20) VALUE 'LAST-PAYMENT  14MN13'.
           05  FILLER  PIC X(20) VALUE 'PAYMENT-DATE  15NN08'.
           05  FILLER  PIC X(20) VALUE 'CURRENCY      16AN08'.
           05  FILLER  PIC X(20) VALUE 'STMT-CYCLE    17AN05'.
           05  FILLER  PIC X(20) VALUE 'BRANCH        18AN06'.
           05  FILLER  PIC X(20) VALUE 'RISK-RATING   19AN04'.
           05  FILLER  PIC X(20) VALUE 'ACCT-STATUS   20AN06'.
           05  FILLER  PIC X(20) VALUE 'COMPANY       21AN07'.
           05  FILLER  PIC X(20) VALUE 'PAY-TERMS     22AN05'.
           05  FILLER  PIC X(20) VALUE 'DELIVERY-PREF 23AN08'.
           05  FILLER  PIC X(20) VALUE 'PARENT-ID     24NN09'.
           05  FILLER  PIC X(20) VALUE 'SECOND-NAME   25AY20'.
           05  FILLER  PIC X(20) VALUE 'UTILIZATION   26MN11'.
           05  FILLER  PIC X(20) VALUE 'DAYS-SINCE-PAY27NN05'.
           05  FILLER  PIC X(20) VALUE 'AGING-BUCKET  28NN05'.

       01  SELECTION-FIELD-TABLE REDEFINES SELECTION-FIELD-VALUES.
           05  SFD-ENTRY OCCURS 28 TIMES.
               10  SFD-NAME                PIC X(14).
               10  SFD-CODE                PIC 9(2).
               10  SFD-KIND                PIC X(1).
                   88  SFD-KIND-TEXT       VALUE 'A'.
                   88  SFD-KIND-NUMBER     VALUE 'N'.
                   88  SFD-KIND-AMOUNT     VALUE 'M'.
               10  SFD-PII-FLAG            PIC X(1).
                   88  SFD-PII             VALUE 'Y'.
               10  SFD-PRINT-WIDTH         PIC 9(2).

       01  SFD-TABLE-SIZE                  PIC 9(2) VALUE 28.
       01  SFD-IDX                         PIC 9(2).
       01  SFD-FOUND-FLAG                  PIC X VALUE 'N'.
           88  SFD-FOUND                   VALUE 'Y'.
           88  SFD-NOT-FOUND               VALUE 'N'.
