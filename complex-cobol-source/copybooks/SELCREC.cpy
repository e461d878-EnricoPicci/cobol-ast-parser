      *================================================================*
      * SELECTION CRITERIA CARD COPYBOOK - One ad-hoc request for
      * CUSTSEL (SELCRIT), as 80-byte cards. The header card names
      * the requesting operator, the output wanted (a printed list or
      * a delimited file, with its delimiter) and a title. Each
      * criterion card compares one field (see copybooks/SELFTAB)
      * with a value: criteria with the same group number must all
      * hold, and a customer is selected when every criterion of any
      * one group holds. Column cards name the output columns in the
      * order wanted; without them a standard set is used.
      *================================================================*
       01  SELECTION-CRITERIA-RECORD.
           05  SCR-RECORD-TYPE             PIC X(1).
               88  SCR-HEADER              VALUE 'H'.
               88  SCR-CRITERION           VALUE 'C'.
               88  SCR-COLUMN              VALUE 'O'.
           05  SCR-DETAIL                  PIC X(79).
           05  SCR-HEADER-DETAIL REDEFINES SCR-DETAIL.
               10  SCR-OPERATOR-ID         PIC X(8).
               10  SCR-OUTPUT-FORMAT       PIC X(1).
                   88  SCR-OUTPUT-PRINT    VALUE 'P' SPACE.
                   88  SCR-OUTPUT-DELIMITED
                                           VALUE 'D'.
               10  SCR-DELIMITER           PIC X(1).
               10  SCR-TITLE               PIC X(40).
               10  FILLER                  PIC X(29).
      *----------------------------------------------------------------*
      * A blank group is group 01. Numbers may carry a sign, commas
      * and up to two decimal places; text compares as written.
      *----------------------------------------------------------------*
           05  SCR-CRITERION-DETAIL REDEFINES SCR-DETAIL.
               10  SCR-GROUP               PIC X(2).
               10  SCR-GROUP-NUM REDEFINES SCR-GROUP
                                           PIC 9(2).
               10  SCR-FIELD-NAME          PIC X(14).
               10  SCR-COMPARE             PIC X(2).
                   88  SCR-COMPARE-EQ      VALUE 'EQ'.
                   88  SCR-COMPARE-NE      VALUE 'NE'.
                   88  SCR-COMPARE-GT      VALUE 'GT'.
                   88  SCR-COMPARE-GE      VALUE 'GE'.
                   88  SCR-COMPARE-LT      VALUE 'LT'.
                   88  SCR-COMPARE-LE      VALUE 'LE'.
                   88  SCR-COMPARE-VALID   VALUE 'EQ' 'NE' 'GT'
                                                 'GE' 'LT' 'LE'.
               10  SCR-VALUE               PIC X(30).
               10  FILLER                  PIC X(31).
           05  SCR-COLUMN-DETAIL REDEFINES SCR-DETAIL.
               10  SCR-COLUMN-NAME         PIC X(14).
               10  FILLER                  PIC X(65).
