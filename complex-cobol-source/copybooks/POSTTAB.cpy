      *================================================================*
      * POSTAL RATE TABLE COPYBOOK - Postage per piece by mail class
      * and the date the rate took effect, rows in class then date
      * order. A piece of up to PST-BASE-PAGES pages goes at the
      * base rate; each further PST-STEP-PAGES pages, or part, adds
      * the step rate (an extra ounce). PRTRECON prices each mailed
      * piece at the latest rate in effect on the vendor's mail date
      * to check the vendor's postage charge. Classes: FC first-class
      * single piece, PS first-class presorted.
      *================================================================*
       01  POSTAL-RATE-VALUES.
           05  FILLER  PIC X(22) VALUE 'FC20240714073004040280'.
           05  FILLER  PIC X(22) VALUE 'FC20250713078004040290'.
           05  FILLER  PIC X(22) VALUE 'PS20240714059304040280'.
           05  FILLER  PIC X(22) VALUE 'PS20250713062804040290'.

       01  POSTAL-RATE-TABLE REDEFINES POSTAL-RATE-VALUES.
           05  PST-ENTRY OCCURS 4 TIMES.
               10  PST-CLASS               PIC X(2).
               10  PST-EFFECTIVE-DATE      PIC 9(8).
               10  PST-BASE-RATE           PIC 9(1)V9(3).
               10  PST-BASE-PAGES          PIC 9(2).
               10  PST-STEP-PAGES          PIC 9(2).
               10  PST-STEP-RATE           PIC 9(1)V9(3).

       01  PST-TABLE-SIZE                  PIC 9(2) VALUE 4.
       01  PST-IDX                         PIC 9(2).
       01  PST-FOUND-FLAG                  PIC X VALUE 'N'.
           88  PST-FOUND                   VALUE 'Y'.
           88  PST-NOT-FOUND               VALUE 'N'.
