      *================================================================*
      * ALLOWANCE HISTORY RECORD COPYBOOK - One row per operating
      * company and accounting period, keyed by company then period,
      * written by ALLOWRSV at each close: the allowance for doubtful
      * accounts the period requires, broken down by aging bucket
      * with bankruptcy accounts reserved apart, last period's
      * allowance and the change booked to the GLJRNL feed to move
      * from one to the other. A rerun inside the same period
      * rewrites the row and books only the difference from what the
      * earlier run booked. KPITREND carries the allowance alongside
      * the month-end KPI rows.
      *================================================================*
       01  ALLOWANCE-HISTORY-RECORD.
           05  ALH-KEY.
               10  ALH-COMPANY             PIC X(2).
               10  ALH-PERIOD              PIC 9(6).
           05  ALH-REQUIRED-ALLOWANCE      PIC S9(11)V99.
           05  ALH-RSV-BKT-30              PIC S9(11)V99.
           05  ALH-RSV-BKT-60              PIC S9(11)V99.
           05  ALH-RSV-BKT-90              PIC S9(11)V99.
           05  ALH-RSV-BKT-90PLUS          PIC S9(11)V99.
           05  ALH-RSV-BANKRUPT            PIC S9(11)V99.
           05  ALH-PRIOR-ALLOWANCE         PIC S9(11)V99.
           05  ALH-CHANGE-BOOKED           PIC S9(11)V99.
           05  ALH-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(12).
