      *> shared salary-history layout - one row per rate an employee
      *> has been on, on salary-history.txt, appended by
      *> SalaryMaintenance instead of the master just overwriting
      *> gross-salary.  The pay run pays the rate in force for the
      *> period and works back pay from rows keyed after the runs
      *> they should have reached.  Copied into every program that
      *> reads or writes the history so the layout can't drift
           05  slh-emp-id              pic 9(5).
           05  filler                  pic X.
      *> 0 on an opening row - the rate the master held before the
      *> history began, in force from the beginning
           05  slh-effective-date      pic 9(8).
           05  filler                  pic X.
           05  slh-gross-salary        pic 9(5)V9(2).
           05  filler                  pic X.
      *> the day the rate was keyed - a pay run on or after it paid
      *> the rate, one before it paid whatever was then on file.
      *> 0 on an opening row, which every run already paid
           05  slh-recorded-date       pic 9(8).
           05  filler                  pic X.
           05  slh-change-type         pic X.
               88  slh-opening-rate        value "O".
               88  slh-starting-rate       value "S".
               88  slh-amended-rate        value "A".
           05  filler                  pic X(2).
