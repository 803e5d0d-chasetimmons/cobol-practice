      *> shared ring-recovery layout - one record per encounter with
      *> one of our rings reported from outside the club (the
      *> national scheme's recovery notices, other groups' controls,
      *> finders' reports) on ring-recoveries.txt.  Measurements are
      *> zero where the finder took none.  Copied into every program
      *> that reads or writes the recovery file so the physical
      *> layout can't drift between them
           05  rcv-ring-number         pic X(10).
           05  filler                  pic X.
           05  rcv-encounter-date      pic 9(8).
           05  rcv-encounter-date-parts redefines rcv-encounter-date.
               10  rcv-encounter-year  pic 9(4).
               10  rcv-encounter-month pic 9(2).
               10  rcv-encounter-day   pic 9(2).
           05  filler                  pic X.
           05  rcv-species-code        pic 9(3).
           05  filler                  pic X.
           05  rcv-grid-reference      pic X(10).
           05  filler                  pic X.
           05  rcv-place-name          pic X(24).
           05  filler                  pic X.
           05  rcv-circumstance-code   pic X(2).
               88  rcv-found-dead          value "FD".
               88  rcv-caught-elsewhere    value "CT".
               88  rcv-ring-read-in-field  value "SR".
           05  filler                  pic X.
           05  rcv-wing-length         pic 9(3)V9.
           05  filler                  pic X.
           05  rcv-weight              pic 9(3)V9.
           05  filler                  pic X.
           05  rcv-reporting-scheme    pic X(12).
           05  filler                  pic X(2).
