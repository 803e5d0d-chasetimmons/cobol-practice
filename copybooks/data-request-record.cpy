      *> shared data-request register layout - one line on
      *> data-request-register.txt per ad-hoc extract run, numbered
      *> in order, naming who asked, what for, the criteria and what
      *> was supplied.  Written by AdHocExtract, listed for the
      *> committee by DataRequestRegister; copied into both so the
      *> physical layout can't drift
           05  drq-request-number      pic 9(5).
           05  filler                  pic X.
           05  drq-run-date            pic 9(8).
           05  filler                  pic X.
           05  drq-requester-name      pic X(30).
           05  filler                  pic X.
           05  drq-purpose             pic X(40).
           05  filler                  pic X.
           05  drq-date-from           pic 9(8).
           05  filler                  pic X.
           05  drq-date-to             pic 9(8).
           05  filler                  pic X.
           05  drq-criteria            pic X(60).
           05  filler                  pic X.
           05  drq-records-supplied    pic 9(6).
           05  filler                  pic X.
           05  drq-records-withheld    pic 9(6).
           05  filler                  pic X.
           05  drq-output-file         pic X(30).
