      *> shared pension-enrolment register layout - one record per
      *> employee on pension-enrolment.dat, written by the pay run's
      *> assessment each period and read by PensionEnrolmentReport.
      *> Copied into both so the layout can't drift
           05  pen-emp-id              pic 9(5).
           05  filler                  pic X.
           05  pen-emp-name            pic X(20).
           05  filler                  pic X.
      *> the category the last assessment put the worker in
           05  pen-category            pic X.
               88  pen-eligible-jobholder  value "E".
               88  pen-non-eligible        value "N".
               88  pen-entitled-worker     value "T".
               88  pen-outside-scope       value "X".
           05  filler                  pic X.
           05  pen-status              pic X.
               88  pen-not-enrolled        value " ".
               88  pen-active-member       value "A".
               88  pen-opted-out           value "O".
               88  pen-ceased              value "C".
           05  filler                  pic X.
      *> Y when the run enrolled the worker - only they can opt out
      *> with a refund; a member by their own PENS line ceases
           05  pen-auto-enrolled       pic X.
               88  pen-was-auto-enrolled   value "Y".
           05  filler                  pic X.
      *> the statutory enrolment date - the day the worker first
      *> became an eligible jobholder in the period assessed
           05  pen-enrolment-date      pic 9(8).
           05  filler                  pic X.
           05  pen-opt-out-deadline    pic 9(8).
           05  filler                  pic X.
           05  pen-opt-out-date        pic 9(8).
           05  filler                  pic X.
           05  pen-refund-amount       pic 9(5)V9(2).
           05  filler                  pic X.
      *> three years on from enrolment - a worker who has left the
      *> scheme by then and is still eligible is enrolled again
           05  pen-reenrolment-date    pic 9(8).
           05  filler                  pic X.
      *> contributions since the enrolment date
           05  pen-employee-contrib    pic 9(7)V9(2).
           05  filler                  pic X.
           05  pen-employer-contrib    pic 9(7)V9(2).
           05  filler                  pic X.
           05  pen-assessed-period     pic 9(6).    *> CCYYMM
           05  filler                  pic X.
           05  pen-qualifying-earnings pic 9(5)V9(2).
           05  filler                  pic X(2).
