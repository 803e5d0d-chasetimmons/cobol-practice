       working-storage section.
      *> whether a member is paid up on a given day.  A subscription
      *> raised on the renewal date takes time to come in - a paper
      *> invoice most of all - so a member stays in good standing for
      *> LAPSE-GRACE-DAYS past the paid-to date before counting as
      *> lapsed.  Life members never lapse.  The one rule for the
      *> lapsed-members report and the certification renewals alike
       78  LAPSE-GRACE-DAYS        value 60.
       01  grace-end-date          pic 9(8).

       linkage section.
       01  lapse-membership-type   pic X.
           88  lapse-life-member       value "L".
       01  lapse-paid-to-date      pic 9(8).
       01  lapse-run-date          pic 9(8).
       01  lapse-status            pic X.
           88  lapse-paid-up           value "C".
           88  lapse-in-grace          value "G".
           88  lapse-lapsed            value "L".

       procedure division using by reference lapse-membership-type
                                by reference lapse-paid-to-date
                                by reference lapse-run-date
                                by reference lapse-status.
               set lapse-paid-up to true
               if lapse-life-member
                   goback
               end-if
               if lapse-paid-to-date >= lapse-run-date
                   goback
               end-if
               if lapse-paid-to-date = 0
                   *> never paid at all - nothing to be in grace from
                   set lapse-lapsed to true
                   goback
               end-if
               compute grace-end-date =
                   function date-of-integer
                       (function integer-of-date (lapse-paid-to-date)
                           + LAPSE-GRACE-DAYS)
               if grace-end-date >= lapse-run-date
                   set lapse-in-grace to true
               else
                   set lapse-lapsed to true
               end-if
               goback
               .
