       working-storage section.
      *> a historic record may carry only the month, the season or
      *> the year it was seen.  Given a sighting's #date this answers
      *> whether the date is valid for its precision, the first and
      *> last day of the period it stands for, and a label to print in
      *> place of the day.  The date check itself stays Subprogram's -
      *> the missing parts are filled with the period's first day so
      *> the year and month still pass through the same rules
       01  check-day               pic 9(2).
       01  check-month             pic 9(2).
       01  check-year              pic 9(4).
       01  period-start-date.
           05  pst-year            pic 9(4).
           05  pst-month           pic 9(2).
           05  pst-day             pic 9(2).
       01  period-start-num redefines period-start-date pic 9(8).
       01  period-next-date.
           05  pnx-year            pic 9(4).
           05  pnx-month           pic 9(2).
           05  pnx-day             pic 9(2).
       01  period-next-num redefines period-next-date pic 9(8).
       01  months-in-period        pic 9(2).
       01  month-name              pic X(9) occurs 12
                                       values "JANUARY", "FEBRUARY",
                                           "MARCH", "APRIL", "MAY",
                                           "JUNE", "JULY", "AUGUST",
                                           "SEPTEMBER", "OCTOBER",
                                           "NOVEMBER", "DECEMBER".
      *> winter belongs to the year of its December - WINTER 1974 is
      *> December 1974 to February 1975
       01  season-name             pic X(6).

       linkage section.
       01  date-to-place.
           05  dtp-year            pic 9(4).
           05  dtp-month           pic 9(2).
           05  dtp-day             pic 9(2).
           05  dtp-precision-code  pic X.
               88  dtp-exact           value " " "D".
               88  dtp-month-only      value "M".
               88  dtp-season-only     value "S".
               88  dtp-year-only       value "Y".
           05  filler              pic X(3).
       01  period-from-date        pic 9(8).
       01  period-to-date          pic 9(8).
       01  period-label            pic X(16).
       01  date-is-valid-flag      pic X.
           88  period-is-valid         value "Y".
           88  period-is-invalid       value "N".

       procedure division using by reference date-to-place
                                by reference period-from-date
                                by reference period-to-date
                                by reference period-label
                                by reference date-is-valid-flag.
               set period-is-valid to true
               move 0 to period-from-date
               move 0 to period-to-date
               move spaces to period-label
               if dtp-year not numeric or dtp-month not numeric
                       or dtp-day not numeric
                   set period-is-invalid to true
                   goback
               end-if
               move dtp-year to check-year
               move dtp-month to check-month
               move dtp-day to check-day
               evaluate true
                   when dtp-exact
                       move 0 to months-in-period
                   when dtp-month-only
                       if dtp-day not = 0
                           set period-is-invalid to true
                       end-if
                       move 1 to check-day
                       move 1 to months-in-period
                   when dtp-season-only
                       if dtp-day not = 0
                               or (dtp-month not = 3 and not = 6
                                   and not = 9 and not = 12)
                           set period-is-invalid to true
                       end-if
                       move 1 to check-day
                       move 3 to months-in-period
                   when dtp-year-only
                       if dtp-month not = 0 or dtp-day not = 0
                           set period-is-invalid to true
                       end-if
                       move 1 to check-day
                       move 1 to check-month
                       move 12 to months-in-period
                   when other
                       set period-is-invalid to true
               end-evaluate
               if period-is-valid
                   call "Subprogram" using by reference check-day
                                            by reference check-month
                                            by reference check-year
                                            by reference
                                                date-is-valid-flag
               end-if
               if period-is-valid
                   perform set-period-bounds
                   perform set-period-label
               end-if
               goback
               .

       set-period-bounds section.
           move check-year to pst-year
           move check-month to pst-month
           move check-day to pst-day
           move period-start-num to period-from-date
           if months-in-period = 0
               move period-start-num to period-to-date
           else
               *> the period ends the day before the first of the
               *> month after it
               move pst-year to pnx-year
               compute pnx-month = pst-month + months-in-period
               if pnx-month > 12
                   subtract 12 from pnx-month
                   add 1 to pnx-year
               end-if
               move 1 to pnx-day
               compute period-to-date = function date-of-integer
                   (function integer-of-date (period-next-num) - 1)
           end-if
           .

       set-period-label section.
           evaluate true
               when dtp-exact
                   string dtp-day "/" dtp-month "/" dtp-year
                       delimited by size into period-label
               when dtp-month-only
                   string month-name (dtp-month) delimited by space
                       " " dtp-year delimited by size
                       into period-label
               when dtp-season-only
                   evaluate dtp-month
                       when 3
                           move "SPRING" to season-name
                       when 6
                           move "SUMMER" to season-name
                       when 9
                           move "AUTUMN" to season-name
                       when other
                           move "WINTER" to season-name
                   end-evaluate
                   string season-name " " dtp-year
                       delimited by size into period-label
               when dtp-year-only
                   move dtp-year to period-label
           end-evaluate
           .
