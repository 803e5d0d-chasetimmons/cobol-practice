               to pri-species-code (prior-species-count)
           move pyt-common-name
               to pri-common-name (prior-species-count)
           *> a species seen only on month, season or year records
           *> comes through with no dates - it has no arrival day, and
           *> day 0 keeps it out of every comparison
           if pyt-first-year = 0
               move 0 to pri-first-doy (prior-species-count)
               move 0 to pri-last-doy (prior-species-count)
           else
               compute work-date = pyt-first-year * 10000
                   + pyt-first-month * 100 + pyt-first-day
               perform compute-day-of-year
               move work-day-of-year
                   to pri-first-doy (prior-species-count)
               compute work-date = pyt-last-year * 10000
                   + pyt-last-month * 100 + pyt-last-day
               perform compute-day-of-year
               move work-day-of-year
                   to pri-last-doy (prior-species-count)
           end-if
           move "N" to pri-matched-flag (prior-species-count)
           .

           if found-prior-index = 0
               display "  " cyt-common-name
                   " - new this year, no prior-year dates"
           else
           if cyt-first-year = 0
                   or pri-first-doy (found-prior-index) = 0
               move "Y" to pri-matched-flag (found-prior-index)
               display "  " cyt-common-name
                   " - imprecise dates only, no arrival to compare"
           else
               move "Y" to pri-matched-flag (found-prior-index)
               add 1 to species-compared
                   " first " formatted-first-shift " days"
                   "  last " formatted-last-shift " days"
           end-if
           end-if
           .

       list-species-not-yet-recorded section.
           perform varying prior-index from 1 by 1
                   until prior-index > prior-species-count
               if pri-matched-flag (prior-index) = "N"
                       and pri-first-doy (prior-index) > 0
                       and pri-first-doy (prior-index)
                           <= today-day-of-year
                   display "  " pri-common-name (prior-index)
