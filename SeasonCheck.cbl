               end-if
               if calendar-was-found
                   move season-sighting-date (5:2) to sighting-month
                   *> a historic season record holds only the season's
                   *> first month and a year record none - neither can
                   *> be judged against a monthly calendar
                   if sighting-month >= 1 and sighting-month <= 12
                           and season-sighting-date (9:1) not = "S"
                       if cached-month-flags (sighting-month:1)
                               not = "Y"
                           move "Y" to out-of-season-flag
