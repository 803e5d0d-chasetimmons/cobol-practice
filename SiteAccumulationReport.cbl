
       note-one-sighting section.
           move #date (5:2) to sighting-month
           *> a historic record known only to the season or year has
           *> no month in which the species can be said to have come
           if sighting-month < 1 or sighting-month > 12
                   or date-is-season-only
               continue
           else
               perform find-or-add-site
