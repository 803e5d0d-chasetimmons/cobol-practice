               10  year                pic 9(4).
               10  month               pic 9(2).
               10  #day                pic 9(2).
      *> historic records may only give the month, the season or the
      *> year - the unknown parts are held as 00 (a season as its
      *> first month, 03 06 09 or 12) and SightingDatePeriod turns
      *> the date into the period it stands for.  Spaces, as on every
      *> record keyed before this byte was used, mean an exact day
               10  date-precision-code pic X.
                   88  date-is-exact       value " " "D".
                   88  date-is-month-only  value "M".
                   88  date-is-season-only value "S".
                   88  date-is-year-only   value "Y".
                   88  date-is-partial     value "M" "S" "Y".
               10  filler              pic X(3).
           05  #name.
               10  common-name         pic X(16).
               10  scientific-name     pic X(24).
           05  filler                  pic X.
           05  species-code            pic 9(3).    *> ties to
                                        *> species-master-data's key
      *> atlas breeding evidence off the count card - spaces when the
      *> card shows none.  BreedingEvidenceCheck holds the code set
      *> and ranks it; a pre-evidence file needs
      *> ConvertSightingBreeding run against it first
           05  filler                  pic X.
           05  breeding-evidence-code  pic X(2).
      *> where the bird was, to whatever precision the observer gave
      *> it - a 1km or finer reference for atlas work.  Spaces means
      *> the site's own reference stands.  SightingGridCheck validates
      *> it against the site; a pre-grid file needs
      *> ConvertSightingGridRefs run against it first
           05  filler                  pic X.
           05  sighting-grid-reference pic X(10).
