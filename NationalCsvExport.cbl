       01  export-to-date          pic X(8).
       01  start-date-key          pic X(12).
       01  iso-sighting-date       pic X(10).
      *> a historic record goes out to the precision it holds -
      *> CCYY-MM for a month, CCYY for a year - never with a made-up
      *> day.  A season goes as the CCYY-MM of its first month (03
      *> spring, 06 summer, 09 autumn, 12 winter) and the precision
      *> column says it is a season, not that month
       01  export-date-precision   pic X(6).
       01  rows-partial-date       pic 9(6) value 0.
       01  export-site-name        pic X(24).
       01  export-grid-reference   pic X(10).
       01  export-observer-name    pic X(31).
       01  export-count-text       pic X(4).
       01  rows-exported           pic 9(6) value 0.
       01  rows-skipped            pic 9(6) value 0.
       01  rows-embargoed          pic 9(6) value 0.
       01  rows-blurred            pic 9(6) value 0.
       01  site-shown-flag         pic X value "Y".
       01  embargo-action          pic X.
           88  embargo-publish         value "P".
           88  embargo-blur            value "B".
       01  blurred-site-name       pic X(24).
       01  blurred-grid-reference  pic X(10).
      *> the national scheme takes wild birds only - escapes and
      *> introductions are counted apart and left out
       01  species-status-category pic X.
           88  species-is-native       value "N".
       01  rows-non-native         pic 9(6) value 0.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "NationalCsvExport".
           display rows-exported " sightings exported to "
               "bird-export.csv, " rows-skipped
               " voided/rejected records skipped"
           display rows-embargoed " sensitive records held back, "
               rows-blurred " blurred to the 10km square"
           display rows-non-native " escapes and introductions "
               "left out"
           display rows-partial-date " exported with a month, season "
               "or year date only"
           perform write-run-control-end
           goback
           .
       write-csv-heading section.
           move spaces to export-csv-record
           string quote "date" quote ","
               quote "date precision" quote ","
               quote "common name" quote ","
               quote "scientific name" quote ","
               quote "count" quote ","
           .

       export-one-sighting section.
           call "SpeciesStatusLookup"
               using by reference species-code of bird-spotting-record
                     by reference species-status-category
           if not species-is-native
               add 1 to rows-non-native
               exit section
           end-if
           perform look-up-site-name
           perform apply-sensitive-embargo
           if not embargo-publish and not embargo-blur
               add 1 to rows-embargoed
               exit section
           end-if
           if embargo-blur
               add 1 to rows-blurred
               move blurred-site-name to export-site-name
               move blurred-grid-reference to export-grid-reference
           end-if
           perform look-up-observer-name
           perform build-iso-sighting-date
           move bird-count to export-count-text
           move spaces to export-csv-record
           string quote function trim (iso-sighting-date) quote ","
               quote function trim (export-date-precision) quote ","
               quote function trim (common-name) quote ","
               quote function trim (scientific-name) quote ","
               export-count-text ","
           add 1 to rows-exported
           .

       build-iso-sighting-date section.
           move spaces to iso-sighting-date
           evaluate true
               when date-is-month-only
                   string #date (1:4) "-" #date (5:2)
                       delimited by size into iso-sighting-date
                   end-string
                   move "month" to export-date-precision
               when date-is-season-only
                   string #date (1:4) "-" #date (5:2)
                       delimited by size into iso-sighting-date
                   end-string
                   move "season" to export-date-precision
               when date-is-year-only
                   move #date (1:4) to iso-sighting-date
                   move "year" to export-date-precision
               when other
                   string #date (1:4) "-" #date (5:2) "-" #date (7:2)
                       delimited by size into iso-sighting-date
                   end-string
                   move "day" to export-date-precision
           end-evaluate
           if date-is-partial
               add 1 to rows-partial-date
           end-if
           .

       look-up-site-name section.
           move site-code of bird-spotting-record
               to site-code of site-master-record
                   move site-grid-reference
                       to export-grid-reference
           end-read
           *> the sighting's own reference where the observer gave one
           if sighting-grid-reference not = spaces
               move sighting-grid-reference to export-grid-reference
           end-if
           .

       apply-sensitive-embargo section.
           call "SensitivityCheck"
               using by reference batch-program-name
                     by reference species-code of bird-spotting-record
                     by reference common-name of bird-spotting-record
                     by reference site-code of bird-spotting-record
                     by reference #date of bird-spotting-record
                     by reference export-grid-reference
                     by reference site-shown-flag
                     by reference embargo-action
                     by reference blurred-site-name
                     by reference blurred-grid-reference
           .

       look-up-observer-name section.
