               10  hgl-scientific-name pic X(24).
               10  hgl-month-birds     pic 9(6).
               10  hgl-first-date      pic X(8).
               10  hgl-systematic-key  pic 9(8).
               10  hgl-listed-flag     pic X.
                   88  hgl-listed          value "Y".
       01  highlight-species-count pic 9(3) value 0.
       01  found-highlight-index   pic 9(3).
       01  next-highlight-index    pic 9(3).
       01  next-systematic-key     pic 9(8).
       01  placed-taxonomic-order  pic X(20).
       01  placed-family-name      pic X(24).

       01  end-of-file             pic 9.
       01  seq-file-status-code.
       01  top-species-slot        pic 9(3).
       01  abbreviated-scientific-name pic X(16).
       01  records-considered      pic 9(6) value 0.
       01  records-embargoed       pic 9(6) value 0.
      *> the newsletter names no sites, so only a withheld or delayed
      *> species is kept out - the goshawk's date and finder are as
      *> telling as its site
       01  site-shown-flag         pic X value "N".
       01  embargo-action          pic X.
           88  embargo-publish         value "P".
       01  blurred-site-name       pic X(24).
       01  blurred-grid-reference  pic X(10).
       01  embargo-grid-reference  pic X(10).

       copy run-control-fields.
       01  batch-program-name pic X(20) value "NewsletterHighlight".
           perform scan-this-years-extract
           perform scan-prior-year-month
           perform print-highlights-page
           if records-embargoed > 0
               display " "
               display records-embargoed " sensitive records held "
                   "back - logged on embargo-log.txt"
           end-if
           perform write-run-control-end
           goback
           .
                       if record-active of bird-spotting-record
                               and year of bird-spotting-record
                                   = highlight-year
                           set embargo-publish to true
                           if month of bird-spotting-record
                                   = highlight-month
                               perform check-sensitive-embargo
                           end-if
                           if embargo-publish
                               perform tally-one-highlight-record
                           else
                               add 1 to records-embargoed
                           end-if
                       end-if
               end-read
           end-perform
           close bird-spotting-data
           .

       check-sensitive-embargo section.
           move sighting-grid-reference of bird-spotting-record
               to embargo-grid-reference
           call "SensitivityCheck"
               using by reference batch-program-name
                     by reference species-code of bird-spotting-record
                     by reference common-name of bird-spotting-record
                     by reference site-code of bird-spotting-record
                     by reference #date of bird-spotting-record
                     by reference embargo-grid-reference
                     by reference site-shown-flag
                     by reference embargo-action
                     by reference blurred-site-name
                     by reference blurred-grid-reference
           .

       tally-one-highlight-record section.
           add 1 to records-considered
           perform find-or-add-highlight-species
           if found-highlight-index > 0
               *> a historic record known only to the month, season
               *> or year cannot set a first date, and a season record
               *> belongs to no single month
               if date-is-exact of bird-spotting-record
                       and #date of bird-spotting-record (1:8)
                           < hgl-first-date (found-highlight-index)
                   move #date of bird-spotting-record (1:8)
                       to hgl-first-date (found-highlight-index)
               end-if
               if month of bird-spotting-record = highlight-month
                       and not date-is-season-only
                           of bird-spotting-record
                   add bird-count of bird-spotting-record
                       to hgl-month-birds (found-highlight-index)
                   add bird-count of bird-spotting-record
               move 0 to hgl-month-birds (highlight-species-count)
               move "99999999"
                   to hgl-first-date (highlight-species-count)
               call "SpeciesSequenceLookup"
                   using by reference
                             hgl-species-code (highlight-species-count)
                         by reference
                             hgl-systematic-key
                                 (highlight-species-count)
                         by reference placed-taxonomic-order
                         by reference placed-family-name
               move "N" to hgl-listed-flag (highlight-species-count)
               move highlight-species-count to found-highlight-index
           end-if
           .
           .

       print-first-records section.
           *> the arrivals list runs in systematic order, the way the
           *> newsletter's species accounts are laid out
           perform find-next-first-record
           perform until next-highlight-index = 0
               set highlight-index to next-highlight-index
               move "Y" to hgl-listed-flag (highlight-index)
               call "AbbreviateScientificName"
                   using by reference hgl-scientific-name
                       (highlight-index) (1:24)
                         by reference
                             abbreviated-scientific-name
               display "  " hgl-common-name (highlight-index)
                   " (" abbreviated-scientific-name
                   ") first seen "
                   hgl-first-date (highlight-index)
               perform find-next-first-record
           end-perform
           .

       find-next-first-record section.
           move 0 to next-highlight-index
           perform varying highlight-index from 1 by 1
                   until highlight-index > highlight-species-count
               if hgl-first-date (highlight-index) (5:2)
                       = highlight-month
                       and not hgl-listed (highlight-index)
                       and (next-highlight-index = 0
                           or hgl-systematic-key (highlight-index)
                               < next-systematic-key)
                   set next-highlight-index to highlight-index
                   move hgl-systematic-key (highlight-index)
                       to next-systematic-key
               end-if
           end-perform
           .
