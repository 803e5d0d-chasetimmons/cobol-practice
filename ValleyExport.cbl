       01  rows-exported           pic 9(6) value 0.
       01  rows-unmapped           pic 9(6) value 0.
       01  rows-skipped            pic 9(6) value 0.
       01  rows-embargoed          pic 9(6) value 0.
      *> the exchange file is the valley club's own layout, YYYY-MM-DD
      *> in every row - a month-, season- or year-only record has no
      *> day to give them, so it is counted and kept back rather than
      *> sent with a day that was never seen
       01  rows-partial-date       pic 9(6) value 0.
      *> the exchange file carries no site, so only a withheld or
      *> delayed species is kept back
       01  site-shown-flag         pic X value "N".
       01  embargo-action          pic X.
           88  embargo-publish         value "P".
       01  blurred-site-name       pic X(24).
       01  blurred-grid-reference  pic X(10).
       01  embargo-grid-reference  pic X(10).

       copy run-control-fields.
       01  batch-program-name pic X(20) value "ValleyExport".
                   "in the exchange cross-reference - not sent"
               display rows-skipped " voided/rejected records "
                   "skipped"
               display rows-embargoed " sensitive records held back"
               display rows-partial-date " month, season or year-only "
                   "records held back - the exchange takes full dates"
           end-if
           perform write-run-control-end
           goback
           .

       export-one-sighting section.
           if date-is-partial
               add 1 to rows-partial-date
               exit section
           end-if
           perform map-observer-outbound
           if not observer-was-mapped
               add 1 to rows-unmapped
               exit section
           end-if
           move sighting-grid-reference to embargo-grid-reference
           call "SensitivityCheck"
               using by reference batch-program-name
                     by reference species-code
                     by reference common-name
                     by reference site-code
                     by reference #date
                     by reference embargo-grid-reference
                     by reference site-shown-flag
                     by reference embargo-action
                     by reference blurred-site-name
                     by reference blurred-grid-reference
           if not embargo-publish
               add 1 to rows-embargoed
           else
               move spaces to iso-sighting-date
               string #date (1:4) "-" #date (5:2) "-" #date (7:2)
