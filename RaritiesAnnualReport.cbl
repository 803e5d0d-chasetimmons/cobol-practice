
       working-storage section.
      *> the club's published annual rarities list - every accepted
      *> record in systematic order with species, date,
      *> site name, finder and decision reference, then an appendix
      *> of records not accepted
       78  MAX-REPORT-LINES        value 200.
           05  rarity-line-entry       occurs MAX-REPORT-LINES
                                        indexed by line-index.
               10  rrl-species-code    pic 9(3).
               10  rrl-systematic-key  pic 9(8).
               10  rrl-record-key      pic 9(6).
               10  rrl-common-name     pic X(16).
               10  rrl-sighting-date   pic X(8).
               10  rrl-decision-code   pic X.
               10  rrl-decision-date   pic 9(8).
               10  rrl-outcome-text    pic X(30).
               10  rrl-embargo-action  pic X.
                   88  rrl-held-back       value "W" "D".
       01  rarity-line-count       pic 9(3) value 0.

       01  swap-line-hold.
           05  hld-species-code    pic 9(3).
           05  hld-systematic-key  pic 9(8).
           05  hld-record-key      pic 9(6).
           05  hld-common-name     pic X(16).
           05  hld-sighting-date   pic X(8).
           05  hld-decision-code   pic X.
           05  hld-decision-date   pic 9(8).
           05  hld-outcome-text    pic X(30).
           05  hld-embargo-action  pic X.
       01  sort-pass-subscript     pic 9(3).
       01  sort-scan-subscript     pic 9(3).
       01  sort-next-subscript     pic 9(3).
       01  placed-taxonomic-order  pic X(20).
       01  placed-family-name      pic X(24).

       01  end-of-file             pic 9.
       01  register-file-status-code.
       01  report-year             pic 9(4).
       01  accepted-listed         pic 9(3) value 0.
       01  rejected-listed         pic 9(3) value 0.
       01  records-held-back       pic 9(3) value 0.
       01  site-shown-flag         pic X value "Y".
       01  embargo-grid-reference  pic X(10).
       01  blurred-site-name       pic X(24).
       01  blurred-grid-reference  pic X(10).

       copy report-writer-fields.
       copy run-control-fields.
           end-if
           add 1 to rarity-line-count
           move 999 to rrl-species-code (rarity-line-count)
           move 99999999 to rrl-systematic-key (rarity-line-count)
           move reg-record-key
               to rrl-record-key (rarity-line-count)
           move reg-common-name
               to rrl-decision-date (rarity-line-count)
           move reg-outcome-text
               to rrl-outcome-text (rarity-line-count)
           move "P" to rrl-embargo-action (rarity-line-count)
           .

       enrich-register-lines section.
               not invalid key
                   move species-code of bird-spotting-record
                       to rrl-species-code (line-index)
                   call "SpeciesSequenceLookup"
                       using by reference rrl-species-code (line-index)
                             by reference
                                 rrl-systematic-key (line-index)
                             by reference placed-taxonomic-order
                             by reference placed-family-name
                   perform look-up-site-name
                   perform look-up-finder-name
                   perform apply-sensitive-embargo
           end-read
           .

       apply-sensitive-embargo section.
           *> a published list is exactly where a nest site must not
           *> appear - withheld and delayed records drop out, blurred
           *> ones print the 10km square and county for the site
           if sighting-grid-reference not = spaces
               move sighting-grid-reference to embargo-grid-reference
           end-if
           call "SensitivityCheck"
               using by reference batch-program-name
                     by reference species-code of bird-spotting-record
                     by reference rrl-common-name (line-index)
                     by reference site-code of bird-spotting-record
                     by reference #date of bird-spotting-record
                     by reference embargo-grid-reference
                     by reference site-shown-flag
                     by reference rrl-embargo-action (line-index)
                     by reference blurred-site-name
                     by reference blurred-grid-reference
           if rrl-embargo-action (line-index) = "B"
               move blurred-site-name to rrl-site-name (line-index)
           end-if
           if rrl-held-back (line-index)
               add 1 to records-held-back
           end-if
           .

       look-up-site-name section.
           move spaces to embargo-grid-reference
           move site-code of bird-spotting-record
               to site-code of site-master-record
           read site-master-data
               not invalid key
                   move site-name
                       to rrl-site-name (line-index)
                   move site-grid-reference to embargo-grid-reference
           end-read
           .

           .

       sort-into-taxonomic-order section.
           *> on SpeciesSequenceLookup's systematic key, as the other
           *> systematic lists are - simple selection sort, the list is
           *> a year's rarities
           perform varying sort-pass-subscript from 1 by 1
                   until sort-pass-subscript >= rarity-line-count
               move sort-pass-subscript to sort-next-subscript
               perform varying sort-scan-subscript
                       from sort-pass-subscript by 1
                       until sort-scan-subscript > rarity-line-count
                   if rrl-systematic-key (sort-scan-subscript)
                           < rrl-systematic-key (sort-next-subscript)
                       move sort-scan-subscript
                           to sort-next-subscript
                   end-if
           perform varying line-index from 1 by 1
                   until line-index > rarity-line-count
               if rrl-decision-code (line-index) = "A"
                       and not rrl-held-back (line-index)
                   add 1 to accepted-listed
                   perform print-one-rarity-line
               end-if
           perform varying line-index from 1 by 1
                   until line-index > rarity-line-count
               if rrl-decision-code (line-index) not = "A"
                       and not rrl-held-back (line-index)
                   add 1 to rejected-listed
                   perform print-one-rarity-line
               end-if
           display accepted-listed " accepted and "
               rejected-listed " not-accepted records on "
               "rarities-annual.prt"
           if records-held-back > 0
               display records-held-back " sensitive records held "
                   "back - logged on embargo-log.txt"
           end-if
           .

       print-one-rarity-line section.
