           05  spt-weight-max          pic 9(3)V9.
           05  spt-breeding-population pic 9(9).
           05  spt-prior-population    pic 9(9).
           05  spt-taxonomic-order     pic X(20).
           05  spt-family-name         pic X(24).
           05  spt-taxonomic-sequence  pic 9(5).
           05  spt-status-category     pic X.

       FD  species-audit-data.    *> before/after image of every change
       01  species-audit-record.
       01  measurements-valid-flag pic X value "Y".
           88  measurements-valid      value "Y".
           88  measurements-invalid    value "N".
       01  taxonomy-valid-flag     pic X value "Y".
           88  taxonomy-valid          value "Y".
           88  taxonomy-invalid        value "N".
       01  taxonomy-reject-reason  pic X(60).
       01  end-of-species          pic 9.
       01  species-added           pic 9(4) value 0.
       01  species-changed         pic 9(4) value 0.
       01  species-deleted         pic 9(4) value 0.

       add-species-record section.
           perform validate-species-measurements
           if measurements-valid
               perform validate-species-taxonomy
           end-if
           evaluate true
               when measurements-invalid
                   add 1 to species-rejected
                   perform report-measurement-reject
               when taxonomy-invalid
                   add 1 to species-rejected
                   perform report-taxonomy-reject
               when other
                   perform move-transaction-to-master
                   write species-master-record
                       invalid key
                           add 1 to species-rejected
                           perform report-species-file-status
                       not invalid key
                           add 1 to species-added
                           move 0 to old-breeding-population
                           move "A" to spa-action-code
                           perform write-species-audit-record
                           display "Species " spt-species-code
                               " added - " spt-common-name
                   end-write
           end-evaluate
           .

       change-species-record section.
           perform validate-species-measurements
           if measurements-valid
               perform validate-species-taxonomy
           end-if
           evaluate true
               when measurements-invalid
                   add 1 to species-rejected
                   perform report-measurement-reject
               when taxonomy-invalid
                   add 1 to species-rejected
                   perform report-taxonomy-reject
               when other
                   read species-master-data
                       invalid key
                           add 1 to species-rejected
                           perform report-species-file-status
                       not invalid key
                           move ref-breeding-population
                               to old-breeding-population
                           *> a change keyed without a category leaves
                           *> the species where it stood
                           if spt-status-category = space
                               move ref-status-category
                                   to spt-status-category
                           end-if
                           perform move-transaction-to-master
                           rewrite species-master-record
                               invalid key
                                   add 1 to species-rejected
                                   perform report-species-file-status
                               not invalid key
                                   add 1 to species-changed
                                   move "C" to spa-action-code
                                   perform write-species-audit-record
                                   display "Species " spt-species-code
                                       " amended"
                           end-rewrite
                   end-read
           end-evaluate
           .

       delete-species-record section.
           move spt-weight-max      to ref-weight-max
           move spt-breeding-population to ref-breeding-population
           move spt-prior-population to ref-prior-population
           move spt-taxonomic-order to ref-taxonomic-order
           move spt-family-name     to ref-family-name
           move spt-taxonomic-sequence to ref-taxonomic-sequence
           move spt-status-category to ref-status-category
           if ref-status-category = space
               set ref-naturally-occurring to true
           end-if
           .

       validate-species-measurements section.
           end-if
           .

       validate-species-taxonomy section.
           *> a transaction keyed before the taxonomy columns existed
           *> arrives with them blank - the species stays unplaced
           if spt-taxonomic-sequence not numeric
               move 0 to spt-taxonomic-sequence
           end-if
           set taxonomy-valid to true
           if spt-taxonomic-sequence > 0
               if spt-family-name = spaces
                       or spt-taxonomic-order = spaces
                   set taxonomy-invalid to true
                   move "A placed species needs its order and family"
                       to taxonomy-reject-reason
               else
                   perform check-sequence-unused
               end-if
           end-if
           *> the status category decides whether the species counts
           *> in official totals - blank is taken as naturally
           *> occurring when the record is built
           if taxonomy-valid
                   and spt-status-category not = space
                   and spt-status-category not = "N" and not = "I"
                       and not = "E"
               set taxonomy-invalid to true
               move "Status category must be N, I or E"
                   to taxonomy-reject-reason
           end-if
           move spt-species-code to species-code
               of species-master-record
           .

       check-sequence-unused section.
           *> two species on one sequence number would print in an
           *> arbitrary order - each place in the list is held once
           move 0 to species-code of species-master-record
           start species-master-data
               key >= species-code of species-master-record
               invalid key
                   set end-of-species to 0 *> TRUE
               not invalid key
                   set end-of-species to 1 *> FALSE
           end-start
           perform until end-of-species = 0 *> TRUE
                   or taxonomy-invalid
               read species-master-data next record
                   at end
                       set end-of-species to 0 *> TRUE
                   not at end
                       if ref-taxonomic-sequence
                               = spt-taxonomic-sequence
                               and species-code
                                   of species-master-record
                                   not = spt-species-code
                           set taxonomy-invalid to true
                           move spaces to taxonomy-reject-reason
                           string "Sequence already held by species "
                               species-code of species-master-record
                               delimited by size
                               into taxonomy-reject-reason
                       end-if
               end-read
           end-perform
           .

       write-species-audit-record section.
           move spt-species-code to spa-species-code
           move spt-common-name  to spa-common-name
                     by reference sp-error-message-text
           .

       report-taxonomy-reject section.
           display "Rejected species " spt-species-code " - "
               taxonomy-reject-reason
           move "VALIDATE-SPECIES-TAXONOMY" to sp-error-paragraph
           move spaces to sp-error-status-code
           move taxonomy-reject-reason to sp-error-message-text
           call "ErrorLogger"
               using by reference sp-error-source-program
                     by reference sp-error-paragraph
                     by reference sp-error-status-code
                     by reference sp-error-message-text
           .

       report-species-file-status section.
           evaluate species-master-file-status-code
               when "23"
