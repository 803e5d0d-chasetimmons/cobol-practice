       input-output section.
           select species-master-data assign "species-data.dat"
               organization indexed
               access dynamic
               record key species-code of species-master-record
               alternate record key ref-common-name
                   of species-master-record with duplicates
               file status species-file-status-code.

       file section.
       FD  species-master-data.    *> the official list placings
       01  species-master-record.
           copy species-master-record.

       working-storage section.
      *> every published report lists species in systematic order, so
      *> each needs a sort key per species.  The master is loaded once
      *> into a table subscripted by species code itself - codes run
      *> 1 to 999 - and answered from memory, reloading every
      *> REFRESH-CALL-INTERVAL calls the way SiteCodeCheck keeps its
      *> cache.  The key is sequence * 1000 + code, so a shared
      *> sequence still prints in a fixed order, and an unplaced
      *> species keys as sequence 99999 - after every placed one, in
      *> code order among themselves
       78  MAX-SPECIES-CODE        value 999.
       78  UNPLACED-SEQUENCE       value 99999.
       78  REFRESH-CALL-INTERVAL   value 5000.
       01  taxonomy-cache-table.
           05  taxonomy-cache-entry    occurs MAX-SPECIES-CODE
                                        indexed by cache-index.
               10  txc-taxonomic-sequence pic 9(5).
               10  txc-taxonomic-order pic X(20).
               10  txc-family-name     pic X(24).
       01  cache-loaded-flag       pic X value "N".
           88  cache-is-loaded         value "Y".
       01  calls-since-cache-load  pic 9(5) value 0.
       01  end-of-file             pic 9.
       01  species-file-status-code.
           05  species-status-key-1 pic X.
           05  species-status-key-2 pic X.
       01  looked-up-sequence      pic 9(5).

       linkage section.
       01  species-code-to-place   pic 9(3).
       01  systematic-sort-key     pic 9(8).
       01  placed-taxonomic-order  pic X(20).
       01  placed-family-name      pic X(24).

       procedure division using by reference species-code-to-place
                                by reference systematic-sort-key
                                by reference placed-taxonomic-order
                                by reference placed-family-name.
               add 1 to calls-since-cache-load
               if not cache-is-loaded
                       or calls-since-cache-load
                           > REFRESH-CALL-INTERVAL
                   perform load-taxonomy-cache
               end-if
               move spaces to placed-taxonomic-order
               move spaces to placed-family-name
               move UNPLACED-SEQUENCE to looked-up-sequence
               if species-code-to-place > 0
                   set cache-index to species-code-to-place
                   if txc-taxonomic-sequence (cache-index) > 0
                       move txc-taxonomic-sequence (cache-index)
                           to looked-up-sequence
                   end-if
                   move txc-taxonomic-order (cache-index)
                       to placed-taxonomic-order
                   move txc-family-name (cache-index)
                       to placed-family-name
               end-if
               compute systematic-sort-key =
                   looked-up-sequence * 1000 + species-code-to-place
               goback
               .

       load-taxonomy-cache section.
           initialize taxonomy-cache-table
           open input species-master-data
           if species-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read species-master-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform cache-one-species
                   end-read
               end-perform
           end-if
           close species-master-data
           move "Y" to cache-loaded-flag
           move 0 to calls-since-cache-load
           .

       cache-one-species section.
           if species-code of species-master-record > 0
               set cache-index to species-code of species-master-record
               move ref-taxonomic-sequence
                   to txc-taxonomic-sequence (cache-index)
               move ref-taxonomic-order
                   to txc-taxonomic-order (cache-index)
               move ref-family-name to txc-family-name (cache-index)
           end-if
           .
