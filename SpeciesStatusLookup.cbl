       input-output section.
           select species-master-data assign "species-data.dat"
               organization indexed
               access dynamic
               record key species-code of species-master-record
               alternate record key ref-common-name
                   of species-master-record with duplicates
               file status species-file-status-code.

       file section.
       FD  species-master-data.    *> the official status categories
       01  species-master-record.
           copy species-master-record.

       working-storage section.
      *> whether a species counts in official totals - N naturally
      *> occurring, I established introduction, E escape.  Loaded
      *> into a table subscripted by species code and reloaded every
      *> REFRESH-CALL-INTERVAL calls the way SpeciesSequenceLookup
      *> keeps its placings.  A species the master does not know, or
      *> one never given a category, answers N - nothing has said it
      *> is anything but wild
       78  MAX-SPECIES-CODE        value 999.
       78  REFRESH-CALL-INTERVAL   value 5000.
       01  status-cache-table.
           05  status-cache-entry      occurs MAX-SPECIES-CODE
                                        indexed by cache-index.
               10  stc-status-category pic X.
       01  cache-loaded-flag       pic X value "N".
           88  cache-is-loaded         value "Y".
       01  calls-since-cache-load  pic 9(5) value 0.
       01  end-of-file             pic 9.
       01  species-file-status-code.
           05  species-status-key-1 pic X.
           05  species-status-key-2 pic X.

       linkage section.
       01  species-code-to-class   pic 9(3).
       01  species-status-category pic X.
           88  species-is-native       value "N".

       procedure division using by reference species-code-to-class
                                by reference species-status-category.
               add 1 to calls-since-cache-load
               if not cache-is-loaded
                       or calls-since-cache-load
                           > REFRESH-CALL-INTERVAL
                   perform load-status-cache
               end-if
               set species-is-native to true
               if species-code-to-class > 0
                   set cache-index to species-code-to-class
                   if stc-status-category (cache-index) = "I" or "E"
                       move stc-status-category (cache-index)
                           to species-status-category
                   end-if
               end-if
               goback
               .

       load-status-cache section.
           initialize status-cache-table
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
               move ref-status-category
                   to stc-status-category (cache-index)
           end-if
           .
