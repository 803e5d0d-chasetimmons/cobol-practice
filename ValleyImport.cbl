           05  vtr-site-code           pic X(4).
           05  filler                  pic X.
           05  vtr-delete-mode         pic X.
           05  filler                  pic X.
           05  vtr-breeding-code       pic X(2).
           05  filler                  pic X.
           05  vtr-grid-reference      pic X(10).

       FD  import-reject-data.    *> suspense listing of bad rows
       01  import-reject-record.
           05  filler                  pic X.
           05  master-date             pic X(12).
           05  master-common-name      pic X(16).
           05  filler                  pic X(71).

       working-storage section.
      *> sightings pooled from the valley club land against this site
       find-next-free-key section.
           move 0 to next-record-key
           open input bird-master-data
           *> no master yet (35) means the keys start from one; any
           *> other refusal would hand out keys already in use
           if master-status-key-1 not = "0"
                   and master-file-status-code not = "35"
               display "bird-data.dat could not be opened - status "
                   master-file-status-code
                   " - import abandoned, no keys issued"
               move 16 to return-code
               close bird-master-data
               perform write-run-control-end
               stop run
           end-if
           if master-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
           move mapped-observer-id to vtr-observer-id
           move VALLEY-SITE-CODE to vtr-site-code
           move space to vtr-delete-mode
           *> the valley club's export has no atlas column
           move spaces to vtr-breeding-code
           *> nor a grid column - the valley site's reference stands
           move spaces to vtr-grid-reference
           write valley-trans-record
           add 1 to rows-imported
           .
