           05  crx-site-code           pic X(4).
           05  filler                  pic X.
           05  crx-delete-mode         pic X.
           05  filler                  pic X.
           05  crx-breeding-code       pic X(2).
           05  filler                  pic X.
           05  crx-grid-reference      pic X(10).

       working-storage section.
       78  MAX-FLAGGED-SPECIES     value 100.
               10  drl-bird-count      pic 9(4).
               10  drl-observer-id     pic 9(4).
               10  drl-site-code       pic X(4).
               10  drl-breeding-code   pic X(2).
               10  drl-grid-reference  pic X(10).
               10  drl-record-key      pic 9(6).
               10  drl-matched-flag    pic X.
       01  drill-record-count      pic 9(3) value 0.
                   to drl-observer-id (drill-record-count)
               move site-code of bird-spotting-record
                   to drl-site-code (drill-record-count)
               move breeding-evidence-code of bird-spotting-record
                   to drl-breeding-code (drill-record-count)
               move sighting-grid-reference of bird-spotting-record
                   to drl-grid-reference (drill-record-count)
               move 0 to drl-record-key (drill-record-count)
               move "N" to drl-matched-flag (drill-record-count)
           end-if
                   to drl-observer-id (drill-record-count)
               move site-code of bird-master-record
                   to drl-site-code (drill-record-count)
               move breeding-evidence-code of bird-master-record
                   to drl-breeding-code (drill-record-count)
               move sighting-grid-reference of bird-master-record
                   to drl-grid-reference (drill-record-count)
               move record-key of bird-master-record
                   to drl-record-key (drill-record-count)
               move "N" to drl-matched-flag (drill-record-count)
           move drl-observer-id (drill-index) to crx-observer-id
           move drl-site-code (drill-index) to crx-site-code
           move space to crx-delete-mode
           move drl-breeding-code (drill-index) to crx-breeding-code
           move drl-grid-reference (drill-index) to crx-grid-reference
           .

       propose-for-unmatched-masters section.
